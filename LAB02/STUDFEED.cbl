000100******************************************************************
000200* Program:     STUDENT-CHANGE-FEED-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Incremental student change feed for the downstream
001000*              systems (library, IT accounts, alumni), in place of
001100*              reloading the whole CSV export. Picks up every
001200*              maintenance journal record (STUDJRNL.TXT) and every
001300*              purge archive record (STUDARCH.TXT) past the
001400*              high-water mark the last successful feed left
001500*              (STUDFMRK.TXT, see STUDFMRK copybook) and nets them
001600*              to one record per student: NEW when the student did
001700*              not exist before the window, CHANGED when they did
001800*              and still do, REMOVED when a DELETE or a purge took
001900*              them off - a student added and removed inside the
002000*              same window is not sent. The feed (STUDFEED.TXT,
002100*              see STUDFEED copybook) carries the student's
002200*              current image and closes with a trailer count; a
002300*              register (STUDFRPT.TXT) lists what was sent. The
002400*              mark is moved only when the feed is written, so a
002500*              failed run is simply rerun, and a second run the
002600*              same day finds nothing past the mark and leaves the
002700*              last feed file alone. A journal or archive that no
002800*              longer agrees with the mark refuses the run.
002900*
003000* Modification History:
003100*   2026-10-15  D.K.  Original incremental student change feed.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. STUDENT-CHANGE-FEED-PGM.
003500 AUTHOR. D. KOWALSKI.
003600 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.
003900 SECURITY. NON CONFIDENTIAL.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL MARK-FILE
004400     ASSIGN TO "..\STUDFMRK.TXT"
004500     ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT OPTIONAL JOURNAL-FILE
004800     ASSIGN TO "..\STUDJRNL.TXT"
004900     ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT OPTIONAL ARCHIVE-FILE
005200     ASSIGN TO "..\STUDARCH.TXT"
005300     ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT FEED-FILE
005600     ASSIGN TO "..\STUDFEED.TXT"
005700     ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT FEED-REPORT
006000     ASSIGN TO "..\STUDFRPT.TXT"
006100     ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT SORT-WORK-FILE
006400     ASSIGN TO "SORTWK01".
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MARK-FILE.
006800 01  MARK-LINE                   PIC X(30).
006900
007000 FD  JOURNAL-FILE.
007100     COPY STUDJRNL.
007200
007300 FD  ARCHIVE-FILE.
007400     COPY STUDARCH.
007500
007600 FD  FEED-FILE.
007700 01  FEED-LINE                   PIC X(155).
007800
007900 FD  FEED-REPORT.
008000 01  FEED-REPORT-LINE            PIC X(132).
008100
008200 SD  SORT-WORK-FILE.
008300 01  SORT-RECORD.
008400     05  SORT-STUDENT-NUMBER     PIC X(10).
008500     05  SORT-EVENT-DATE         PIC 9(06).
008600     05  SORT-SOURCE             PIC X(01).
008700     05  SORT-SEQUENCE           PIC 9(06).
008800     05  SORT-ACTION             PIC X(01).
008900     05  SORT-IMAGE              PIC X(137).
009000
009100 WORKING-STORAGE SECTION.
009200
009300 77  WS-MARK-EOF-SW             PIC X(01)   VALUE "N".
009400     88  WS-MARK-MISSING                    VALUE "Y".
009500 77  WS-JRNL-EOF-SW             PIC X(01)   VALUE "N".
009600     88  WS-JRNL-EOF                        VALUE "Y".
009700 77  WS-ARCH-EOF-SW             PIC X(01)   VALUE "N".
009800     88  WS-ARCH-EOF                        VALUE "Y".
009900 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
010000     88  WS-SORT-EOF                        VALUE "Y".
010100 77  WS-MISMATCH-SW             PIC X(01)   VALUE "N".
010200     88  WS-MARK-MISMATCH                   VALUE "Y".
010300 77  WS-GROUP-SW                PIC X(01)   VALUE "N".
010400     88  WS-GROUP-OPEN                      VALUE "Y".
010500 77  WS-JRNL-POSITION           PIC 9(06)   VALUE ZERO.
010600 77  WS-JRNL-LAST-DATE          PIC 9(06)   VALUE ZERO.
010700 77  WS-ARCH-POSITION           PIC 9(06)   VALUE ZERO.
010800 77  WS-ARCH-LAST-DATE          PIC 9(06)   VALUE ZERO.
010900 77  WS-JRNL-PICKED-COUNT       PIC 9(06)   VALUE ZERO.
011000 77  WS-ARCH-PICKED-COUNT       PIC 9(06)   VALUE ZERO.
011100 77  WS-IGNORED-COUNT           PIC 9(06)   VALUE ZERO.
011200 77  WS-PREV-STUDENT            PIC X(10)   VALUE SPACES.
011300 77  WS-FIRST-ACTION            PIC X(01)   VALUE SPACES.
011400 77  WS-LAST-ACTION             PIC X(01)   VALUE SPACES.
011500 77  WS-LAST-DATE               PIC 9(06)   VALUE ZERO.
011600 77  WS-LAST-IMAGE              PIC X(137)  VALUE SPACES.
011700 77  WS-ENTRY-COUNT             PIC 9(05)   VALUE ZERO.
011800 77  WS-NEW-COUNT               PIC 9(06)   VALUE ZERO.
011900 77  WS-CHANGED-COUNT           PIC 9(06)   VALUE ZERO.
012000 77  WS-REMOVED-COUNT           PIC 9(06)   VALUE ZERO.
012100 77  WS-NOT-SENT-COUNT          PIC 9(06)   VALUE ZERO.
012200 77  WS-FEED-COUNT              PIC 9(06)   VALUE ZERO.
012300
012400 01  WS-RUN-DATE.
012500     05  WS-RUN-YY               PIC 9(02).
012600     05  WS-RUN-MM               PIC 9(02).
012700     05  WS-RUN-DD               PIC 9(02).
012800
012900     COPY STUDFMRK.
013000
013100     COPY STUDFEED.
013200
013300*    Image work area - the STUDENT-RECORD layout the sent image is
013400*    moved through for the register line.
013500     COPY STUDREC.
013600
013700 01  FED-HDG-LINE-1.
013800     05  FILLER                  PIC X(10)   VALUE SPACES.
013900     05  FILLER                  PIC X(40)
014000         VALUE "STUDENT CHANGE FEED REGISTER".
014100
014200 01  FED-HDG-LINE-2.
014300     05  FILLER                  PIC X(05)   VALUE "DATE:".
014400     05  FED-HDG-DATE            PIC X(08).
014500     05  FILLER                  PIC X(04)   VALUE SPACES.
014600     05  FILLER                  PIC X(15)
014700         VALUE "LAST FEED RUN:".
014800     05  FED-HDG-LAST-FEED       PIC 9(06).
014900
015000 01  FED-MARK-LINE.
015100     05  FED-MARK-LABEL          PIC X(10).
015200     05  FILLER                  PIC X(16)
015300         VALUE "AFTER POSITION".
015400     05  FED-MARK-FROM           PIC ZZZ,ZZ9.
015500     05  FILLER                  PIC X(13)   VALUE "  THROUGH".
015600     05  FED-MARK-THRU           PIC ZZZ,ZZ9.
015700
015800 01  FED-HDG-LINE-3.
015900     05  FILLER                  PIC X(10)   VALUE "ACTION".
016000     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
016100     05  FILLER                  PIC X(42)   VALUE "STUDENT NAME".
016200     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
016300     05  FILLER                  PIC X(08)   VALUE "CHANGED".
016400     05  FILLER                  PIC X(07)   VALUE "ENTRIES".
016500
016600 01  FED-HDG-LINE-4.
016700     05  FILLER                  PIC X(89)   VALUE ALL "-".
016800
016900 01  FED-DETAIL-LINE.
017000     05  FED-ACTION              PIC X(08).
017100     05  FILLER                  PIC X(02)   VALUE SPACES.
017200     05  FED-STUDENT-NUMBER      PIC X(10).
017300     05  FILLER                  PIC X(02)   VALUE SPACES.
017400     05  FED-STUDENT-NAME        PIC X(40).
017500     05  FILLER                  PIC X(02)   VALUE SPACES.
017600     05  FED-STUDENT-PROGRAM     PIC X(08).
017700     05  FILLER                  PIC X(02)   VALUE SPACES.
017800     05  FED-CHANGE-DATE         PIC 9(06).
017900     05  FILLER                  PIC X(04)   VALUE SPACES.
018000     05  FED-ENTRIES             PIC ZZ,ZZ9.
018100
018200 01  FED-NONE-LINE.
018300     05  FILLER                  PIC X(60)   VALUE
018400         "NO CHANGES SINCE LAST FEED - FEED FILE NOT REWRITTEN".
018500
018600 01  FED-TOTAL-LINE.
018700     05  FED-TOTAL-LABEL         PIC X(32).
018800     05  FED-TOTAL-VALUE         PIC ZZZ,ZZ9.
018900
019000 PROCEDURE DIVISION.
019100
019200******************************************************************
019300* 0000-MAINLINE
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700     SORT SORT-WORK-FILE
019800         ON ASCENDING KEY SORT-STUDENT-NUMBER
019900                          SORT-EVENT-DATE
020000                          SORT-SOURCE
020100                          SORT-SEQUENCE
020200         INPUT PROCEDURE IS 1200-SELECT-CHANGES
020300         OUTPUT PROCEDURE IS 2000-NET-CHANGES.
020400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
020500     STOP RUN.
020600
020700******************************************************************
020800* 1000-INITIALIZE - read the high-water mark; a missing mark file
020900*                   means no feed has run yet and everything is
021000*                   sent.
021100******************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT WS-RUN-DATE FROM DATE.
021400     OPEN INPUT MARK-FILE.
021500     READ MARK-FILE INTO FEED-MARK-RECORD
021600         AT END SET WS-MARK-MISSING TO TRUE
021700     END-READ.
021800     CLOSE MARK-FILE.
021900     IF WS-MARK-MISSING
022000         MOVE ZERO TO FEED-MARK-RECORD
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022400
022500******************************************************************
022600* 1200-SELECT-CHANGES - SORT input procedure: release every
022700*                       journal and archive record past the mark,
022800*                       counting positions from the top of each
022900*                       file. The record at the mark must still
023000*                       carry the date the mark saved, and each
023100*                       file must still reach the mark; otherwise
023200*                       the file has been replaced or cut back and
023300*                       the run is refused before anything is
023400*                       written.
023500******************************************************************
023600 1200-SELECT-CHANGES.
023700     OPEN INPUT JOURNAL-FILE.
023800     PERFORM 1210-READ-JOURNAL THRU 1210-EXIT.
023900     PERFORM 1220-PICK-JOURNAL THRU 1220-EXIT
024000         UNTIL WS-JRNL-EOF.
024100     CLOSE JOURNAL-FILE.
024200     IF WS-JRNL-POSITION < MARK-JRNL-POSITION
024300         MOVE "Y" TO WS-MISMATCH-SW
024400     END-IF.
024500     IF WS-MARK-MISMATCH
024600         DISPLAY "STUDENT-CHANGE-FEED-PGM: JOURNAL DOES NOT MATCH"
024700             " HIGH-WATER MARK - RUN REFUSED"
024800         STOP RUN
024900     END-IF.
025000     OPEN INPUT ARCHIVE-FILE.
025100     PERFORM 1310-READ-ARCHIVE THRU 1310-EXIT.
025200     PERFORM 1320-PICK-ARCHIVE THRU 1320-EXIT
025300         UNTIL WS-ARCH-EOF.
025400     CLOSE ARCHIVE-FILE.
025500     IF WS-ARCH-POSITION < MARK-ARCH-POSITION
025600         MOVE "Y" TO WS-MISMATCH-SW
025700     END-IF.
025800     IF WS-MARK-MISMATCH
025900         DISPLAY "STUDENT-CHANGE-FEED-PGM: ARCHIVE DOES NOT MATCH"
026000             " HIGH-WATER MARK - RUN REFUSED"
026100         STOP RUN
026200     END-IF.
026300 1200-EXIT.
026400     EXIT.
026500
026600 1210-READ-JOURNAL.
026700     READ JOURNAL-FILE
026800         AT END SET WS-JRNL-EOF TO TRUE
026900     END-READ.
027000     IF NOT WS-JRNL-EOF
027100         ADD 1 TO WS-JRNL-POSITION
027200         MOVE JRNL-RUN-DATE TO WS-JRNL-LAST-DATE
027300     END-IF.
027400 1210-EXIT.
027500     EXIT.
027600
027700 1220-PICK-JOURNAL.
027800     IF WS-JRNL-POSITION = MARK-JRNL-POSITION
027900             AND JRNL-RUN-DATE NOT = MARK-JRNL-RUN-DATE
028000         MOVE "Y" TO WS-MISMATCH-SW
028100     END-IF.
028200     IF WS-JRNL-POSITION > MARK-JRNL-POSITION
028300         PERFORM 1230-RELEASE-JOURNAL THRU 1230-EXIT
028400     END-IF.
028500     PERFORM 1210-READ-JOURNAL THRU 1210-EXIT.
028600 1220-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000* 1230-RELEASE-JOURNAL - an ADD or CHANGE carries its after image;
029100*                        a DELETE carries its before image, the
029200*                        last the student had.
029300******************************************************************
029400 1230-RELEASE-JOURNAL.
029500     EVALUATE JRNL-TRANS-CODE
029600         WHEN "A"
029700         WHEN "C"
029800             MOVE JRNL-AFTER-IMAGE TO SORT-IMAGE
029900         WHEN "D"
030000             MOVE JRNL-BEFORE-IMAGE TO SORT-IMAGE
030100         WHEN OTHER
030200             ADD 1 TO WS-IGNORED-COUNT
030300             GO TO 1230-EXIT
030400     END-EVALUATE.
030500     MOVE JRNL-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
030600     MOVE JRNL-RUN-DATE TO SORT-EVENT-DATE.
030700     MOVE "J" TO SORT-SOURCE.
030800     MOVE WS-JRNL-POSITION TO SORT-SEQUENCE.
030900     MOVE JRNL-TRANS-CODE TO SORT-ACTION.
031000     RELEASE SORT-RECORD.
031100     ADD 1 TO WS-JRNL-PICKED-COUNT.
031200 1230-EXIT.
031300     EXIT.
031400
031500 1310-READ-ARCHIVE.
031600     READ ARCHIVE-FILE
031700         AT END SET WS-ARCH-EOF TO TRUE
031800     END-READ.
031900     IF NOT WS-ARCH-EOF
032000         ADD 1 TO WS-ARCH-POSITION
032100         MOVE ARCH-PURGE-DATE TO WS-ARCH-LAST-DATE
032200     END-IF.
032300 1310-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* 1320-PICK-ARCHIVE - a purge goes out as a removal; on the same
032800*                     date it sorts after that day's journal
032900*                     entries, since the purge runs on the
033000*                     promoted master.
033100******************************************************************
033200 1320-PICK-ARCHIVE.
033300     IF WS-ARCH-POSITION = MARK-ARCH-POSITION
033400             AND ARCH-PURGE-DATE NOT = MARK-ARCH-PURGE-DATE
033500         MOVE "Y" TO WS-MISMATCH-SW
033600     END-IF.
033700     IF WS-ARCH-POSITION > MARK-ARCH-POSITION
033800         MOVE ARCH-STUDENT-IMAGE TO STUDENT-RECORD
033900         MOVE STUDENT-NUMBER TO SORT-STUDENT-NUMBER
034000         MOVE ARCH-PURGE-DATE TO SORT-EVENT-DATE
034100         MOVE "P" TO SORT-SOURCE
034200         MOVE WS-ARCH-POSITION TO SORT-SEQUENCE
034300         MOVE "P" TO SORT-ACTION
034400         MOVE ARCH-STUDENT-IMAGE TO SORT-IMAGE
034500         RELEASE SORT-RECORD
034600         ADD 1 TO WS-ARCH-PICKED-COUNT
034700     END-IF.
034800     PERFORM 1310-READ-ARCHIVE THRU 1310-EXIT.
034900 1320-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300* 2000-NET-CHANGES - SORT output procedure: control break on
035400*                    student number, entries in the order they
035500*                    happened. When nothing was picked up the feed
035600*                    file is left as it stands; otherwise it is
035700*                    rewritten with this window's records.
035800******************************************************************
035900 2000-NET-CHANGES.
036000     OPEN OUTPUT FEED-REPORT.
036100     PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT.
036200     PERFORM 2200-RETURN-SORTED THRU 2200-EXIT.
036300     IF WS-SORT-EOF
036400         WRITE FEED-REPORT-LINE FROM FED-NONE-LINE
036500             AFTER ADVANCING 2 LINES
036600         GO TO 2000-EXIT
036700     END-IF.
036800     OPEN OUTPUT FEED-FILE.
036900     PERFORM 2300-NET-ENTRY THRU 2300-EXIT
037000         UNTIL WS-SORT-EOF.
037100     IF WS-GROUP-OPEN
037200         PERFORM 2500-CLOSE-STUDENT THRU 2500-EXIT
037300     END-IF.
037400     MOVE WS-FEED-COUNT TO FEED-TRL-RECORD-COUNT.
037500     MOVE WS-RUN-DATE TO FEED-TRL-FEED-DATE.
037600     WRITE FEED-LINE FROM FEED-TRAILER-RECORD.
037700     CLOSE FEED-FILE.
037800     MOVE WS-RUN-DATE TO MARK-FEED-DATE.
037900     MOVE WS-JRNL-POSITION TO MARK-JRNL-POSITION.
038000     MOVE WS-JRNL-LAST-DATE TO MARK-JRNL-RUN-DATE.
038100     MOVE WS-ARCH-POSITION TO MARK-ARCH-POSITION.
038200     MOVE WS-ARCH-LAST-DATE TO MARK-ARCH-PURGE-DATE.
038300     OPEN OUTPUT MARK-FILE.
038400     WRITE MARK-LINE FROM FEED-MARK-RECORD.
038500     CLOSE MARK-FILE.
038600 2000-EXIT.
038700     EXIT.
038800
038900 2100-WRITE-HEADINGS.
039000     STRING WS-RUN-MM DELIMITED BY SIZE
039100         "/" DELIMITED BY SIZE
039200         WS-RUN-DD DELIMITED BY SIZE
039300         "/" DELIMITED BY SIZE
039400         WS-RUN-YY DELIMITED BY SIZE
039500         INTO FED-HDG-DATE.
039600     MOVE MARK-FEED-DATE TO FED-HDG-LAST-FEED.
039700     WRITE FEED-REPORT-LINE FROM FED-HDG-LINE-1
039800         AFTER ADVANCING 1 LINE.
039900     WRITE FEED-REPORT-LINE FROM FED-HDG-LINE-2
040000         AFTER ADVANCING 1 LINE.
040100     MOVE "JOURNAL" TO FED-MARK-LABEL.
040200     MOVE MARK-JRNL-POSITION TO FED-MARK-FROM.
040300     MOVE WS-JRNL-POSITION TO FED-MARK-THRU.
040400     WRITE FEED-REPORT-LINE FROM FED-MARK-LINE
040500         AFTER ADVANCING 1 LINE.
040600     MOVE "ARCHIVE" TO FED-MARK-LABEL.
040700     MOVE MARK-ARCH-POSITION TO FED-MARK-FROM.
040800     MOVE WS-ARCH-POSITION TO FED-MARK-THRU.
040900     WRITE FEED-REPORT-LINE FROM FED-MARK-LINE
041000         AFTER ADVANCING 1 LINE.
041100     WRITE FEED-REPORT-LINE FROM FED-HDG-LINE-3
041200         AFTER ADVANCING 2 LINES.
041300     WRITE FEED-REPORT-LINE FROM FED-HDG-LINE-4
041400         AFTER ADVANCING 1 LINE.
041500 2100-EXIT.
041600     EXIT.
041700
041800 2200-RETURN-SORTED.
041900     RETURN SORT-WORK-FILE
042000         AT END SET WS-SORT-EOF TO TRUE
042100     END-RETURN.
042200 2200-EXIT.
042300     EXIT.
042400
042500 2300-NET-ENTRY.
042600     IF NOT WS-GROUP-OPEN
042700             OR SORT-STUDENT-NUMBER NOT = WS-PREV-STUDENT
042800         PERFORM 2400-START-STUDENT THRU 2400-EXIT
042900     END-IF.
043000     ADD 1 TO WS-ENTRY-COUNT.
043100     MOVE SORT-ACTION TO WS-LAST-ACTION.
043200     MOVE SORT-EVENT-DATE TO WS-LAST-DATE.
043300     MOVE SORT-IMAGE TO WS-LAST-IMAGE.
043400     PERFORM 2200-RETURN-SORTED THRU 2200-EXIT.
043500 2300-EXIT.
043600     EXIT.
043700
043800 2400-START-STUDENT.
043900     IF WS-GROUP-OPEN
044000         PERFORM 2500-CLOSE-STUDENT THRU 2500-EXIT
044100     END-IF.
044200     MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT.
044300     MOVE SORT-ACTION TO WS-FIRST-ACTION.
044400     MOVE ZERO TO WS-ENTRY-COUNT.
044500     MOVE "Y" TO WS-GROUP-SW.
044600 2400-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000* 2500-CLOSE-STUDENT - net the student's entries: the first entry
045100*                      says whether the student was on file before
045200*                      the window (anything but an ADD), the last
045300*                      whether they still are (an ADD or CHANGE).
045400*                      On file after only is NEW, before and after
045500*                      is CHANGED, before only is REMOVED; neither
045600*                      is listed but not sent.
045700******************************************************************
045800 2500-CLOSE-STUDENT.
045900     MOVE WS-LAST-IMAGE TO STUDENT-RECORD.
046000     MOVE WS-PREV-STUDENT TO FED-STUDENT-NUMBER.
046100     MOVE SPACES TO FED-STUDENT-NAME.
046200     STRING LAST-NAME DELIMITED BY "  "
046300         ", " DELIMITED BY SIZE
046400         FIRST-NAME DELIMITED BY "  "
046500         INTO FED-STUDENT-NAME.
046600     MOVE STUDENT-PROGRAM TO FED-STUDENT-PROGRAM.
046700     MOVE WS-LAST-DATE TO FED-CHANGE-DATE.
046800     MOVE WS-ENTRY-COUNT TO FED-ENTRIES.
046900     EVALUATE TRUE
047000         WHEN WS-FIRST-ACTION = "A"
047100                 AND (WS-LAST-ACTION = "A" OR "C")
047200             SET FEED-NEW TO TRUE
047300             MOVE "NEW" TO FED-ACTION
047400             ADD 1 TO WS-NEW-COUNT
047500         WHEN WS-LAST-ACTION = "A" OR "C"
047600             SET FEED-CHANGED TO TRUE
047700             MOVE "CHANGED" TO FED-ACTION
047800             ADD 1 TO WS-CHANGED-COUNT
047900         WHEN WS-FIRST-ACTION NOT = "A"
048000             SET FEED-REMOVED TO TRUE
048100             MOVE "REMOVED" TO FED-ACTION
048200             ADD 1 TO WS-REMOVED-COUNT
048300         WHEN OTHER
048400             MOVE "NOT SENT" TO FED-ACTION
048500             ADD 1 TO WS-NOT-SENT-COUNT
048600             WRITE FEED-REPORT-LINE FROM FED-DETAIL-LINE
048700                 AFTER ADVANCING 1 LINE
048800             GO TO 2500-EXIT
048900     END-EVALUATE.
049000     MOVE WS-PREV-STUDENT TO FEED-STUDENT-NUMBER.
049100     MOVE WS-LAST-DATE TO FEED-CHANGE-DATE.
049200     MOVE WS-LAST-IMAGE TO FEED-STUDENT-IMAGE.
049300     WRITE FEED-LINE FROM FEED-DETAIL-RECORD.
049400     ADD 1 TO WS-FEED-COUNT.
049500     WRITE FEED-REPORT-LINE FROM FED-DETAIL-LINE
049600         AFTER ADVANCING 1 LINE.
049700 2500-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 3000-TERMINATE - print the run totals and close the register.
050200******************************************************************
050300 3000-TERMINATE.
050400     MOVE "JOURNAL ENTRIES PICKED UP:" TO FED-TOTAL-LABEL.
050500     MOVE WS-JRNL-PICKED-COUNT TO FED-TOTAL-VALUE.
050600     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
050700         AFTER ADVANCING 2 LINES.
050800     MOVE "JOURNAL ENTRIES IGNORED:" TO FED-TOTAL-LABEL.
050900     MOVE WS-IGNORED-COUNT TO FED-TOTAL-VALUE.
051000     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
051100         AFTER ADVANCING 1 LINE.
051200     MOVE "PURGES PICKED UP:" TO FED-TOTAL-LABEL.
051300     MOVE WS-ARCH-PICKED-COUNT TO FED-TOTAL-VALUE.
051400     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
051500         AFTER ADVANCING 1 LINE.
051600     MOVE "STUDENTS NEW:" TO FED-TOTAL-LABEL.
051700     MOVE WS-NEW-COUNT TO FED-TOTAL-VALUE.
051800     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
051900         AFTER ADVANCING 2 LINES.
052000     MOVE "STUDENTS CHANGED:" TO FED-TOTAL-LABEL.
052100     MOVE WS-CHANGED-COUNT TO FED-TOTAL-VALUE.
052200     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
052300         AFTER ADVANCING 1 LINE.
052400     MOVE "STUDENTS REMOVED:" TO FED-TOTAL-LABEL.
052500     MOVE WS-REMOVED-COUNT TO FED-TOTAL-VALUE.
052600     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
052700         AFTER ADVANCING 1 LINE.
052800     MOVE "ADDED AND REMOVED, NOT SENT:" TO FED-TOTAL-LABEL.
052900     MOVE WS-NOT-SENT-COUNT TO FED-TOTAL-VALUE.
053000     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
053100         AFTER ADVANCING 1 LINE.
053200     MOVE "FEED RECORDS WRITTEN:" TO FED-TOTAL-LABEL.
053300     MOVE WS-FEED-COUNT TO FED-TOTAL-VALUE.
053400     WRITE FEED-REPORT-LINE FROM FED-TOTAL-LINE
053500         AFTER ADVANCING 2 LINES.
053600     CLOSE FEED-REPORT.
053700 3000-EXIT.
053800     EXIT.
053900
054000 END PROGRAM STUDENT-CHANGE-FEED-PGM.
