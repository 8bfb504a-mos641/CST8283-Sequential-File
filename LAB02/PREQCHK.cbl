000100******************************************************************
000200* Program:     PREREQ-RECHECK-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Term-end recheck of the provisional enrollments the
001000*              enrollment maintenance program let through while a
001100*              prerequisite was still in progress (ENRLPROV.TXT).
001200*              Each entry is looked up on the grade master
001300*              (GRADE.DAT) for the prerequisite course and term:
001400*              no grade yet, or an incomplete ("I ") - the entry
001500*              stays for the next run; a pass at or above the
001600*              minimum - the entry is retired as satisfied; a
001700*              fail, or a pass below the minimum, or a withdrawal
001800*              ("W "), while the provisional enrollment is still
001900*              on ENROLL.DAT - the enrollment is listed on the
002000*              recheck report (PREQCRPT.TXT) for the registrar to
002100*              drop, and the entry stays until it is dropped. A
002200*              failed entry whose enrollment has already gone is
002300*              retired. ENRLPROV.TXT is rewritten with the entries
002400*              still unresolved.
002500*
002600* Modification History:
002700*   2026-10-15  D.K.  Original prerequisite recheck program.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. PREREQ-RECHECK-PGM.
003100 AUTHOR. D. KOWALSKI.
003200 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500 SECURITY. NON CONFIDENTIAL.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL PROVISIONAL-FILE
004000     ASSIGN TO "..\ENRLPROV.TXT"
004100     ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT OPTIONAL GRADE-MASTER
004400     ASSIGN TO "..\GRADE.DAT"
004500     ORGANIZATION IS INDEXED
004600     ACCESS MODE IS DYNAMIC
004700     RECORD KEY IS GRADE-KEY
004800     FILE STATUS IS WS-GRADE-STATUS.
004900
005000     SELECT ENROLL-MASTER
005100     ASSIGN TO "..\ENROLL.DAT"
005200     ORGANIZATION IS INDEXED
005300     ACCESS MODE IS DYNAMIC
005400     RECORD KEY IS ENROLL-KEY
005500     FILE STATUS IS WS-ENROLL-STATUS.
005600
005700     SELECT STUDENT-MASTER
005800     ASSIGN TO "..\STUDENT.DAT"
005900     ORGANIZATION IS INDEXED
006000     ACCESS MODE IS DYNAMIC
006100     RECORD KEY IS STUDENT-NUMBER
006200     ALTERNATE RECORD KEY IS LAST-NAME
006300         WITH DUPLICATES
006400     FILE STATUS IS WS-MASTER-STATUS.
006500
006600     SELECT RECHECK-REPORT
006700     ASSIGN TO "..\PREQCRPT.TXT"
006800     ORGANIZATION IS LINE SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PROVISIONAL-FILE.
007200     COPY ENRLPROV.
007300
007400 FD  GRADE-MASTER.
007500     COPY GRADEREC.
007600
007700 FD  ENROLL-MASTER.
007800     COPY ENRLREC.
007900
008000 FD  STUDENT-MASTER.
008100     COPY STUDREC.
008200
008300 FD  RECHECK-REPORT.
008400 01  RECHECK-REPORT-LINE         PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700
008800 77  WS-PROV-EOF-SW             PIC X(01)   VALUE "N".
008900     88  WS-PROV-EOF                        VALUE "Y".
009000 77  WS-PROV-TRUNC-SW           PIC X(01)   VALUE "N".
009100     88  WS-PROV-TRUNCATED                  VALUE "Y".
009200 77  WS-GRADE-STATUS            PIC X(02)   VALUE "00".
009300     88  WS-GRADE-OK                        VALUES "00" "05".
009400 77  WS-ENROLL-STATUS           PIC X(02)   VALUE "00".
009500     88  WS-ENROLL-OK                       VALUE "00".
009600 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
009700     88  WS-MASTER-OK                       VALUE "00".
009800 77  WS-PASS-SW                 PIC X(01)   VALUE "N".
009900     88  WS-PREREQ-PASSED                   VALUE "Y".
010000 77  WS-PENDING-SW              PIC X(01)   VALUE "N".
010100     88  WS-GRADE-PENDING                   VALUE "Y".
010200 77  WS-MIN-RANK                PIC 9(02)   VALUE ZERO.
010300 77  WS-PROV-SUB                PIC 9(03)   COMP VALUE ZERO.
010400 77  WS-PROV-USED               PIC 9(03)   VALUE ZERO.
010500 77  WS-READ-COUNT              PIC 9(05)   VALUE ZERO.
010600 77  WS-SATISFIED-COUNT         PIC 9(05)   VALUE ZERO.
010700 77  WS-PENDING-COUNT           PIC 9(05)   VALUE ZERO.
010800 77  WS-FAILED-COUNT            PIC 9(05)   VALUE ZERO.
010900 77  WS-GONE-COUNT              PIC 9(05)   VALUE ZERO.
011000
011100 01  WS-RUN-DATE.
011200     05  WS-RUN-YY               PIC 9(02).
011300     05  WS-RUN-MM               PIC 9(02).
011400     05  WS-RUN-DD               PIC 9(02).
011500
011600 01  WS-PROV-TABLE.
011700     05  WS-PROV-ENTRY OCCURS 500 TIMES.
011800         10  WS-PROV-IMAGE       PIC X(46).
011900         10  WS-PROV-KEEP-SW     PIC X(01).
012000             88  WS-PROV-KEEP                VALUE "Y".
012100
012200     COPY GRADPTS.
012300
012400 01  PRC-HDG-LINE-1.
012500     05  FILLER                  PIC X(10)   VALUE SPACES.
012600     05  FILLER                  PIC X(44)
012700         VALUE "PROVISIONAL ENROLLMENT PREREQUISITE RECHECK".
012800
012900 01  PRC-HDG-LINE-2.
013000     05  FILLER                  PIC X(05)   VALUE "DATE:".
013100     05  PRC-HDG-DATE            PIC X(08).
013200
013300 01  PRC-HDG-LINE-3.
013400     05  FILLER                  PIC X(12)   VALUE "STUDENT".
013500     05  FILLER                  PIC X(30)   VALUE "NAME".
013600     05  FILLER                  PIC X(10)   VALUE "COURSE".
013700     05  FILLER                  PIC X(08)   VALUE "TERM".
013800     05  FILLER                  PIC X(10)   VALUE "PREREQ".
013900     05  FILLER                  PIC X(08)   VALUE "TERM".
014000     05  FILLER                  PIC X(05)   VALUE "MIN".
014100     05  FILLER                  PIC X(07)   VALUE "GRADE".
014200     05  FILLER                  PIC X(12)   VALUE "ACTION".
014300
014400 01  PRC-HDG-LINE-4.
014500     05  FILLER                  PIC X(102)  VALUE ALL "-".
014600
014700 01  PRC-DETAIL-LINE.
014800     05  PRC-STUDENT-NUMBER      PIC X(12).
014900     05  PRC-STUDENT-NAME        PIC X(30).
015000     05  PRC-COURSE-CODE         PIC X(10).
015100     05  PRC-TERM                PIC 9(06).
015200     05  FILLER                  PIC X(02)   VALUE SPACES.
015300     05  PRC-PREREQ-COURSE       PIC X(10).
015400     05  PRC-PREREQ-TERM         PIC 9(06).
015500     05  FILLER                  PIC X(02)   VALUE SPACES.
015600     05  PRC-MIN-GRADE           PIC X(05).
015700     05  PRC-GRADE               PIC X(07).
015800     05  PRC-ACTION              PIC X(12)   VALUE "DROP ADVISED".
015900
016000 01  PRC-TOTAL-LINE-1.
016100     05  FILLER              PIC X(26)
016200         VALUE "PROVISIONAL ENTRIES READ:".
016300     05  PRC-TOTAL-READ      PIC ZZ,ZZ9.
016400
016500 01  PRC-TOTAL-LINE-2.
016600     05  FILLER              PIC X(26)
016700         VALUE "PREREQUISITE SATISFIED:".
016800     05  PRC-TOTAL-SATISFIED PIC ZZ,ZZ9.
016900
017000 01  PRC-TOTAL-LINE-3.
017100     05  FILLER              PIC X(26)
017200         VALUE "STILL IN PROGRESS:".
017300     05  PRC-TOTAL-PENDING   PIC ZZ,ZZ9.
017400
017500 01  PRC-TOTAL-LINE-4.
017600     05  FILLER              PIC X(26)
017700         VALUE "FAILED - DROP ADVISED:".
017800     05  PRC-TOTAL-FAILED    PIC ZZ,ZZ9.
017900
018000 01  PRC-TOTAL-LINE-5.
018100     05  FILLER              PIC X(26)
018200         VALUE "FAILED - ALREADY DROPPED:".
018300     05  PRC-TOTAL-GONE      PIC ZZ,ZZ9.
018400
018500 PROCEDURE DIVISION.
018600
018700******************************************************************
018800* 0000-MAINLINE
018900******************************************************************
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 2000-RECHECK-ENTRY THRU 2000-EXIT
019300         VARYING WS-PROV-SUB FROM 1 BY 1
019400         UNTIL WS-PROV-SUB > WS-PROV-USED.
019500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019600     STOP RUN.
019700
019800******************************************************************
019900* 1000-INITIALIZE - load the provisional entries, open files and
020000*                   print the report headings. The provisional
020100*                   file is loaded before anything else is opened
020200*                   so an oversize file refuses the run with every
020300*                   entry left as it was.
020400******************************************************************
020500 1000-INITIALIZE.
020600     PERFORM 1400-LOAD-PROVISIONAL THRU 1400-EXIT.
020700     IF WS-PROV-TRUNCATED
020800         DISPLAY "PREREQ-RECHECK-PGM: PROVISIONAL FILE EXCEEDS "
020900             "TABLE - RUN REFUSED"
021000         STOP RUN
021100     END-IF.
021200     OPEN INPUT GRADE-MASTER.
021300     IF NOT WS-GRADE-OK
021400         DISPLAY "PREREQ-RECHECK-PGM: UNABLE TO OPEN GRADE"
021500             " MASTER, STATUS=" WS-GRADE-STATUS
021600         STOP RUN
021700     END-IF.
021800     OPEN INPUT ENROLL-MASTER.
021900     IF NOT WS-ENROLL-OK
022000         DISPLAY "PREREQ-RECHECK-PGM: UNABLE TO OPEN ENROLLMENT"
022100             " MASTER, STATUS=" WS-ENROLL-STATUS
022200         STOP RUN
022300     END-IF.
022400     OPEN INPUT STUDENT-MASTER.
022500     IF NOT WS-MASTER-OK
022600         DISPLAY "PREREQ-RECHECK-PGM: UNABLE TO OPEN STUDENT"
022700             " MASTER, STATUS=" WS-MASTER-STATUS
022800         STOP RUN
022900     END-IF.
023000     OPEN OUTPUT RECHECK-REPORT.
023100     ACCEPT WS-RUN-DATE FROM DATE.
023200     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500
023600 1100-WRITE-HEADINGS.
023700     STRING WS-RUN-MM DELIMITED BY SIZE
023800         "/" DELIMITED BY SIZE
023900         WS-RUN-DD DELIMITED BY SIZE
024000         "/" DELIMITED BY SIZE
024100         WS-RUN-YY DELIMITED BY SIZE
024200         INTO PRC-HDG-DATE.
024300     WRITE RECHECK-REPORT-LINE FROM PRC-HDG-LINE-1
024400         AFTER ADVANCING 1 LINE.
024500     WRITE RECHECK-REPORT-LINE FROM PRC-HDG-LINE-2
024600         AFTER ADVANCING 1 LINE.
024700     WRITE RECHECK-REPORT-LINE FROM PRC-HDG-LINE-3
024800         AFTER ADVANCING 2 LINES.
024900     WRITE RECHECK-REPORT-LINE FROM PRC-HDG-LINE-4
025000         AFTER ADVANCING 1 LINE.
025100 1100-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 1400-LOAD-PROVISIONAL - read the cumulative provisional file
025600*                        into the work table in the order written.
025700******************************************************************
025800 1400-LOAD-PROVISIONAL.
025900     OPEN INPUT PROVISIONAL-FILE.
026000     PERFORM 1410-READ-PROVISIONAL THRU 1410-EXIT.
026100     PERFORM 1420-TABLE-PROV-ENTRY THRU 1420-EXIT
026200         UNTIL WS-PROV-EOF.
026300     CLOSE PROVISIONAL-FILE.
026400 1400-EXIT.
026500     EXIT.
026600
026700 1410-READ-PROVISIONAL.
026800     READ PROVISIONAL-FILE
026900         AT END SET WS-PROV-EOF TO TRUE
027000     END-READ.
027100 1410-EXIT.
027200     EXIT.
027300
027400 1420-TABLE-PROV-ENTRY.
027500     IF WS-PROV-USED < 500
027600         ADD 1 TO WS-PROV-USED
027700         MOVE PROVISIONAL-RECORD TO WS-PROV-IMAGE(WS-PROV-USED)
027800         MOVE "Y" TO WS-PROV-KEEP-SW(WS-PROV-USED)
027900     ELSE
028000*        An entry beyond the table would vanish in the end-of-run
028100*        rewrite - the run is refused instead (see 1000).
028200         SET WS-PROV-TRUNCATED TO TRUE
028300     END-IF.
028400     PERFORM 1410-READ-PROVISIONAL THRU 1410-EXIT.
028500 1420-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900* 2000-RECHECK-ENTRY - look up the grade for one provisional
029000*                     entry's prerequisite. No grade leaves the
029100*                     entry pending; a pass at or above the
029200*                     minimum retires it; a fail is listed for a
029300*                     drop while the provisional enrollment is
029400*                     still on file.
029500******************************************************************
029600 2000-RECHECK-ENTRY.
029700     ADD 1 TO WS-READ-COUNT.
029800     MOVE WS-PROV-IMAGE(WS-PROV-SUB) TO PROVISIONAL-RECORD.
029900     MOVE PROV-STUDENT-NUMBER TO GRADE-STUDENT-NUMBER.
030000     MOVE PROV-PREREQ-COURSE TO GRADE-COURSE-CODE.
030100     MOVE PROV-PREREQ-TERM TO GRADE-TERM.
030200     READ GRADE-MASTER
030300         INVALID KEY
030400             ADD 1 TO WS-PENDING-COUNT
030500             GO TO 2000-EXIT
030600     END-READ.
030700     PERFORM 2100-CHECK-GRADE THRU 2100-EXIT.
030800     IF WS-GRADE-PENDING
030900         ADD 1 TO WS-PENDING-COUNT
031000         GO TO 2000-EXIT
031100     END-IF.
031200     IF WS-PREREQ-PASSED
031300         MOVE "N" TO WS-PROV-KEEP-SW(WS-PROV-SUB)
031400         ADD 1 TO WS-SATISFIED-COUNT
031500         GO TO 2000-EXIT
031600     END-IF.
031700     MOVE PROV-STUDENT-NUMBER TO ENROLL-STUDENT-NUMBER.
031800     MOVE PROV-COURSE-CODE TO ENROLL-COURSE-CODE.
031900     MOVE PROV-TERM TO ENROLL-TERM.
032000     READ ENROLL-MASTER
032100         INVALID KEY
032200             MOVE "N" TO WS-PROV-KEEP-SW(WS-PROV-SUB)
032300             ADD 1 TO WS-GONE-COUNT
032400             GO TO 2000-EXIT
032500     END-READ.
032600     ADD 1 TO WS-FAILED-COUNT.
032700     PERFORM 2200-WRITE-DROP-LINE THRU 2200-EXIT.
032800 2000-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200* 2100-CHECK-GRADE - the recorded grade must be a pass ranked at
033300*                   or above the prerequisite's minimum grade.
033400*                   An incomplete ("I ") is not a result yet and
033500*                   leaves the entry pending, the same as no grade
033600*                   at all. A withdrawal ("W ") is final - the
033700*                   prerequisite was not completed - so it counts
033800*                   as not met.
033900******************************************************************
034000 2100-CHECK-GRADE.
034100     MOVE "N" TO WS-PASS-SW.
034200     MOVE "N" TO WS-PENDING-SW.
034300     IF GRADE-VALUE = "I "
034400         SET WS-GRADE-PENDING TO TRUE
034500         GO TO 2100-EXIT
034600     END-IF.
034700     MOVE ZERO TO WS-MIN-RANK.
034800     SET GPT-IDX TO 1.
034900     SEARCH GPT-ENTRY
035000         WHEN GPT-GRADE(GPT-IDX) = PROV-MIN-GRADE
035100             MOVE GPT-RANK(GPT-IDX) TO WS-MIN-RANK
035200     END-SEARCH.
035300     SET GPT-IDX TO 1.
035400     SEARCH GPT-ENTRY
035500         WHEN GPT-GRADE(GPT-IDX) = GRADE-VALUE
035600             IF GPT-PASSING(GPT-IDX)
035700                 AND GPT-RANK(GPT-IDX) NOT < WS-MIN-RANK
035800                 SET WS-PREREQ-PASSED TO TRUE
035900             END-IF
036000     END-SEARCH.
036100 2100-EXIT.
036200     EXIT.
036300
036400 2200-WRITE-DROP-LINE.
036500     MOVE PROV-STUDENT-NUMBER TO STUDENT-NUMBER.
036600     READ STUDENT-MASTER
036700         INVALID KEY
036800             MOVE "** NOT ON STUDENT MASTER **"
036900                 TO PRC-STUDENT-NAME
037000         NOT INVALID KEY
037100             MOVE SPACES TO PRC-STUDENT-NAME
037200             STRING LAST-NAME DELIMITED BY "  "
037300                 ", " DELIMITED BY SIZE
037400                 FIRST-NAME DELIMITED BY "  "
037500                 INTO PRC-STUDENT-NAME
037600     END-READ.
037700     MOVE PROV-STUDENT-NUMBER TO PRC-STUDENT-NUMBER.
037800     MOVE PROV-COURSE-CODE TO PRC-COURSE-CODE.
037900     MOVE PROV-TERM TO PRC-TERM.
038000     MOVE PROV-PREREQ-COURSE TO PRC-PREREQ-COURSE.
038100     MOVE PROV-PREREQ-TERM TO PRC-PREREQ-TERM.
038200     MOVE PROV-MIN-GRADE TO PRC-MIN-GRADE.
038300     MOVE GRADE-VALUE TO PRC-GRADE.
038400     WRITE RECHECK-REPORT-LINE FROM PRC-DETAIL-LINE
038500         AFTER ADVANCING 1 LINE.
038600 2200-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000* 3000-TERMINATE - print the totals, write the unresolved entries
039100*                  back to the provisional file and close files.
039200******************************************************************
039300 3000-TERMINATE.
039400     MOVE WS-READ-COUNT TO PRC-TOTAL-READ.
039500     MOVE WS-SATISFIED-COUNT TO PRC-TOTAL-SATISFIED.
039600     MOVE WS-PENDING-COUNT TO PRC-TOTAL-PENDING.
039700     MOVE WS-FAILED-COUNT TO PRC-TOTAL-FAILED.
039800     MOVE WS-GONE-COUNT TO PRC-TOTAL-GONE.
039900     WRITE RECHECK-REPORT-LINE FROM PRC-HDG-LINE-4
040000         AFTER ADVANCING 2 LINES.
040100     WRITE RECHECK-REPORT-LINE FROM PRC-TOTAL-LINE-1
040200         AFTER ADVANCING 1 LINE.
040300     WRITE RECHECK-REPORT-LINE FROM PRC-TOTAL-LINE-2
040400         AFTER ADVANCING 1 LINE.
040500     WRITE RECHECK-REPORT-LINE FROM PRC-TOTAL-LINE-3
040600         AFTER ADVANCING 1 LINE.
040700     WRITE RECHECK-REPORT-LINE FROM PRC-TOTAL-LINE-4
040800         AFTER ADVANCING 1 LINE.
040900     WRITE RECHECK-REPORT-LINE FROM PRC-TOTAL-LINE-5
041000         AFTER ADVANCING 1 LINE.
041100     PERFORM 3100-REWRITE-PROVISIONAL THRU 3100-EXIT.
041200     CLOSE GRADE-MASTER.
041300     CLOSE ENROLL-MASTER.
041400     CLOSE STUDENT-MASTER.
041500     CLOSE RECHECK-REPORT.
041600 3000-EXIT.
041700     EXIT.
041800
041900 3100-REWRITE-PROVISIONAL.
042000     OPEN OUTPUT PROVISIONAL-FILE.
042100     PERFORM 3110-WRITE-PROV-ENTRY THRU 3110-EXIT
042200         VARYING WS-PROV-SUB FROM 1 BY 1
042300         UNTIL WS-PROV-SUB > WS-PROV-USED.
042400     CLOSE PROVISIONAL-FILE.
042500 3100-EXIT.
042600     EXIT.
042700
042800 3110-WRITE-PROV-ENTRY.
042900     IF WS-PROV-KEEP(WS-PROV-SUB)
043000         MOVE WS-PROV-IMAGE(WS-PROV-SUB) TO PROVISIONAL-RECORD
043100         WRITE PROVISIONAL-RECORD
043200     END-IF.
043300 3110-EXIT.
043400     EXIT.
043500
043600 END PROGRAM PREREQ-RECHECK-PGM.
