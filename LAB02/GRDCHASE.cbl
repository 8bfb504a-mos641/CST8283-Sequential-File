000100******************************************************************
000200* Program:     GRADE-CHASE-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Outstanding-grades chase report. Driven by a
001000*              parameter card (GRDCPRM.TXT) naming one ENROLL-
001100*              TERM, and run only once that term's grade deadline
001200*              on the term calendar (TERM.DAT) has passed. Every
001300*              enrollment for the term on the enrollment master
001400*              (ENROLL.DAT) is matched to the grade master
001500*              (GRADE.DAT); the report (GRDCHASE.TXT) groups the
001600*              term by course, lists each enrollment still without
001700*              a grade with the student's name, and closes each
001800*              course with its enrolled, graded and outstanding
001900*              counts and percent complete, with the same figures
002000*              for the term overall - so the registrar knows which
002100*              departments to chase before transcripts go out.
002200*
002300* Modification History:
002400*   2026-10-15  D.K.  Original outstanding-grades report.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. GRADE-CHASE-PGM.
002800 AUTHOR. D. KOWALSKI.
002900 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200 SECURITY. NON CONFIDENTIAL.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL PARM-FILE
003700     ASSIGN TO "..\GRDCPRM.TXT"
003800     ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT TERM-MASTER
004100     ASSIGN TO "..\TERM.DAT"
004200     ORGANIZATION IS INDEXED
004300     ACCESS MODE IS DYNAMIC
004400     RECORD KEY IS TERM-CODE
004500     FILE STATUS IS WS-TERM-STATUS.
004600
004700     SELECT ENROLL-MASTER
004800     ASSIGN TO "..\ENROLL.DAT"
004900     ORGANIZATION IS INDEXED
005000     ACCESS MODE IS SEQUENTIAL
005100     RECORD KEY IS ENROLL-KEY
005200     FILE STATUS IS WS-ENROLL-STATUS.
005300
005400     SELECT STUDENT-MASTER
005500     ASSIGN TO "..\STUDENT.DAT"
005600     ORGANIZATION IS INDEXED
005700     ACCESS MODE IS DYNAMIC
005800     RECORD KEY IS STUDENT-NUMBER
005900     ALTERNATE RECORD KEY IS LAST-NAME
006000         WITH DUPLICATES
006100     FILE STATUS IS WS-MASTER-STATUS.
006200
006300     SELECT OPTIONAL COURSE-MASTER
006400     ASSIGN TO "..\COURSE.DAT"
006500     ORGANIZATION IS INDEXED
006600     ACCESS MODE IS DYNAMIC
006700     RECORD KEY IS COURSE-CODE
006800     FILE STATUS IS WS-COURSE-STATUS.
006900
007000     SELECT OPTIONAL GRADE-MASTER
007100     ASSIGN TO "..\GRADE.DAT"
007200     ORGANIZATION IS INDEXED
007300     ACCESS MODE IS DYNAMIC
007400     RECORD KEY IS GRADE-KEY
007500     FILE STATUS IS WS-GRADE-STATUS.
007600
007700     SELECT CHASE-REPORT
007800     ASSIGN TO "..\GRDCHASE.TXT"
007900     ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT SORT-WORK-FILE
008200     ASSIGN TO "SORTWK01".
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARM-FILE.
008600     COPY GRDTPRM.
008700
008800 FD  TERM-MASTER.
008900     COPY TERMREC.
009000
009100 FD  ENROLL-MASTER.
009200     COPY ENRLREC.
009300
009400 FD  STUDENT-MASTER.
009500     COPY STUDREC.
009600
009700 FD  COURSE-MASTER.
009800     COPY COURSREC.
009900
010000 FD  GRADE-MASTER.
010100     COPY GRADEREC.
010200
010300 FD  CHASE-REPORT.
010400 01  CHASE-REPORT-LINE           PIC X(132).
010500
010600 SD  SORT-WORK-FILE.
010700 01  SORT-RECORD.
010800     05  SORT-COURSE-CODE        PIC X(08).
010900     05  SORT-STUDENT-NAME       PIC X(40).
011000     05  SORT-STUDENT-NUMBER     PIC X(10).
011100     05  SORT-ENROLL-DATE        PIC 9(06).
011200     05  SORT-GRADED-SW          PIC X(01).
011300         88  SORT-GRADED                     VALUE "Y".
011400
011500 WORKING-STORAGE SECTION.
011600
011700 77  WS-PARM-EOF-SW             PIC X(01)   VALUE "N".
011800     88  WS-PARM-MISSING                    VALUE "Y".
011900 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
012000     88  WS-EOF                             VALUE "Y".
012100 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
012200     88  WS-SORT-EOF                        VALUE "Y".
012300 77  WS-TERM-STATUS             PIC X(02)   VALUE "00".
012400     88  WS-TERM-OK                         VALUE "00".
012500 77  WS-ENROLL-STATUS           PIC X(02)   VALUE "00".
012600     88  WS-ENROLL-OK                       VALUE "00".
012700 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
012800     88  WS-MASTER-OK                       VALUE "00".
012900 77  WS-COURSE-STATUS           PIC X(02)   VALUE "00".
013000     88  WS-COURSE-OK                       VALUES "00" "05".
013100 77  WS-GRADE-STATUS            PIC X(02)   VALUE "00".
013200     88  WS-GRADE-OK                        VALUES "00" "05".
013300 77  WS-CHASE-TERM              PIC 9(06)   VALUE ZERO.
013400 77  WS-PREV-COURSE             PIC X(08)   VALUE SPACES.
013500 77  WS-GROUP-SW                PIC X(01)   VALUE "N".
013600     88  WS-GROUP-OPEN                      VALUE "Y".
013700 77  WS-COURSE-COUNT            PIC 9(05)   VALUE ZERO.
013800 77  WS-CHASE-COURSES           PIC 9(05)   VALUE ZERO.
013900 77  WS-GROUP-ENROLLED          PIC 9(05)   VALUE ZERO.
014000 77  WS-GROUP-GRADED            PIC 9(05)   VALUE ZERO.
014100 77  WS-GROUP-OUTSTANDING       PIC 9(05)   VALUE ZERO.
014200 77  WS-GRAND-ENROLLED          PIC 9(06)   VALUE ZERO.
014300 77  WS-GRAND-GRADED            PIC 9(06)   VALUE ZERO.
014400 77  WS-GRAND-OUTSTANDING       PIC 9(06)   VALUE ZERO.
014500 77  WS-PCT-COMPLETE            PIC 9(03)V9 VALUE ZERO.
014600
014700 01  WS-RUN-DATE.
014800     05  WS-RUN-YY               PIC 9(02).
014900     05  WS-RUN-MM               PIC 9(02).
015000     05  WS-RUN-DD               PIC 9(02).
015100
015200 01  WS-DEADLINE-DATE.
015300     05  WS-DEADLINE-YY          PIC 9(02).
015400     05  WS-DEADLINE-MM          PIC 9(02).
015500     05  WS-DEADLINE-DD          PIC 9(02).
015600
015700 01  GCH-HDG-LINE-1.
015800     05  FILLER                  PIC X(10)   VALUE SPACES.
015900     05  FILLER                  PIC X(40)
016000         VALUE "OUTSTANDING GRADES REPORT".
016100
016200 01  GCH-HDG-LINE-2.
016300     05  FILLER                  PIC X(05)   VALUE "DATE:".
016400     05  GCH-HDG-DATE            PIC X(08).
016500     05  FILLER                  PIC X(04)   VALUE SPACES.
016600     05  FILLER                  PIC X(06)   VALUE "TERM:".
016700     05  GCH-HDG-TERM            PIC 9(06).
016800     05  FILLER                  PIC X(04)   VALUE SPACES.
016900     05  FILLER                  PIC X(12)   VALUE "GRADES DUE:".
017000     05  GCH-HDG-DEADLINE        PIC X(08).
017100
017200 01  GCH-GROUP-LINE.
017300     05  FILLER                  PIC X(08)   VALUE "COURSE:".
017400     05  GCH-GROUP-COURSE        PIC X(08).
017500     05  FILLER                  PIC X(04)   VALUE SPACES.
017600     05  GCH-GROUP-TITLE         PIC X(30).
017700
017800 01  GCH-HDG-LINE-3.
017900     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
018000     05  FILLER                  PIC X(42)   VALUE "STUDENT NAME".
018100     05  FILLER                  PIC X(08)   VALUE "ENROLLED".
018200
018300 01  GCH-HDG-LINE-4.
018400     05  FILLER                  PIC X(62)   VALUE ALL "-".
018500
018600 01  GCH-DETAIL-LINE.
018700     05  GCH-STUDENT-NUMBER      PIC X(10).
018800     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  GCH-STUDENT-NAME        PIC X(40).
019000     05  FILLER                  PIC X(02)   VALUE SPACES.
019100     05  GCH-ENROLL-DATE         PIC 9(06).
019200
019300 01  GCH-COUNT-LINE.
019400     05  FILLER              PIC X(10) VALUE "ENROLLED:".
019500     05  GCH-COUNT-ENROLLED  PIC ZZ,ZZ9.
019600     05  FILLER              PIC X(10) VALUE "  GRADED:".
019700     05  GCH-COUNT-GRADED    PIC ZZ,ZZ9.
019800     05  FILLER              PIC X(15) VALUE "  OUTSTANDING:".
019900     05  GCH-COUNT-OUTSTANDING PIC ZZ,ZZ9.
020000     05  FILLER              PIC X(12) VALUE "  COMPLETE:".
020100     05  GCH-COUNT-PCT       PIC ZZ9.9.
020200     05  FILLER              PIC X(01) VALUE "%".
020300
020400 01  GCH-TOTAL-LINE-1.
020500     05  FILLER          PIC X(24) VALUE "COURSES IN TERM:".
020600     05  GCH-TOTAL-COURSES   PIC ZZZ,ZZ9.
020700
020800 01  GCH-TOTAL-LINE-2.
020900     05  FILLER          PIC X(24) VALUE "COURSES TO CHASE:".
021000     05  GCH-TOTAL-CHASE     PIC ZZZ,ZZ9.
021100
021200 01  GCH-TOTAL-LINE-3.
021300     05  FILLER          PIC X(24) VALUE "TERM OVERALL".
021400
021500 PROCEDURE DIVISION.
021600
021700******************************************************************
021800* 0000-MAINLINE
021900******************************************************************
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     SORT SORT-WORK-FILE
022300         ON ASCENDING KEY SORT-COURSE-CODE
022400                          SORT-STUDENT-NAME
022500                          SORT-STUDENT-NUMBER
022600         INPUT PROCEDURE IS 1200-SELECT-ENROLLMENTS
022700         OUTPUT PROCEDURE IS 2000-FORMAT-CHASE-LIST.
022800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
022900     STOP RUN.
023000
023100******************************************************************
023200* 1000-INITIALIZE - read the parameter card and look the term up
023300*                   on the calendar; a missing card, a zero term,
023400*                   a term not on the calendar or a grade deadline
023500*                   not yet passed refuses the run. Then open the
023600*                   files and print the headings.
023700******************************************************************
023800 1000-INITIALIZE.
023900     OPEN INPUT PARM-FILE.
024000     READ PARM-FILE
024100         AT END SET WS-PARM-MISSING TO TRUE
024200     END-READ.
024300     IF NOT WS-PARM-MISSING
024400         MOVE PARM-GRADE-TERM TO WS-CHASE-TERM
024500     END-IF.
024600     CLOSE PARM-FILE.
024700     IF WS-PARM-MISSING OR WS-CHASE-TERM = ZERO
024800         DISPLAY "GRADE-CHASE-PGM: NO TERM SUPPLIED - RUN REFUSED"
024900         STOP RUN
025000     END-IF.
025100     ACCEPT WS-RUN-DATE FROM DATE.
025200     OPEN INPUT TERM-MASTER.
025300     IF NOT WS-TERM-OK
025400         DISPLAY "GRADE-CHASE-PGM: UNABLE TO OPEN TERM"
025500             " CALENDAR, STATUS=" WS-TERM-STATUS
025600         STOP RUN
025700     END-IF.
025800     MOVE WS-CHASE-TERM TO TERM-CODE.
025900     READ TERM-MASTER
026000         INVALID KEY
026100             DISPLAY "GRADE-CHASE-PGM: TERM " WS-CHASE-TERM
026200                 " NOT ON CALENDAR - RUN REFUSED"
026300             CLOSE TERM-MASTER
026400             STOP RUN
026500     END-READ.
026600     IF WS-RUN-DATE NOT > TERM-GRADE-DEADLINE
026700         DISPLAY "GRADE-CHASE-PGM: TERM " WS-CHASE-TERM
026800             " GRADE DEADLINE NOT PASSED - RUN REFUSED"
026900         CLOSE TERM-MASTER
027000         STOP RUN
027100     END-IF.
027200     MOVE TERM-GRADE-DEADLINE TO WS-DEADLINE-DATE.
027300     CLOSE TERM-MASTER.
027400     OPEN INPUT ENROLL-MASTER.
027500     IF NOT WS-ENROLL-OK
027600         DISPLAY "GRADE-CHASE-PGM: UNABLE TO OPEN ENROLLMENT"
027700             " MASTER, STATUS=" WS-ENROLL-STATUS
027800         STOP RUN
027900     END-IF.
028000     OPEN INPUT STUDENT-MASTER.
028100     IF NOT WS-MASTER-OK
028200         DISPLAY "GRADE-CHASE-PGM: UNABLE TO OPEN STUDENT"
028300             " MASTER, STATUS=" WS-MASTER-STATUS
028400         STOP RUN
028500     END-IF.
028600     OPEN INPUT COURSE-MASTER.
028700     IF NOT WS-COURSE-OK
028800         DISPLAY "GRADE-CHASE-PGM: UNABLE TO OPEN COURSE"
028900             " CATALOG, STATUS=" WS-COURSE-STATUS
029000         STOP RUN
029100     END-IF.
029200     OPEN INPUT GRADE-MASTER.
029300     IF NOT WS-GRADE-OK
029400         DISPLAY "GRADE-CHASE-PGM: UNABLE TO OPEN GRADE"
029500             " MASTER, STATUS=" WS-GRADE-STATUS
029600         STOP RUN
029700     END-IF.
029800     OPEN OUTPUT CHASE-REPORT.
029900     STRING WS-RUN-MM DELIMITED BY SIZE
030000         "/" DELIMITED BY SIZE
030100         WS-RUN-DD DELIMITED BY SIZE
030200         "/" DELIMITED BY SIZE
030300         WS-RUN-YY DELIMITED BY SIZE
030400         INTO GCH-HDG-DATE.
030500     STRING WS-DEADLINE-MM DELIMITED BY SIZE
030600         "/" DELIMITED BY SIZE
030700         WS-DEADLINE-DD DELIMITED BY SIZE
030800         "/" DELIMITED BY SIZE
030900         WS-DEADLINE-YY DELIMITED BY SIZE
031000         INTO GCH-HDG-DEADLINE.
031100     MOVE WS-CHASE-TERM TO GCH-HDG-TERM.
031200     WRITE CHASE-REPORT-LINE FROM GCH-HDG-LINE-1
031300         AFTER ADVANCING 1 LINE.
031400     WRITE CHASE-REPORT-LINE FROM GCH-HDG-LINE-2
031500         AFTER ADVANCING 1 LINE.
031600 1000-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000* 1200-SELECT-ENROLLMENTS - SORT input procedure: release one
032100*                          sort record per enrollment in the term,
032200*                          carrying the student's name and whether
032300*                          a grade is on the grade master.
032400******************************************************************
032500 1200-SELECT-ENROLLMENTS.
032600     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
032700     PERFORM 1220-RELEASE-ENROLLMENT THRU 1220-EXIT
032800         UNTIL WS-EOF.
032900 1200-EXIT.
033000     EXIT.
033100
033200 1210-READ-ENROLLMENT.
033300     READ ENROLL-MASTER NEXT RECORD
033400         AT END SET WS-EOF TO TRUE
033500     END-READ.
033600 1210-EXIT.
033700     EXIT.
033800
033900 1220-RELEASE-ENROLLMENT.
034000     IF ENROLL-TERM = WS-CHASE-TERM
034100         PERFORM 1230-RELEASE-ONE THRU 1230-EXIT
034200     END-IF.
034300     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
034400 1220-EXIT.
034500     EXIT.
034600
034700 1230-RELEASE-ONE.
034800     MOVE ENROLL-COURSE-CODE TO SORT-COURSE-CODE.
034900     MOVE ENROLL-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
035000     MOVE ENROLL-DATE TO SORT-ENROLL-DATE.
035100     MOVE ENROLL-KEY TO GRADE-KEY.
035200     READ GRADE-MASTER
035300         INVALID KEY
035400             MOVE "N" TO SORT-GRADED-SW
035500         NOT INVALID KEY
035600             MOVE "Y" TO SORT-GRADED-SW
035700     END-READ.
035800     MOVE ENROLL-STUDENT-NUMBER TO STUDENT-NUMBER.
035900     READ STUDENT-MASTER
036000         INVALID KEY
036100             MOVE "** NOT ON STUDENT MASTER **"
036200                 TO SORT-STUDENT-NAME
036300         NOT INVALID KEY
036400             MOVE SPACES TO SORT-STUDENT-NAME
036500             STRING LAST-NAME DELIMITED BY "  "
036600                 ", " DELIMITED BY SIZE
036700                 FIRST-NAME DELIMITED BY "  "
036800                 INTO SORT-STUDENT-NAME
036900     END-READ.
037000     RELEASE SORT-RECORD.
037100 1230-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 2000-FORMAT-CHASE-LIST - SORT output procedure: control break on
037600*                         course code; ungraded enrollments are
037700*                         listed, every enrollment is counted.
037800******************************************************************
037900 2000-FORMAT-CHASE-LIST.
038000     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
038100     PERFORM 2200-CHECK-ENROLLMENT THRU 2200-EXIT
038200         UNTIL WS-SORT-EOF.
038300     IF WS-GROUP-OPEN
038400         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
038500     END-IF.
038600 2000-EXIT.
038700     EXIT.
038800
038900 2100-RETURN-SORTED.
039000     RETURN SORT-WORK-FILE
039100         AT END SET WS-SORT-EOF TO TRUE
039200     END-RETURN.
039300 2100-EXIT.
039400     EXIT.
039500
039600 2200-CHECK-ENROLLMENT.
039700     IF NOT WS-GROUP-OPEN
039800             OR SORT-COURSE-CODE NOT = WS-PREV-COURSE
039900         PERFORM 2300-START-GROUP THRU 2300-EXIT
040000     END-IF.
040100     ADD 1 TO WS-GROUP-ENROLLED.
040200     IF SORT-GRADED
040300         ADD 1 TO WS-GROUP-GRADED
040400     ELSE
040500         ADD 1 TO WS-GROUP-OUTSTANDING
040600         PERFORM 2500-LIST-OUTSTANDING THRU 2500-EXIT
040700     END-IF.
040800     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
040900 2200-EXIT.
041000     EXIT.
041100
041200 2300-START-GROUP.
041300     IF WS-GROUP-OPEN
041400         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
041500     END-IF.
041600     MOVE SORT-COURSE-CODE TO WS-PREV-COURSE.
041700     ADD 1 TO WS-COURSE-COUNT.
041800     MOVE SORT-COURSE-CODE TO GCH-GROUP-COURSE.
041900     MOVE SORT-COURSE-CODE TO COURSE-CODE.
042000     READ COURSE-MASTER
042100         INVALID KEY
042200             MOVE "** NOT IN CATALOG **" TO GCH-GROUP-TITLE
042300         NOT INVALID KEY
042400             MOVE COURSE-TITLE TO GCH-GROUP-TITLE
042500     END-READ.
042600     WRITE CHASE-REPORT-LINE FROM GCH-GROUP-LINE
042700         AFTER ADVANCING 2 LINES.
042800     WRITE CHASE-REPORT-LINE FROM GCH-HDG-LINE-3
042900         AFTER ADVANCING 1 LINE.
043000     WRITE CHASE-REPORT-LINE FROM GCH-HDG-LINE-4
043100         AFTER ADVANCING 1 LINE.
043200     MOVE ZERO TO WS-GROUP-ENROLLED.
043300     MOVE ZERO TO WS-GROUP-GRADED.
043400     MOVE ZERO TO WS-GROUP-OUTSTANDING.
043500     MOVE "Y" TO WS-GROUP-SW.
043600 2300-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000* 2400-CLOSE-GROUP - print the course's counts and percent
044100*                   complete and roll them into the term totals.
044200******************************************************************
044300 2400-CLOSE-GROUP.
044400     MOVE WS-GROUP-ENROLLED TO GCH-COUNT-ENROLLED.
044500     MOVE WS-GROUP-GRADED TO GCH-COUNT-GRADED.
044600     MOVE WS-GROUP-OUTSTANDING TO GCH-COUNT-OUTSTANDING.
044700     COMPUTE WS-PCT-COMPLETE ROUNDED =
044800         WS-GROUP-GRADED * 100 / WS-GROUP-ENROLLED.
044900     MOVE WS-PCT-COMPLETE TO GCH-COUNT-PCT.
045000     WRITE CHASE-REPORT-LINE FROM GCH-HDG-LINE-4
045100         AFTER ADVANCING 1 LINE.
045200     WRITE CHASE-REPORT-LINE FROM GCH-COUNT-LINE
045300         AFTER ADVANCING 1 LINE.
045400     ADD WS-GROUP-ENROLLED TO WS-GRAND-ENROLLED.
045500     ADD WS-GROUP-GRADED TO WS-GRAND-GRADED.
045600     ADD WS-GROUP-OUTSTANDING TO WS-GRAND-OUTSTANDING.
045700     IF WS-GROUP-OUTSTANDING > ZERO
045800         ADD 1 TO WS-CHASE-COURSES
045900     END-IF.
046000 2400-EXIT.
046100     EXIT.
046200
046300 2500-LIST-OUTSTANDING.
046400     MOVE SORT-STUDENT-NUMBER TO GCH-STUDENT-NUMBER.
046500     MOVE SORT-STUDENT-NAME TO GCH-STUDENT-NAME.
046600     MOVE SORT-ENROLL-DATE TO GCH-ENROLL-DATE.
046700     WRITE CHASE-REPORT-LINE FROM GCH-DETAIL-LINE
046800         AFTER ADVANCING 1 LINE.
046900 2500-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300* 3000-TERMINATE - print the term totals and close files. A term
047400*                  with no enrollments reports 100 percent
047500*                  complete.
047600******************************************************************
047700 3000-TERMINATE.
047800     MOVE WS-COURSE-COUNT TO GCH-TOTAL-COURSES.
047900     MOVE WS-CHASE-COURSES TO GCH-TOTAL-CHASE.
048000     MOVE WS-GRAND-ENROLLED TO GCH-COUNT-ENROLLED.
048100     MOVE WS-GRAND-GRADED TO GCH-COUNT-GRADED.
048200     MOVE WS-GRAND-OUTSTANDING TO GCH-COUNT-OUTSTANDING.
048300     IF WS-GRAND-ENROLLED > ZERO
048400         COMPUTE WS-PCT-COMPLETE ROUNDED =
048500             WS-GRAND-GRADED * 100 / WS-GRAND-ENROLLED
048600     ELSE
048700         MOVE 100 TO WS-PCT-COMPLETE
048800     END-IF.
048900     MOVE WS-PCT-COMPLETE TO GCH-COUNT-PCT.
049000     WRITE CHASE-REPORT-LINE FROM GCH-TOTAL-LINE-1
049100         AFTER ADVANCING 2 LINES.
049200     WRITE CHASE-REPORT-LINE FROM GCH-TOTAL-LINE-2
049300         AFTER ADVANCING 1 LINE.
049400     WRITE CHASE-REPORT-LINE FROM GCH-TOTAL-LINE-3
049500         AFTER ADVANCING 2 LINES.
049600     WRITE CHASE-REPORT-LINE FROM GCH-COUNT-LINE
049700         AFTER ADVANCING 1 LINE.
049800     CLOSE ENROLL-MASTER.
049900     CLOSE STUDENT-MASTER.
050000     CLOSE COURSE-MASTER.
050100     CLOSE GRADE-MASTER.
050200     CLOSE CHASE-REPORT.
050300 3000-EXIT.
050400     EXIT.
050500
050600 END PROGRAM GRADE-CHASE-PGM.
