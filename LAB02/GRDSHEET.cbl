000100******************************************************************
000200* Program:     GRADE-SHEET-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Grade-sheet print run. Driven by a parameter card
001000*              (GRDSPRM.TXT) naming one ENROLL-TERM, this program
001100*              sorts that term's enrollments from the enrollment
001200*              master (ENROLL.DAT) on course code and student
001300*              name and prints one pre-printed faculty grade
001400*              sheet per course (GRDSHEET.TXT), each on a new
001500*              page. A sheet heads with the course title from the
001600*              course catalog (COURSE.DAT) and the term's grade
001700*              deadline from the term calendar (TERM.DAT), and
001800*              lists every enrolled student's number and name
001900*              from the student master (STUDENT.DAT) beside a
002000*              grade box - blank for keying, or pre-filled with
002100*              the grade already on GRADE.DAT - so grade entry
002200*              keys straight off a sheet the system produced
002300*              instead of hand-written student numbers. A term
002400*              not on the calendar refuses the run.
002500*
002600* Modification History:
002700*   2026-10-15  D.K.  Original grade-sheet print program.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. GRADE-SHEET-PGM.
003100 AUTHOR. D. KOWALSKI.
003200 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500 SECURITY. NON CONFIDENTIAL.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL PARM-FILE
004000     ASSIGN TO "..\GRDSPRM.TXT"
004100     ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT TERM-MASTER
004400     ASSIGN TO "..\TERM.DAT"
004500     ORGANIZATION IS INDEXED
004600     ACCESS MODE IS DYNAMIC
004700     RECORD KEY IS TERM-CODE
004800     FILE STATUS IS WS-TERM-STATUS.
004900
005000     SELECT ENROLL-MASTER
005100     ASSIGN TO "..\ENROLL.DAT"
005200     ORGANIZATION IS INDEXED
005300     ACCESS MODE IS SEQUENTIAL
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
006600     SELECT OPTIONAL COURSE-MASTER
006700     ASSIGN TO "..\COURSE.DAT"
006800     ORGANIZATION IS INDEXED
006900     ACCESS MODE IS DYNAMIC
007000     RECORD KEY IS COURSE-CODE
007100     FILE STATUS IS WS-COURSE-STATUS.
007200
007300     SELECT OPTIONAL GRADE-MASTER
007400     ASSIGN TO "..\GRADE.DAT"
007500     ORGANIZATION IS INDEXED
007600     ACCESS MODE IS DYNAMIC
007700     RECORD KEY IS GRADE-KEY
007800     FILE STATUS IS WS-GRADE-STATUS.
007900
008000     SELECT GRADE-SHEET-REPORT
008100     ASSIGN TO "..\GRDSHEET.TXT"
008200     ORGANIZATION IS LINE SEQUENTIAL.
008300
008400     SELECT SORT-WORK-FILE
008500     ASSIGN TO "SORTWK01".
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  PARM-FILE.
008900     COPY GRDTPRM.
009000
009100 FD  TERM-MASTER.
009200     COPY TERMREC.
009300
009400 FD  ENROLL-MASTER.
009500     COPY ENRLREC.
009600
009700 FD  STUDENT-MASTER.
009800     COPY STUDREC.
009900
010000 FD  COURSE-MASTER.
010100     COPY COURSREC.
010200
010300 FD  GRADE-MASTER.
010400     COPY GRADEREC.
010500
010600 FD  GRADE-SHEET-REPORT.
010700 01  GRADE-SHEET-LINE            PIC X(132).
010800
010900 SD  SORT-WORK-FILE.
011000 01  SORT-RECORD.
011100     05  SORT-COURSE-CODE        PIC X(08).
011200     05  SORT-STUDENT-NAME       PIC X(40).
011300     05  SORT-STUDENT-NUMBER     PIC X(10).
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
013300 77  WS-SHEET-TERM              PIC 9(06)   VALUE ZERO.
013400 77  WS-PREV-COURSE             PIC X(08)   VALUE SPACES.
013500 77  WS-GROUP-SW                PIC X(01)   VALUE "N".
013600     88  WS-GROUP-OPEN                      VALUE "Y".
013700 77  WS-SHEET-COUNT             PIC 9(05)   VALUE ZERO.
013800 77  WS-SHEET-STUDENTS          PIC 9(05)   VALUE ZERO.
013900 77  WS-SHEET-FILLED            PIC 9(05)   VALUE ZERO.
014000 77  WS-GRAND-STUDENTS          PIC 9(06)   VALUE ZERO.
014100 77  WS-GRAND-FILLED            PIC 9(06)   VALUE ZERO.
014200
014300 01  WS-RUN-DATE.
014400     05  WS-RUN-YY               PIC 9(02).
014500     05  WS-RUN-MM               PIC 9(02).
014600     05  WS-RUN-DD               PIC 9(02).
014700
014800 01  WS-DEADLINE-DATE.
014900     05  WS-DEADLINE-YY          PIC 9(02).
015000     05  WS-DEADLINE-MM          PIC 9(02).
015100     05  WS-DEADLINE-DD          PIC 9(02).
015200
015300 01  GSH-HDG-LINE-1.
015400     05  FILLER                  PIC X(10)   VALUE SPACES.
015500     05  FILLER                  PIC X(40)
015600         VALUE "FACULTY GRADE SHEET".
015700     05  FILLER                  PIC X(06)   VALUE "SHEET".
015800     05  GSH-HDG-SHEET-NO        PIC ZZZ9.
015900
016000 01  GSH-HDG-LINE-2.
016100     05  FILLER                  PIC X(05)   VALUE "DATE:".
016200     05  GSH-HDG-DATE            PIC X(08).
016300     05  FILLER                  PIC X(04)   VALUE SPACES.
016400     05  FILLER                  PIC X(06)   VALUE "TERM:".
016500     05  GSH-HDG-TERM            PIC 9(06).
016600     05  FILLER                  PIC X(04)   VALUE SPACES.
016700     05  FILLER                  PIC X(12)   VALUE "GRADES DUE:".
016800     05  GSH-HDG-DEADLINE        PIC X(08).
016900
017000 01  GSH-GROUP-LINE.
017100     05  FILLER                  PIC X(08)   VALUE "COURSE:".
017200     05  GSH-GROUP-COURSE        PIC X(08).
017300     05  FILLER                  PIC X(04)   VALUE SPACES.
017400     05  GSH-GROUP-TITLE         PIC X(30).
017500
017600 01  GSH-HDG-LINE-3.
017700     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
017800     05  FILLER                  PIC X(42)   VALUE "STUDENT NAME".
017900     05  FILLER                  PIC X(06)   VALUE "GRADE".
018000
018100 01  GSH-HDG-LINE-4.
018200     05  FILLER                  PIC X(60)   VALUE ALL "-".
018300
018400 01  GSH-DETAIL-LINE.
018500     05  GSH-STUDENT-NUMBER      PIC X(10).
018600     05  FILLER                  PIC X(02)   VALUE SPACES.
018700     05  GSH-STUDENT-NAME        PIC X(40).
018800     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  FILLER                  PIC X(01)   VALUE "[".
019000     05  GSH-GRADE               PIC X(02).
019100     05  FILLER                  PIC X(01)   VALUE "]".
019200
019300 01  GSH-COUNT-LINE.
019400     05  FILLER              PIC X(16) VALUE "STUDENTS:".
019500     05  GSH-SHEET-STUDENTS  PIC ZZ,ZZ9.
019600     05  FILLER              PIC X(04) VALUE SPACES.
019700     05  FILLER              PIC X(16) VALUE "PRE-FILLED:".
019800     05  GSH-SHEET-FILLED    PIC ZZ,ZZ9.
019900
020000 01  GSH-SIGN-LINE.
020100     05  FILLER                  PIC X(40)
020200         VALUE "INSTRUCTOR: ______________________".
020300     05  FILLER                  PIC X(20)
020400         VALUE "DATE: ____________".
020500
020600 01  GSH-TOTAL-LINE-1.
020700     05  FILLER          PIC X(24) VALUE "SHEETS PRINTED:".
020800     05  GSH-TOTAL-SHEETS    PIC ZZZ,ZZ9.
020900
021000 01  GSH-TOTAL-LINE-2.
021100     05  FILLER          PIC X(24) VALUE "STUDENTS LISTED:".
021200     05  GSH-TOTAL-STUDENTS  PIC ZZZ,ZZ9.
021300
021400 01  GSH-TOTAL-LINE-3.
021500     05  FILLER          PIC X(24) VALUE "GRADES PRE-FILLED:".
021600     05  GSH-TOTAL-FILLED    PIC ZZZ,ZZ9.
021700
021800 PROCEDURE DIVISION.
021900
022000******************************************************************
022100* 0000-MAINLINE
022200******************************************************************
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     SORT SORT-WORK-FILE
022600         ON ASCENDING KEY SORT-COURSE-CODE
022700                          SORT-STUDENT-NAME
022800                          SORT-STUDENT-NUMBER
022900         INPUT PROCEDURE IS 1200-SELECT-ENROLLMENTS
023000         OUTPUT PROCEDURE IS 2000-FORMAT-GRADE-SHEETS.
023100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
023200     STOP RUN.
023300
023400******************************************************************
023500* 1000-INITIALIZE - read the parameter card and look the term up
023600*                   on the calendar; a missing card, a zero term
023700*                   or a term not on the calendar refuses the run.
023800*                   Then open the files.
023900******************************************************************
024000 1000-INITIALIZE.
024100     OPEN INPUT PARM-FILE.
024200     READ PARM-FILE
024300         AT END SET WS-PARM-MISSING TO TRUE
024400     END-READ.
024500     IF NOT WS-PARM-MISSING
024600         MOVE PARM-GRADE-TERM TO WS-SHEET-TERM
024700     END-IF.
024800     CLOSE PARM-FILE.
024900     IF WS-PARM-MISSING OR WS-SHEET-TERM = ZERO
025000         DISPLAY "GRADE-SHEET-PGM: NO TERM SUPPLIED - RUN REFUSED"
025100         STOP RUN
025200     END-IF.
025300     OPEN INPUT TERM-MASTER.
025400     IF NOT WS-TERM-OK
025500         DISPLAY "GRADE-SHEET-PGM: UNABLE TO OPEN TERM"
025600             " CALENDAR, STATUS=" WS-TERM-STATUS
025700         STOP RUN
025800     END-IF.
025900     MOVE WS-SHEET-TERM TO TERM-CODE.
026000     READ TERM-MASTER
026100         INVALID KEY
026200             DISPLAY "GRADE-SHEET-PGM: TERM " WS-SHEET-TERM
026300                 " NOT ON CALENDAR - RUN REFUSED"
026400             CLOSE TERM-MASTER
026500             STOP RUN
026600     END-READ.
026700     MOVE TERM-GRADE-DEADLINE TO WS-DEADLINE-DATE.
026800     CLOSE TERM-MASTER.
026900     OPEN INPUT ENROLL-MASTER.
027000     IF NOT WS-ENROLL-OK
027100         DISPLAY "GRADE-SHEET-PGM: UNABLE TO OPEN ENROLLMENT"
027200             " MASTER, STATUS=" WS-ENROLL-STATUS
027300         STOP RUN
027400     END-IF.
027500     OPEN INPUT STUDENT-MASTER.
027600     IF NOT WS-MASTER-OK
027700         DISPLAY "GRADE-SHEET-PGM: UNABLE TO OPEN STUDENT"
027800             " MASTER, STATUS=" WS-MASTER-STATUS
027900         STOP RUN
028000     END-IF.
028100     OPEN INPUT COURSE-MASTER.
028200     IF NOT WS-COURSE-OK
028300         DISPLAY "GRADE-SHEET-PGM: UNABLE TO OPEN COURSE"
028400             " CATALOG, STATUS=" WS-COURSE-STATUS
028500         STOP RUN
028600     END-IF.
028700     OPEN INPUT GRADE-MASTER.
028800     IF NOT WS-GRADE-OK
028900         DISPLAY "GRADE-SHEET-PGM: UNABLE TO OPEN GRADE"
029000             " MASTER, STATUS=" WS-GRADE-STATUS
029100         STOP RUN
029200     END-IF.
029300     OPEN OUTPUT GRADE-SHEET-REPORT.
029400     ACCEPT WS-RUN-DATE FROM DATE.
029500     STRING WS-RUN-MM DELIMITED BY SIZE
029600         "/" DELIMITED BY SIZE
029700         WS-RUN-DD DELIMITED BY SIZE
029800         "/" DELIMITED BY SIZE
029900         WS-RUN-YY DELIMITED BY SIZE
030000         INTO GSH-HDG-DATE.
030100     STRING WS-DEADLINE-MM DELIMITED BY SIZE
030200         "/" DELIMITED BY SIZE
030300         WS-DEADLINE-DD DELIMITED BY SIZE
030400         "/" DELIMITED BY SIZE
030500         WS-DEADLINE-YY DELIMITED BY SIZE
030600         INTO GSH-HDG-DEADLINE.
030700     MOVE WS-SHEET-TERM TO GSH-HDG-TERM.
030800 1000-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* 1200-SELECT-ENROLLMENTS - SORT input procedure: release one
031300*                          sort record per enrollment in the sheet
031400*                          term, carrying the student's name so
031500*                          each sheet lists its class
031600*                          alphabetically.
031700******************************************************************
031800 1200-SELECT-ENROLLMENTS.
031900     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
032000     PERFORM 1220-RELEASE-ENROLLMENT THRU 1220-EXIT
032100         UNTIL WS-EOF.
032200 1200-EXIT.
032300     EXIT.
032400
032500 1210-READ-ENROLLMENT.
032600     READ ENROLL-MASTER NEXT RECORD
032700         AT END SET WS-EOF TO TRUE
032800     END-READ.
032900 1210-EXIT.
033000     EXIT.
033100
033200 1220-RELEASE-ENROLLMENT.
033300     IF ENROLL-TERM = WS-SHEET-TERM
033400         PERFORM 1230-RELEASE-ONE THRU 1230-EXIT
033500     END-IF.
033600     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
033700 1220-EXIT.
033800     EXIT.
033900
034000 1230-RELEASE-ONE.
034100     MOVE ENROLL-COURSE-CODE TO SORT-COURSE-CODE.
034200     MOVE ENROLL-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
034300     MOVE ENROLL-STUDENT-NUMBER TO STUDENT-NUMBER.
034400     READ STUDENT-MASTER
034500         INVALID KEY
034600             MOVE "** NOT ON STUDENT MASTER **"
034700                 TO SORT-STUDENT-NAME
034800         NOT INVALID KEY
034900             MOVE SPACES TO SORT-STUDENT-NAME
035000             STRING LAST-NAME DELIMITED BY "  "
035100                 ", " DELIMITED BY SIZE
035200                 FIRST-NAME DELIMITED BY "  "
035300                 INTO SORT-STUDENT-NAME
035400     END-READ.
035500     RELEASE SORT-RECORD.
035600 1230-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 2000-FORMAT-GRADE-SHEETS - SORT output procedure: control break
036100*                           on course code, one sheet per course,
036200*                           one line per enrolled student.
036300******************************************************************
036400 2000-FORMAT-GRADE-SHEETS.
036500     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
036600     PERFORM 2200-WRITE-SHEET-LINE THRU 2200-EXIT
036700         UNTIL WS-SORT-EOF.
036800     IF WS-GROUP-OPEN
036900         PERFORM 2400-CLOSE-SHEET THRU 2400-EXIT
037000     END-IF.
037100 2000-EXIT.
037200     EXIT.
037300
037400 2100-RETURN-SORTED.
037500     RETURN SORT-WORK-FILE
037600         AT END SET WS-SORT-EOF TO TRUE
037700     END-RETURN.
037800 2100-EXIT.
037900     EXIT.
038000
038100 2200-WRITE-SHEET-LINE.
038200     IF NOT WS-GROUP-OPEN
038300             OR SORT-COURSE-CODE NOT = WS-PREV-COURSE
038400         PERFORM 2300-START-SHEET THRU 2300-EXIT
038500     END-IF.
038600     PERFORM 2500-PRINT-STUDENT THRU 2500-EXIT.
038700     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
038800 2200-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 2300-START-SHEET - close off the previous course's sheet and
039300*                   start the next one on a new page.
039400******************************************************************
039500 2300-START-SHEET.
039600     IF WS-GROUP-OPEN
039700         PERFORM 2400-CLOSE-SHEET THRU 2400-EXIT
039800     END-IF.
039900     MOVE SORT-COURSE-CODE TO WS-PREV-COURSE.
040000     ADD 1 TO WS-SHEET-COUNT.
040100     MOVE WS-SHEET-COUNT TO GSH-HDG-SHEET-NO.
040200     MOVE SORT-COURSE-CODE TO GSH-GROUP-COURSE.
040300     MOVE SORT-COURSE-CODE TO COURSE-CODE.
040400     READ COURSE-MASTER
040500         INVALID KEY
040600             MOVE "** NOT IN CATALOG **" TO GSH-GROUP-TITLE
040700         NOT INVALID KEY
040800             MOVE COURSE-TITLE TO GSH-GROUP-TITLE
040900     END-READ.
041000     IF WS-SHEET-COUNT > 1
041100         WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-1
041200             AFTER ADVANCING PAGE
041300     ELSE
041400         WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-1
041500             AFTER ADVANCING 1 LINE
041600     END-IF.
041700     WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-2
041800         AFTER ADVANCING 1 LINE.
041900     WRITE GRADE-SHEET-LINE FROM GSH-GROUP-LINE
042000         AFTER ADVANCING 2 LINES.
042100     WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-3
042200         AFTER ADVANCING 2 LINES.
042300     WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-4
042400         AFTER ADVANCING 1 LINE.
042500     MOVE ZERO TO WS-SHEET-STUDENTS.
042600     MOVE ZERO TO WS-SHEET-FILLED.
042700     MOVE "Y" TO WS-GROUP-SW.
042800 2300-EXIT.
042900     EXIT.
043000
043100 2400-CLOSE-SHEET.
043200     MOVE WS-SHEET-STUDENTS TO GSH-SHEET-STUDENTS.
043300     MOVE WS-SHEET-FILLED TO GSH-SHEET-FILLED.
043400     WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-4
043500         AFTER ADVANCING 1 LINE.
043600     WRITE GRADE-SHEET-LINE FROM GSH-COUNT-LINE
043700         AFTER ADVANCING 1 LINE.
043800     WRITE GRADE-SHEET-LINE FROM GSH-SIGN-LINE
043900         AFTER ADVANCING 3 LINES.
044000 2400-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400* 2500-PRINT-STUDENT - one line per enrolled student; a grade
044500*                     already on the grade master is pre-filled in
044600*                     the grade box, otherwise the box is left
044700*                     blank for the instructor.
044800******************************************************************
044900 2500-PRINT-STUDENT.
045000     ADD 1 TO WS-SHEET-STUDENTS.
045100     ADD 1 TO WS-GRAND-STUDENTS.
045200     MOVE SORT-STUDENT-NUMBER TO GSH-STUDENT-NUMBER.
045300     MOVE SORT-STUDENT-NAME TO GSH-STUDENT-NAME.
045400     MOVE SORT-STUDENT-NUMBER TO GRADE-STUDENT-NUMBER.
045500     MOVE SORT-COURSE-CODE TO GRADE-COURSE-CODE.
045600     MOVE WS-SHEET-TERM TO GRADE-TERM.
045700     READ GRADE-MASTER
045800         INVALID KEY
045900             MOVE SPACES TO GSH-GRADE
046000         NOT INVALID KEY
046100             MOVE GRADE-VALUE TO GSH-GRADE
046200             ADD 1 TO WS-SHEET-FILLED
046300             ADD 1 TO WS-GRAND-FILLED
046400     END-READ.
046500     WRITE GRADE-SHEET-LINE FROM GSH-DETAIL-LINE
046600         AFTER ADVANCING 2 LINES.
046700 2500-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100* 3000-TERMINATE - print the run totals on a page of their own and
047200*                  close files.
047300******************************************************************
047400 3000-TERMINATE.
047500     MOVE WS-SHEET-COUNT TO GSH-TOTAL-SHEETS.
047600     MOVE WS-GRAND-STUDENTS TO GSH-TOTAL-STUDENTS.
047700     MOVE WS-GRAND-FILLED TO GSH-TOTAL-FILLED.
047800     IF WS-SHEET-COUNT > ZERO
047900         WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-2
048000             AFTER ADVANCING PAGE
048100     ELSE
048200         WRITE GRADE-SHEET-LINE FROM GSH-HDG-LINE-2
048300             AFTER ADVANCING 1 LINE
048400     END-IF.
048500     WRITE GRADE-SHEET-LINE FROM GSH-TOTAL-LINE-1
048600         AFTER ADVANCING 2 LINES.
048700     WRITE GRADE-SHEET-LINE FROM GSH-TOTAL-LINE-2
048800         AFTER ADVANCING 1 LINE.
048900     WRITE GRADE-SHEET-LINE FROM GSH-TOTAL-LINE-3
049000         AFTER ADVANCING 1 LINE.
049100     CLOSE ENROLL-MASTER.
049200     CLOSE STUDENT-MASTER.
049300     CLOSE COURSE-MASTER.
049400     CLOSE GRADE-MASTER.
049500     CLOSE GRADE-SHEET-REPORT.
049600 3000-EXIT.
049700     EXIT.
049800
049900 END PROGRAM GRADE-SHEET-PGM.
