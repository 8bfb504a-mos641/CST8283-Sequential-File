000100******************************************************************
000200* Program:     DEGREE-AUDIT-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Degree audit and graduation eligibility run. Every
001000*              student on the student master (STUDENT.DAT) is
001100*              measured against the requirements on file for their
001200*              STUDENT-PROGRAM on the program requirements master
001300*              (PROGREQ.DAT). A course counts as satisfied when
001400*              the grade master (GRADE.DAT) holds a passing grade
001500*              for it in any term, and as in progress when the
001600*              student is enrolled in it (ENROLL.DAT) with no
001700*              grade yet recorded or only an incomplete ("I "),
001800*              which is not a result yet. The audit report
001900*              (DEGARPT.TXT) prints per student each required
002000*              course and each elective group ("any N of these")
002100*              as satisfied, in progress or outstanding, with an
002200*              overall result.
002300*              Students with every requirement satisfied go on the
002400*              graduation eligibility list for convocation
002500*              (DEGGRAD.TXT), sorted by STUDENT-PROGRAM and name;
002600*              students whose program has no requirements on file
002700*              go on the exceptions list (DEGAEXCP.TXT) instead of
002800*              being audited.
002900*
003000* Modification History:
003100*   2026-10-15  D.K.  Original degree audit program.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. DEGREE-AUDIT-PGM.
003500 AUTHOR. D. KOWALSKI.
003600 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.
003900 SECURITY. NON CONFIDENTIAL.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT STUDENT-MASTER
004400     ASSIGN TO "..\STUDENT.DAT"
004500     ORGANIZATION IS INDEXED
004600     ACCESS MODE IS DYNAMIC
004700     RECORD KEY IS STUDENT-NUMBER
004800     ALTERNATE RECORD KEY IS LAST-NAME
004900         WITH DUPLICATES
005000     FILE STATUS IS WS-MASTER-STATUS.
005100
005200     SELECT OPTIONAL REQUIREMENT-MASTER
005300     ASSIGN TO "..\PROGREQ.DAT"
005400     ORGANIZATION IS INDEXED
005500     ACCESS MODE IS DYNAMIC
005600     RECORD KEY IS REQT-KEY
005700     FILE STATUS IS WS-REQT-STATUS.
005800
005900     SELECT OPTIONAL GRADE-MASTER
006000     ASSIGN TO "..\GRADE.DAT"
006100     ORGANIZATION IS INDEXED
006200     ACCESS MODE IS DYNAMIC
006300     RECORD KEY IS GRADE-KEY
006400     FILE STATUS IS WS-GRADE-STATUS.
006500
006600     SELECT ENROLL-MASTER
006700     ASSIGN TO "..\ENROLL.DAT"
006800     ORGANIZATION IS INDEXED
006900     ACCESS MODE IS DYNAMIC
007000     RECORD KEY IS ENROLL-KEY
007100     FILE STATUS IS WS-ENROLL-STATUS.
007200
007300     SELECT AUDIT-REPORT
007400     ASSIGN TO "..\DEGARPT.TXT"
007500     ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT GRADUATION-LIST
007800     ASSIGN TO "..\DEGGRAD.TXT"
007900     ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT EXCEPTION-REPORT
008200     ASSIGN TO "..\DEGAEXCP.TXT"
008300     ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT SORT-WORK-FILE
008600     ASSIGN TO "SORTWK01".
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  STUDENT-MASTER.
009000     COPY STUDREC.
009100
009200 FD  REQUIREMENT-MASTER.
009300     COPY REQTREC.
009400
009500 FD  GRADE-MASTER.
009600     COPY GRADEREC.
009700
009800 FD  ENROLL-MASTER.
009900     COPY ENRLREC.
010000
010100 FD  AUDIT-REPORT.
010200 01  AUDIT-REPORT-LINE           PIC X(132).
010300
010400 FD  GRADUATION-LIST.
010500 01  GRADUATION-LIST-LINE        PIC X(132).
010600
010700 FD  EXCEPTION-REPORT.
010800 01  EXCEPTION-REPORT-LINE       PIC X(132).
010900
011000 SD  SORT-WORK-FILE.
011100 01  SORT-RECORD.
011200     05  SORT-PROGRAM            PIC X(08).
011300     05  SORT-STUDENT-NAME       PIC X(40).
011400     05  SORT-STUDENT-NUMBER     PIC X(10).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
011900     88  WS-EOF                             VALUE "Y".
012000 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
012100     88  WS-SORT-EOF                        VALUE "Y".
012200 77  WS-SCAN-SW                 PIC X(01)   VALUE "N".
012300     88  WS-SCAN-ENDED                      VALUE "Y".
012400 77  WS-FOUND-SW                PIC X(01)   VALUE "N".
012500     88  WS-ENTRY-FOUND                     VALUE "Y".
012600 77  WS-FULL-SW                 PIC X(01)   VALUE "N".
012700     88  WS-TABLE-FULL                      VALUE "Y".
012800 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
012900     88  WS-MASTER-OK                       VALUE "00".
013000 77  WS-REQT-STATUS             PIC X(02)   VALUE "00".
013100     88  WS-REQT-OK                         VALUES "00" "05".
013200 77  WS-GRADE-STATUS            PIC X(02)   VALUE "00".
013300     88  WS-GRADE-OK                        VALUES "00" "05".
013400 77  WS-ENROLL-STATUS           PIC X(02)   VALUE "00".
013500     88  WS-ENROLL-OK                       VALUE "00".
013600 77  WS-AUDIT-RESULT            PIC X(01)   VALUE SPACES.
013700     88  WS-AUDIT-ELIGIBLE                  VALUE "E".
013800     88  WS-AUDIT-ON-COMPLETION             VALUE "C".
013900     88  WS-AUDIT-OUTSTANDING               VALUE "O".
014000 77  WS-REQT-USED               PIC 9(03)   VALUE ZERO.
014100 77  WS-REQT-SUB                PIC 9(03)   COMP VALUE ZERO.
014200 77  WS-GRP-USED                PIC 9(03)   VALUE ZERO.
014300 77  WS-GRP-SUB                 PIC 9(03)   COMP VALUE ZERO.
014400 77  WS-GRP-HIT                 PIC 9(03)   COMP VALUE ZERO.
014500 77  WS-PRINT-GROUP             PIC 9(02)   VALUE ZERO.
014600 77  WS-TAKEN-USED              PIC 9(03)   VALUE ZERO.
014700 77  WS-TAKEN-SUB               PIC 9(03)   COMP VALUE ZERO.
014800 77  WS-NOTE-COURSE             PIC X(08)   VALUE SPACES.
014900 77  WS-NOTE-STATE              PIC X(01)   VALUE SPACES.
015000 77  WS-GROUP-REACH             PIC 9(04)   VALUE ZERO.
015100 77  WS-STUDENT-NAME            PIC X(40)   VALUE SPACES.
015200 77  WS-PREV-PROGRAM            PIC X(08)   VALUE SPACES.
015300 77  WS-GROUP-SW                PIC X(01)   VALUE "N".
015400     88  WS-GROUP-OPEN                      VALUE "Y".
015500 77  WS-STUDENT-COUNT           PIC 9(05)   VALUE ZERO.
015600 77  WS-AUDITED-COUNT           PIC 9(05)   VALUE ZERO.
015700 77  WS-ELIGIBLE-COUNT          PIC 9(05)   VALUE ZERO.
015800 77  WS-COMPLETION-COUNT        PIC 9(05)   VALUE ZERO.
015900 77  WS-OUTSTANDING-COUNT       PIC 9(05)   VALUE ZERO.
016000 77  WS-EXCEPTION-COUNT         PIC 9(05)   VALUE ZERO.
016100 77  WS-PROGRAM-GRADS           PIC 9(05)   VALUE ZERO.
016200
016300 01  WS-RUN-DATE.
016400     05  WS-RUN-YY               PIC 9(02).
016500     05  WS-RUN-MM               PIC 9(02).
016600     05  WS-RUN-DD               PIC 9(02).
016700
016800     COPY GRADPTS.
016900
017000*    The program's requirements: required courses (group 00) and
017100*    the courses of each elective group, in key order, each with
017200*    the student's state once evaluated.
017300 01  WS-REQT-TABLE.
017400     05  WS-REQT-ENTRY           OCCURS 100 TIMES.
017500         10  WS-REQT-GROUP       PIC 9(02).
017600         10  WS-REQT-COURSE      PIC X(08).
017700         10  WS-REQT-STATE       PIC X(01).
017800             88  WS-REQT-SATISFIED           VALUE "S".
017900             88  WS-REQT-IN-PROGRESS         VALUE "P".
018000             88  WS-REQT-OUTSTANDING         VALUE "O".
018100
018200*    One entry per elective group header, with the student's
018300*    satisfied and in-progress counts among the group's courses.
018400 01  WS-GROUP-TABLE.
018500     05  WS-GRP-ENTRY            OCCURS 20 TIMES.
018600         10  WS-GRP-NUMBER       PIC 9(02).
018700         10  WS-GRP-NEEDED       PIC 9(02).
018800         10  WS-GRP-OFFERED      PIC 9(03).
018900         10  WS-GRP-DONE         PIC 9(03).
019000         10  WS-GRP-TAKING       PIC 9(03).
019100
019200*    The student's course history: passed in any term, or
019300*    enrolled now with no grade yet or an incomplete.
019400 01  WS-TAKEN-TABLE.
019500     05  WS-TAKEN-ENTRY          OCCURS 100 TIMES.
019600         10  WS-TAKEN-COURSE     PIC X(08).
019700         10  WS-TAKEN-STATE      PIC X(01).
019800             88  WS-TAKEN-PASSED             VALUE "S".
019900             88  WS-TAKEN-IN-PROGRESS        VALUE "P".
020000
020100 01  DGA-HDG-LINE-1.
020200     05  FILLER                  PIC X(10)   VALUE SPACES.
020300     05  FILLER                  PIC X(40)
020400         VALUE "DEGREE AUDIT REPORT".
020500
020600 01  DGA-HDG-LINE-2.
020700     05  FILLER                  PIC X(05)   VALUE "DATE:".
020800     05  DGA-HDG-DATE            PIC X(08).
020900
021000 01  DGA-STUDENT-LINE.
021100     05  FILLER                  PIC X(09)   VALUE "STUDENT:".
021200     05  DGA-STUDENT-NUMBER      PIC X(10).
021300     05  FILLER                  PIC X(02)   VALUE SPACES.
021400     05  DGA-STUDENT-NAME        PIC X(40).
021500     05  FILLER                  PIC X(09)   VALUE "PROGRAM:".
021600     05  DGA-STUDENT-PROGRAM     PIC X(08).
021700
021800 01  DGA-HDG-LINE-3.
021900     05  FILLER                  PIC X(04)   VALUE SPACES.
022000     05  FILLER                  PIC X(14)   VALUE "REQUIREMENT".
022100     05  FILLER                  PIC X(10)   VALUE "COURSE".
022200     05  FILLER                  PIC X(12)   VALUE "STATUS".
022300
022400 01  DGA-DETAIL-LINE.
022500     05  FILLER                  PIC X(04)   VALUE SPACES.
022600     05  DGA-REQT-TEXT           PIC X(14).
022700     05  DGA-COURSE-CODE         PIC X(10).
022800     05  DGA-STATE-TEXT          PIC X(12).
022900
023000 01  DGA-GROUP-LINE.
023100     05  FILLER                  PIC X(04)   VALUE SPACES.
023200     05  FILLER                  PIC X(06)   VALUE "GROUP".
023300     05  DGA-GROUP-NUMBER        PIC 99.
023400     05  FILLER                  PIC X(06)   VALUE " - ANY".
023500     05  DGA-GROUP-NEEDED        PIC ZZ9.
023600     05  FILLER                  PIC X(04)   VALUE " OF".
023700     05  DGA-GROUP-OFFERED       PIC ZZ9.
023800     05  FILLER                  PIC X(08)   VALUE ":  DONE".
023900     05  DGA-GROUP-DONE          PIC ZZ9.
024000     05  FILLER                  PIC X(14)
024100         VALUE "  IN PROGRESS".
024200     05  DGA-GROUP-TAKING        PIC ZZ9.
024300     05  FILLER                  PIC X(04)   VALUE SPACES.
024400     05  DGA-GROUP-STATE         PIC X(12).
024500
024600 01  DGA-FULL-LINE.
024700     05  FILLER                  PIC X(04)   VALUE SPACES.
024800     05  FILLER                  PIC X(45)
024900         VALUE "** TABLE FULL - AUDIT INCOMPLETE - REFER **".
025000
025100 01  DGA-RESULT-LINE.
025200     05  FILLER                  PIC X(04)   VALUE SPACES.
025300     05  FILLER                  PIC X(14)
025400         VALUE "AUDIT RESULT:".
025500     05  DGA-RESULT-TEXT         PIC X(40).
025600
025700 01  DGA-HDG-LINE-4.
025800     05  FILLER                  PIC X(83)   VALUE ALL "-".
025900
026000 01  DGA-TOTAL-LINE-1.
026100     05  FILLER          PIC X(30) VALUE "STUDENTS ON MASTER:".
026200     05  DGA-TOTAL-STUDENTS  PIC ZZ,ZZ9.
026300
026400 01  DGA-TOTAL-LINE-2.
026500     05  FILLER          PIC X(30) VALUE "STUDENTS AUDITED:".
026600     05  DGA-TOTAL-AUDITED   PIC ZZ,ZZ9.
026700
026800 01  DGA-TOTAL-LINE-3.
026900     05  FILLER          PIC X(30)
027000         VALUE "  ELIGIBLE TO GRADUATE:".
027100     05  DGA-TOTAL-ELIGIBLE  PIC ZZ,ZZ9.
027200
027300 01  DGA-TOTAL-LINE-4.
027400     05  FILLER          PIC X(30)
027500         VALUE "  ELIGIBLE ON COMPLETION:".
027600     05  DGA-TOTAL-COMPLETION PIC ZZ,ZZ9.
027700
027800 01  DGA-TOTAL-LINE-5.
027900     05  FILLER          PIC X(30)
028000         VALUE "  REQUIREMENTS OUTSTANDING:".
028100     05  DGA-TOTAL-OUTSTANDING PIC ZZ,ZZ9.
028200
028300 01  DGA-TOTAL-LINE-6.
028400     05  FILLER          PIC X(30)
028500         VALUE "NO REQUIREMENTS ON FILE:".
028600     05  DGA-TOTAL-EXCEPTIONS PIC ZZ,ZZ9.
028700
028800 01  DGG-HDG-LINE-1.
028900     05  FILLER                  PIC X(10)   VALUE SPACES.
029000     05  FILLER                  PIC X(40)
029100         VALUE "GRADUATION ELIGIBILITY LIST".
029200
029300 01  DGG-GROUP-LINE.
029400     05  FILLER                  PIC X(09)   VALUE "PROGRAM:".
029500     05  DGG-GROUP-PROGRAM       PIC X(08).
029600
029700 01  DGG-HDG-LINE-3.
029800     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
029900     05  FILLER                  PIC X(40)   VALUE "STUDENT NAME".
030000
030100 01  DGG-HDG-LINE-4.
030200     05  FILLER                  PIC X(52)   VALUE ALL "-".
030300
030400 01  DGG-DETAIL-LINE.
030500     05  DGG-STUDENT-NUMBER      PIC X(10).
030600     05  FILLER                  PIC X(02)   VALUE SPACES.
030700     05  DGG-STUDENT-NAME        PIC X(40).
030800
030900 01  DGG-COUNT-LINE.
031000     05  FILLER              PIC X(16) VALUE "ELIGIBLE:".
031100     05  DGG-PROGRAM-GRADS   PIC ZZ,ZZ9.
031200
031300 01  DGG-TOTAL-LINE.
031400     05  FILLER          PIC X(24) VALUE "TOTAL ELIGIBLE:".
031500     05  DGG-TOTAL-GRADS     PIC ZZZ,ZZ9.
031600
031700 01  DGX-HDG-LINE-1.
031800     05  FILLER                  PIC X(10)   VALUE SPACES.
031900     05  FILLER                  PIC X(42)
032000         VALUE "DEGREE AUDIT EXCEPTIONS - NO REQUIREMENTS".
032100     05  FILLER                  PIC X(08)   VALUE "ON FILE".
032200
032300 01  DGX-HDG-LINE-3.
032400     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
032500     05  FILLER                  PIC X(42)   VALUE "STUDENT NAME".
032600     05  FILLER                  PIC X(08)   VALUE "PROGRAM".
032700
032800 01  DGX-HDG-LINE-4.
032900     05  FILLER                  PIC X(62)   VALUE ALL "-".
033000
033100 01  DGX-DETAIL-LINE.
033200     05  DGX-STUDENT-NUMBER      PIC X(10).
033300     05  FILLER                  PIC X(02)   VALUE SPACES.
033400     05  DGX-STUDENT-NAME        PIC X(40).
033500     05  FILLER                  PIC X(02)   VALUE SPACES.
033600     05  DGX-STUDENT-PROGRAM     PIC X(08).
033700
033800 01  DGX-TOTAL-LINE.
033900     05  FILLER          PIC X(24) VALUE "STUDENTS LISTED:".
034000     05  DGX-TOTAL-EXCEPTIONS PIC ZZZ,ZZ9.
034100
034200 PROCEDURE DIVISION.
034300
034400******************************************************************
034500* 0000-MAINLINE
034600******************************************************************
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034900     SORT SORT-WORK-FILE
035000         ON ASCENDING KEY SORT-PROGRAM
035100                          SORT-STUDENT-NAME
035200                          SORT-STUDENT-NUMBER
035300         INPUT PROCEDURE IS 2000-AUDIT-STUDENTS
035400         OUTPUT PROCEDURE IS 4000-PRINT-GRADUATION-LIST.
035500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
035600     STOP RUN.
035700
035800******************************************************************
035900* 1000-INITIALIZE - open files and print the report headings.
036000******************************************************************
036100 1000-INITIALIZE.
036200     OPEN INPUT STUDENT-MASTER.
036300     IF NOT WS-MASTER-OK
036400         DISPLAY "DEGREE-AUDIT-PGM: UNABLE TO OPEN STUDENT"
036500             " MASTER, STATUS=" WS-MASTER-STATUS
036600         STOP RUN
036700     END-IF.
036800     OPEN INPUT REQUIREMENT-MASTER.
036900     IF NOT WS-REQT-OK
037000         DISPLAY "DEGREE-AUDIT-PGM: UNABLE TO OPEN REQUIREMENTS"
037100             " MASTER, STATUS=" WS-REQT-STATUS
037200         STOP RUN
037300     END-IF.
037400     OPEN INPUT GRADE-MASTER.
037500     IF NOT WS-GRADE-OK
037600         DISPLAY "DEGREE-AUDIT-PGM: UNABLE TO OPEN GRADE"
037700             " MASTER, STATUS=" WS-GRADE-STATUS
037800         STOP RUN
037900     END-IF.
038000     OPEN INPUT ENROLL-MASTER.
038100     IF NOT WS-ENROLL-OK
038200         DISPLAY "DEGREE-AUDIT-PGM: UNABLE TO OPEN ENROLLMENT"
038300             " MASTER, STATUS=" WS-ENROLL-STATUS
038400         STOP RUN
038500     END-IF.
038600     OPEN OUTPUT AUDIT-REPORT.
038700     OPEN OUTPUT GRADUATION-LIST.
038800     OPEN OUTPUT EXCEPTION-REPORT.
038900     ACCEPT WS-RUN-DATE FROM DATE.
039000     STRING WS-RUN-MM DELIMITED BY SIZE
039100         "/" DELIMITED BY SIZE
039200         WS-RUN-DD DELIMITED BY SIZE
039300         "/" DELIMITED BY SIZE
039400         WS-RUN-YY DELIMITED BY SIZE
039500         INTO DGA-HDG-DATE.
039600     WRITE AUDIT-REPORT-LINE FROM DGA-HDG-LINE-1
039700         AFTER ADVANCING 1 LINE.
039800     WRITE AUDIT-REPORT-LINE FROM DGA-HDG-LINE-2
039900         AFTER ADVANCING 1 LINE.
040000     WRITE GRADUATION-LIST-LINE FROM DGG-HDG-LINE-1
040100         AFTER ADVANCING 1 LINE.
040200     WRITE GRADUATION-LIST-LINE FROM DGA-HDG-LINE-2
040300         AFTER ADVANCING 1 LINE.
040400     WRITE EXCEPTION-REPORT-LINE FROM DGX-HDG-LINE-1
040500         AFTER ADVANCING 1 LINE.
040600     WRITE EXCEPTION-REPORT-LINE FROM DGA-HDG-LINE-2
040700         AFTER ADVANCING 1 LINE.
040800     WRITE EXCEPTION-REPORT-LINE FROM DGX-HDG-LINE-3
040900         AFTER ADVANCING 2 LINES.
041000     WRITE EXCEPTION-REPORT-LINE FROM DGX-HDG-LINE-4
041100         AFTER ADVANCING 1 LINE.
041200 1000-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 2000-AUDIT-STUDENTS - SORT input procedure: audit every student
041700*                      on the master in STUDENT-NUMBER order and
041800*                      release the ones eligible to graduate.
041900******************************************************************
042000 2000-AUDIT-STUDENTS.
042100     PERFORM 2010-READ-STUDENT THRU 2010-EXIT.
042200     PERFORM 2020-AUDIT-ONE-STUDENT THRU 2020-EXIT
042300         UNTIL WS-EOF.
042400 2000-EXIT.
042500     EXIT.
042600
042700 2010-READ-STUDENT.
042800     READ STUDENT-MASTER NEXT RECORD
042900         AT END SET WS-EOF TO TRUE
043000     END-READ.
043100 2010-EXIT.
043200     EXIT.
043300
043400 2020-AUDIT-ONE-STUDENT.
043500     ADD 1 TO WS-STUDENT-COUNT.
043600     MOVE SPACES TO WS-STUDENT-NAME.
043700     STRING LAST-NAME DELIMITED BY "  "
043800         ", " DELIMITED BY SIZE
043900         FIRST-NAME DELIMITED BY "  "
044000         INTO WS-STUDENT-NAME.
044100     MOVE "N" TO WS-FULL-SW.
044200     PERFORM 2100-LOAD-REQUIREMENTS THRU 2100-EXIT.
044300     IF WS-REQT-USED = ZERO AND WS-GRP-USED = ZERO
044400         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
044500     ELSE
044600         ADD 1 TO WS-AUDITED-COUNT
044700         PERFORM 2200-LOAD-HISTORY THRU 2200-EXIT
044800         PERFORM 2300-EVALUATE-REQUIREMENTS THRU 2300-EXIT
044900         PERFORM 2400-PRINT-AUDIT THRU 2400-EXIT
045000     END-IF.
045100     PERFORM 2010-READ-STUDENT THRU 2010-EXIT.
045200 2020-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600* 2100-LOAD-REQUIREMENTS - load the student's program
045700*                         requirements: group headers into the
045800*                         group table, every course line into the
045900*                         requirement table.
046000******************************************************************
046100 2100-LOAD-REQUIREMENTS.
046200     MOVE ZERO TO WS-REQT-USED.
046300     MOVE ZERO TO WS-GRP-USED.
046400     MOVE "N" TO WS-SCAN-SW.
046500     MOVE STUDENT-PROGRAM TO REQT-PROGRAM.
046600     MOVE ZERO TO REQT-GROUP.
046700     MOVE LOW-VALUES TO REQT-COURSE-CODE.
046800     START REQUIREMENT-MASTER KEY IS NOT LESS THAN REQT-KEY
046900         INVALID KEY
047000             SET WS-SCAN-ENDED TO TRUE
047100     END-START.
047200     PERFORM 2110-LOAD-NEXT-REQUIREMENT THRU 2110-EXIT
047300         UNTIL WS-SCAN-ENDED.
047400 2100-EXIT.
047500     EXIT.
047600
047700 2110-LOAD-NEXT-REQUIREMENT.
047800     READ REQUIREMENT-MASTER NEXT RECORD
047900         AT END
048000             SET WS-SCAN-ENDED TO TRUE
048100             GO TO 2110-EXIT
048200     END-READ.
048300     IF REQT-PROGRAM NOT = STUDENT-PROGRAM
048400         SET WS-SCAN-ENDED TO TRUE
048500         GO TO 2110-EXIT
048600     END-IF.
048700     IF REQT-GROUP-HEADER
048800         IF WS-GRP-USED < 20
048900             ADD 1 TO WS-GRP-USED
049000             MOVE REQT-GROUP TO WS-GRP-NUMBER(WS-GRP-USED)
049100             MOVE REQT-GROUP-NEEDED TO WS-GRP-NEEDED(WS-GRP-USED)
049200         ELSE
049300             SET WS-TABLE-FULL TO TRUE
049400         END-IF
049500         GO TO 2110-EXIT
049600     END-IF.
049700     IF WS-REQT-USED < 100
049800         ADD 1 TO WS-REQT-USED
049900         MOVE REQT-GROUP TO WS-REQT-GROUP(WS-REQT-USED)
050000         MOVE REQT-COURSE-CODE TO WS-REQT-COURSE(WS-REQT-USED)
050100         MOVE "O" TO WS-REQT-STATE(WS-REQT-USED)
050200     ELSE
050300         SET WS-TABLE-FULL TO TRUE
050400     END-IF.
050500 2110-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* 2200-LOAD-HISTORY - build the student's course history: every
051000*                    course with a passing grade on the grade
051100*                    master, then every enrollment with no grade
051200*                    recorded yet, or graded "I " (incomplete), as
051300*                    in progress.
051400******************************************************************
051500 2200-LOAD-HISTORY.
051600     MOVE ZERO TO WS-TAKEN-USED.
051700     MOVE "N" TO WS-SCAN-SW.
051800     MOVE STUDENT-NUMBER TO GRADE-STUDENT-NUMBER.
051900     MOVE LOW-VALUES TO GRADE-COURSE-CODE.
052000     MOVE ZERO TO GRADE-TERM.
052100     START GRADE-MASTER KEY IS NOT LESS THAN GRADE-KEY
052200         INVALID KEY
052300             SET WS-SCAN-ENDED TO TRUE
052400     END-START.
052500     PERFORM 2210-NOTE-NEXT-GRADE THRU 2210-EXIT
052600         UNTIL WS-SCAN-ENDED.
052700     MOVE "N" TO WS-SCAN-SW.
052800     MOVE STUDENT-NUMBER TO ENROLL-STUDENT-NUMBER.
052900     MOVE LOW-VALUES TO ENROLL-COURSE-CODE.
053000     MOVE ZERO TO ENROLL-TERM.
053100     START ENROLL-MASTER KEY IS NOT LESS THAN ENROLL-KEY
053200         INVALID KEY
053300             SET WS-SCAN-ENDED TO TRUE
053400     END-START.
053500     PERFORM 2220-NOTE-NEXT-ENROLLMENT THRU 2220-EXIT
053600         UNTIL WS-SCAN-ENDED.
053700 2200-EXIT.
053800     EXIT.
053900
054000 2210-NOTE-NEXT-GRADE.
054100     READ GRADE-MASTER NEXT RECORD
054200         AT END
054300             SET WS-SCAN-ENDED TO TRUE
054400             GO TO 2210-EXIT
054500     END-READ.
054600     IF GRADE-STUDENT-NUMBER NOT = STUDENT-NUMBER
054700         SET WS-SCAN-ENDED TO TRUE
054800         GO TO 2210-EXIT
054900     END-IF.
055000     SET GPT-IDX TO 1.
055100     SEARCH GPT-ENTRY
055200         WHEN GPT-GRADE(GPT-IDX) = GRADE-VALUE
055300             IF GPT-PASSING(GPT-IDX)
055400                 MOVE GRADE-COURSE-CODE TO WS-NOTE-COURSE
055500                 MOVE "S" TO WS-NOTE-STATE
055600                 PERFORM 2250-NOTE-COURSE THRU 2250-EXIT
055700             END-IF
055800     END-SEARCH.
055900 2210-EXIT.
056000     EXIT.
056100
056200 2220-NOTE-NEXT-ENROLLMENT.
056300     READ ENROLL-MASTER NEXT RECORD
056400         AT END
056500             SET WS-SCAN-ENDED TO TRUE
056600             GO TO 2220-EXIT
056700     END-READ.
056800     IF ENROLL-STUDENT-NUMBER NOT = STUDENT-NUMBER
056900         SET WS-SCAN-ENDED TO TRUE
057000         GO TO 2220-EXIT
057100     END-IF.
057200     MOVE ENROLL-KEY TO GRADE-KEY.
057300     READ GRADE-MASTER
057400         INVALID KEY
057500             MOVE ENROLL-COURSE-CODE TO WS-NOTE-COURSE
057600             MOVE "P" TO WS-NOTE-STATE
057700             PERFORM 2250-NOTE-COURSE THRU 2250-EXIT
057800         NOT INVALID KEY
057900             IF GRADE-VALUE = "I "
058000                 MOVE ENROLL-COURSE-CODE TO WS-NOTE-COURSE
058100                 MOVE "P" TO WS-NOTE-STATE
058200                 PERFORM 2250-NOTE-COURSE THRU 2250-EXIT
058300             END-IF
058400     END-READ.
058500 2220-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900* 2250-NOTE-COURSE - record WS-NOTE-COURSE in the history table
059000*                   with WS-NOTE-STATE; a pass is never downgraded
059100*                   to in progress.
059200******************************************************************
059300 2250-NOTE-COURSE.
059400     PERFORM 2500-FIND-TAKEN THRU 2500-EXIT.
059500     IF WS-ENTRY-FOUND
059600         IF WS-NOTE-STATE = "S"
059700             MOVE "S" TO WS-TAKEN-STATE(WS-TAKEN-SUB)
059800         END-IF
059900         GO TO 2250-EXIT
060000     END-IF.
060100     IF WS-TAKEN-USED < 100
060200         ADD 1 TO WS-TAKEN-USED
060300         MOVE WS-NOTE-COURSE TO WS-TAKEN-COURSE(WS-TAKEN-USED)
060400         MOVE WS-NOTE-STATE TO WS-TAKEN-STATE(WS-TAKEN-USED)
060500     ELSE
060600         SET WS-TABLE-FULL TO TRUE
060700     END-IF.
060800 2250-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200* 2300-EVALUATE-REQUIREMENTS - set each requirement line's state
061300*                             from the history, total the elective
061400*                             groups, and work out the overall
061500*                             result: eligible when everything is
061600*                             satisfied, eligible on completion
061700*                             when the courses in progress would
061800*                             finish it, otherwise outstanding.
061900******************************************************************
062000 2300-EVALUATE-REQUIREMENTS.
062100     SET WS-AUDIT-ELIGIBLE TO TRUE.
062200     PERFORM 2310-CLEAR-GROUP THRU 2310-EXIT
062300         VARYING WS-GRP-SUB FROM 1 BY 1
062400         UNTIL WS-GRP-SUB > WS-GRP-USED.
062500     PERFORM 2320-EVALUATE-LINE THRU 2320-EXIT
062600         VARYING WS-REQT-SUB FROM 1 BY 1
062700         UNTIL WS-REQT-SUB > WS-REQT-USED.
062800     PERFORM 2330-EVALUATE-GROUP THRU 2330-EXIT
062900         VARYING WS-GRP-SUB FROM 1 BY 1
063000         UNTIL WS-GRP-SUB > WS-GRP-USED.
063100     IF WS-TABLE-FULL
063200         SET WS-AUDIT-OUTSTANDING TO TRUE
063300     END-IF.
063400 2300-EXIT.
063500     EXIT.
063600
063700 2310-CLEAR-GROUP.
063800     MOVE ZERO TO WS-GRP-OFFERED(WS-GRP-SUB).
063900     MOVE ZERO TO WS-GRP-DONE(WS-GRP-SUB).
064000     MOVE ZERO TO WS-GRP-TAKING(WS-GRP-SUB).
064100 2310-EXIT.
064200     EXIT.
064300
064400 2320-EVALUATE-LINE.
064500     MOVE WS-REQT-COURSE(WS-REQT-SUB) TO WS-NOTE-COURSE.
064600     PERFORM 2500-FIND-TAKEN THRU 2500-EXIT.
064700     IF WS-ENTRY-FOUND
064800         MOVE WS-TAKEN-STATE(WS-TAKEN-SUB)
064900             TO WS-REQT-STATE(WS-REQT-SUB)
065000     END-IF.
065100     IF WS-REQT-GROUP(WS-REQT-SUB) = ZERO
065200         PERFORM 2325-RATE-REQUIRED THRU 2325-EXIT
065300         GO TO 2320-EXIT
065400     END-IF.
065500     MOVE ZERO TO WS-GRP-HIT.
065600     PERFORM 2510-FIND-GROUP THRU 2510-EXIT
065700         VARYING WS-GRP-SUB FROM 1 BY 1
065800         UNTIL WS-GRP-SUB > WS-GRP-USED OR WS-GRP-HIT > ZERO.
065900     IF WS-GRP-HIT = ZERO
066000         GO TO 2320-EXIT
066100     END-IF.
066200     ADD 1 TO WS-GRP-OFFERED(WS-GRP-HIT).
066300     IF WS-REQT-SATISFIED(WS-REQT-SUB)
066400         ADD 1 TO WS-GRP-DONE(WS-GRP-HIT)
066500     END-IF.
066600     IF WS-REQT-IN-PROGRESS(WS-REQT-SUB)
066700         ADD 1 TO WS-GRP-TAKING(WS-GRP-HIT)
066800     END-IF.
066900 2320-EXIT.
067000     EXIT.
067100
067200 2325-RATE-REQUIRED.
067300     IF WS-REQT-OUTSTANDING(WS-REQT-SUB)
067400         SET WS-AUDIT-OUTSTANDING TO TRUE
067500     END-IF.
067600     IF WS-REQT-IN-PROGRESS(WS-REQT-SUB) AND WS-AUDIT-ELIGIBLE
067700         SET WS-AUDIT-ON-COMPLETION TO TRUE
067800     END-IF.
067900 2325-EXIT.
068000     EXIT.
068100
068200 2330-EVALUATE-GROUP.
068300     IF WS-GRP-DONE(WS-GRP-SUB) NOT < WS-GRP-NEEDED(WS-GRP-SUB)
068400         GO TO 2330-EXIT
068500     END-IF.
068600     COMPUTE WS-GROUP-REACH =
068700         WS-GRP-DONE(WS-GRP-SUB) + WS-GRP-TAKING(WS-GRP-SUB).
068800     IF WS-GROUP-REACH NOT < WS-GRP-NEEDED(WS-GRP-SUB)
068900         IF WS-AUDIT-ELIGIBLE
069000             SET WS-AUDIT-ON-COMPLETION TO TRUE
069100         END-IF
069200     ELSE
069300         SET WS-AUDIT-OUTSTANDING TO TRUE
069400     END-IF.
069500 2330-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 2400-PRINT-AUDIT - print the student's audit: required courses,
070000*                   then each elective group with its courses,
070100*                   then the overall result. An eligible student
070200*                   is released to the graduation list.
070300******************************************************************
070400 2400-PRINT-AUDIT.
070500     MOVE STUDENT-NUMBER TO DGA-STUDENT-NUMBER.
070600     MOVE WS-STUDENT-NAME TO DGA-STUDENT-NAME.
070700     MOVE STUDENT-PROGRAM TO DGA-STUDENT-PROGRAM.
070800     WRITE AUDIT-REPORT-LINE FROM DGA-STUDENT-LINE
070900         AFTER ADVANCING 2 LINES.
071000     WRITE AUDIT-REPORT-LINE FROM DGA-HDG-LINE-3
071100         AFTER ADVANCING 1 LINE.
071200     MOVE ZERO TO WS-PRINT-GROUP.
071300     PERFORM 2410-PRINT-LINE THRU 2410-EXIT
071400         VARYING WS-REQT-SUB FROM 1 BY 1
071500         UNTIL WS-REQT-SUB > WS-REQT-USED.
071600     PERFORM 2420-PRINT-GROUP THRU 2420-EXIT
071700         VARYING WS-GRP-SUB FROM 1 BY 1
071800         UNTIL WS-GRP-SUB > WS-GRP-USED.
071900     IF WS-TABLE-FULL
072000         WRITE AUDIT-REPORT-LINE FROM DGA-FULL-LINE
072100             AFTER ADVANCING 1 LINE
072200     END-IF.
072300     EVALUATE TRUE
072400         WHEN WS-AUDIT-ELIGIBLE
072500             MOVE "ELIGIBLE TO GRADUATE" TO DGA-RESULT-TEXT
072600             ADD 1 TO WS-ELIGIBLE-COUNT
072700             MOVE STUDENT-PROGRAM TO SORT-PROGRAM
072800             MOVE WS-STUDENT-NAME TO SORT-STUDENT-NAME
072900             MOVE STUDENT-NUMBER TO SORT-STUDENT-NUMBER
073000             RELEASE SORT-RECORD
073100         WHEN WS-AUDIT-ON-COMPLETION
073200             MOVE "ELIGIBLE ONCE COURSES IN PROGRESS PASS"
073300                 TO DGA-RESULT-TEXT
073400             ADD 1 TO WS-COMPLETION-COUNT
073500         WHEN OTHER
073600             MOVE "REQUIREMENTS OUTSTANDING" TO DGA-RESULT-TEXT
073700             ADD 1 TO WS-OUTSTANDING-COUNT
073800     END-EVALUATE.
073900     WRITE AUDIT-REPORT-LINE FROM DGA-RESULT-LINE
074000         AFTER ADVANCING 1 LINE.
074100 2400-EXIT.
074200     EXIT.
074300
074400 2410-PRINT-LINE.
074500     IF WS-REQT-GROUP(WS-REQT-SUB) NOT = WS-PRINT-GROUP
074600         GO TO 2410-EXIT
074700     END-IF.
074800     IF WS-PRINT-GROUP = ZERO
074900         MOVE "REQUIRED" TO DGA-REQT-TEXT
075000     ELSE
075100         MOVE "  ELECTIVE" TO DGA-REQT-TEXT
075200     END-IF.
075300     MOVE WS-REQT-COURSE(WS-REQT-SUB) TO DGA-COURSE-CODE.
075400     EVALUATE TRUE
075500         WHEN WS-REQT-SATISFIED(WS-REQT-SUB)
075600             MOVE "SATISFIED" TO DGA-STATE-TEXT
075700         WHEN WS-REQT-IN-PROGRESS(WS-REQT-SUB)
075800             MOVE "IN PROGRESS" TO DGA-STATE-TEXT
075900         WHEN OTHER
076000             MOVE "OUTSTANDING" TO DGA-STATE-TEXT
076100     END-EVALUATE.
076200     WRITE AUDIT-REPORT-LINE FROM DGA-DETAIL-LINE
076300         AFTER ADVANCING 1 LINE.
076400 2410-EXIT.
076500     EXIT.
076600
076700 2420-PRINT-GROUP.
076800     MOVE WS-GRP-NUMBER(WS-GRP-SUB) TO DGA-GROUP-NUMBER.
076900     MOVE WS-GRP-NEEDED(WS-GRP-SUB) TO DGA-GROUP-NEEDED.
077000     MOVE WS-GRP-OFFERED(WS-GRP-SUB) TO DGA-GROUP-OFFERED.
077100     MOVE WS-GRP-DONE(WS-GRP-SUB) TO DGA-GROUP-DONE.
077200     MOVE WS-GRP-TAKING(WS-GRP-SUB) TO DGA-GROUP-TAKING.
077300     COMPUTE WS-GROUP-REACH =
077400         WS-GRP-DONE(WS-GRP-SUB) + WS-GRP-TAKING(WS-GRP-SUB).
077500     IF WS-GRP-DONE(WS-GRP-SUB) NOT < WS-GRP-NEEDED(WS-GRP-SUB)
077600         MOVE "SATISFIED" TO DGA-GROUP-STATE
077700     ELSE
077800         IF WS-GROUP-REACH NOT < WS-GRP-NEEDED(WS-GRP-SUB)
077900             MOVE "IN PROGRESS" TO DGA-GROUP-STATE
078000         ELSE
078100             MOVE "OUTSTANDING" TO DGA-GROUP-STATE
078200         END-IF
078300     END-IF.
078400     WRITE AUDIT-REPORT-LINE FROM DGA-GROUP-LINE
078500         AFTER ADVANCING 1 LINE.
078600     MOVE WS-GRP-NUMBER(WS-GRP-SUB) TO WS-PRINT-GROUP.
078700     PERFORM 2410-PRINT-LINE THRU 2410-EXIT
078800         VARYING WS-REQT-SUB FROM 1 BY 1
078900         UNTIL WS-REQT-SUB > WS-REQT-USED.
079000 2420-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400* 2500-FIND-TAKEN - look WS-NOTE-COURSE up in the history table;
079500*                  WS-TAKEN-SUB is left on the entry when found.
079600******************************************************************
079700 2500-FIND-TAKEN.
079800     MOVE "N" TO WS-FOUND-SW.
079900     PERFORM 2505-CHECK-TAKEN THRU 2505-EXIT
080000         VARYING WS-TAKEN-SUB FROM 1 BY 1
080100         UNTIL WS-TAKEN-SUB > WS-TAKEN-USED OR WS-ENTRY-FOUND.
080200     IF WS-ENTRY-FOUND
080300         SUBTRACT 1 FROM WS-TAKEN-SUB
080400     END-IF.
080500 2500-EXIT.
080600     EXIT.
080700
080800 2505-CHECK-TAKEN.
080900     IF WS-TAKEN-COURSE(WS-TAKEN-SUB) = WS-NOTE-COURSE
081000         SET WS-ENTRY-FOUND TO TRUE
081100     END-IF.
081200 2505-EXIT.
081300     EXIT.
081400
081500 2510-FIND-GROUP.
081600     IF WS-GRP-NUMBER(WS-GRP-SUB) = WS-REQT-GROUP(WS-REQT-SUB)
081700         MOVE WS-GRP-SUB TO WS-GRP-HIT
081800     END-IF.
081900 2510-EXIT.
082000     EXIT.
082100
082200******************************************************************
082300* 2800-LIST-EXCEPTION - the student's program has no requirements
082400*                      on file, so there is nothing to audit
082500*                      against.
082600******************************************************************
082700 2800-LIST-EXCEPTION.
082800     ADD 1 TO WS-EXCEPTION-COUNT.
082900     MOVE STUDENT-NUMBER TO DGX-STUDENT-NUMBER.
083000     MOVE WS-STUDENT-NAME TO DGX-STUDENT-NAME.
083100     MOVE STUDENT-PROGRAM TO DGX-STUDENT-PROGRAM.
083200     WRITE EXCEPTION-REPORT-LINE FROM DGX-DETAIL-LINE
083300         AFTER ADVANCING 1 LINE.
083400 2800-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800* 4000-PRINT-GRADUATION-LIST - SORT output procedure: control
083900*                             break on STUDENT-PROGRAM, one line
084000*                             per eligible student, a count per
084100*                             program.
084200******************************************************************
084300 4000-PRINT-GRADUATION-LIST.
084400     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
084500     PERFORM 4200-WRITE-GRADUATE THRU 4200-EXIT
084600         UNTIL WS-SORT-EOF.
084700     IF WS-GROUP-OPEN
084800         PERFORM 4400-CLOSE-PROGRAM THRU 4400-EXIT
084900     END-IF.
085000 4000-EXIT.
085100     EXIT.
085200
085300 4100-RETURN-SORTED.
085400     RETURN SORT-WORK-FILE
085500         AT END SET WS-SORT-EOF TO TRUE
085600     END-RETURN.
085700 4100-EXIT.
085800     EXIT.
085900
086000 4200-WRITE-GRADUATE.
086100     IF NOT WS-GROUP-OPEN
086200             OR SORT-PROGRAM NOT = WS-PREV-PROGRAM
086300         PERFORM 4300-START-PROGRAM THRU 4300-EXIT
086400     END-IF.
086500     MOVE SORT-STUDENT-NUMBER TO DGG-STUDENT-NUMBER.
086600     MOVE SORT-STUDENT-NAME TO DGG-STUDENT-NAME.
086700     WRITE GRADUATION-LIST-LINE FROM DGG-DETAIL-LINE
086800         AFTER ADVANCING 1 LINE.
086900     ADD 1 TO WS-PROGRAM-GRADS.
087000     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
087100 4200-EXIT.
087200     EXIT.
087300
087400 4300-START-PROGRAM.
087500     IF WS-GROUP-OPEN
087600         PERFORM 4400-CLOSE-PROGRAM THRU 4400-EXIT
087700     END-IF.
087800     MOVE SORT-PROGRAM TO WS-PREV-PROGRAM.
087900     MOVE SORT-PROGRAM TO DGG-GROUP-PROGRAM.
088000     WRITE GRADUATION-LIST-LINE FROM DGG-GROUP-LINE
088100         AFTER ADVANCING 2 LINES.
088200     WRITE GRADUATION-LIST-LINE FROM DGG-HDG-LINE-3
088300         AFTER ADVANCING 1 LINE.
088400     WRITE GRADUATION-LIST-LINE FROM DGG-HDG-LINE-4
088500         AFTER ADVANCING 1 LINE.
088600     MOVE ZERO TO WS-PROGRAM-GRADS.
088700     MOVE "Y" TO WS-GROUP-SW.
088800 4300-EXIT.
088900     EXIT.
089000
089100 4400-CLOSE-PROGRAM.
089200     MOVE WS-PROGRAM-GRADS TO DGG-PROGRAM-GRADS.
089300     WRITE GRADUATION-LIST-LINE FROM DGG-COUNT-LINE
089400         AFTER ADVANCING 1 LINE.
089500 4400-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900* 3000-TERMINATE - print the totals on all three reports and close
090000*                  files.
090100******************************************************************
090200 3000-TERMINATE.
090300     MOVE WS-STUDENT-COUNT TO DGA-TOTAL-STUDENTS.
090400     MOVE WS-AUDITED-COUNT TO DGA-TOTAL-AUDITED.
090500     MOVE WS-ELIGIBLE-COUNT TO DGA-TOTAL-ELIGIBLE.
090600     MOVE WS-COMPLETION-COUNT TO DGA-TOTAL-COMPLETION.
090700     MOVE WS-OUTSTANDING-COUNT TO DGA-TOTAL-OUTSTANDING.
090800     MOVE WS-EXCEPTION-COUNT TO DGA-TOTAL-EXCEPTIONS.
090900     WRITE AUDIT-REPORT-LINE FROM DGA-HDG-LINE-4
091000         AFTER ADVANCING 2 LINES.
091100     WRITE AUDIT-REPORT-LINE FROM DGA-TOTAL-LINE-1
091200         AFTER ADVANCING 1 LINE.
091300     WRITE AUDIT-REPORT-LINE FROM DGA-TOTAL-LINE-2
091400         AFTER ADVANCING 1 LINE.
091500     WRITE AUDIT-REPORT-LINE FROM DGA-TOTAL-LINE-3
091600         AFTER ADVANCING 1 LINE.
091700     WRITE AUDIT-REPORT-LINE FROM DGA-TOTAL-LINE-4
091800         AFTER ADVANCING 1 LINE.
091900     WRITE AUDIT-REPORT-LINE FROM DGA-TOTAL-LINE-5
092000         AFTER ADVANCING 1 LINE.
092100     WRITE AUDIT-REPORT-LINE FROM DGA-TOTAL-LINE-6
092200         AFTER ADVANCING 1 LINE.
092300     MOVE WS-ELIGIBLE-COUNT TO DGG-TOTAL-GRADS.
092400     WRITE GRADUATION-LIST-LINE FROM DGG-TOTAL-LINE
092500         AFTER ADVANCING 2 LINES.
092600     MOVE WS-EXCEPTION-COUNT TO DGX-TOTAL-EXCEPTIONS.
092700     WRITE EXCEPTION-REPORT-LINE FROM DGX-TOTAL-LINE
092800         AFTER ADVANCING 2 LINES.
092900     CLOSE STUDENT-MASTER.
093000     CLOSE REQUIREMENT-MASTER.
093100     CLOSE GRADE-MASTER.
093200     CLOSE ENROLL-MASTER.
093300     CLOSE AUDIT-REPORT.
093400     CLOSE GRADUATION-LIST.
093500     CLOSE EXCEPTION-REPORT.
093600 3000-EXIT.
093700     EXIT.
093800
093900 END PROGRAM DEGREE-AUDIT-PGM.
