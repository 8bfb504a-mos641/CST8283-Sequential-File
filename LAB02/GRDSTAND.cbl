000100******************************************************************
000200* Program:     ACADEMIC-STANDING-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Term-end GPA and academic standing run. Driven
001000*              by a parameter card (STNDPRM.TXT) naming one
001100*              ENROLL-TERM, this program reads the grade master
001200*              (GRADE.DAT) in STUDENT-NUMBER order, converts every
001300*              recorded grade to grade points on the GRADPTS scale
001400*              (W and I carry no points and are not counted), and
001500*              for each student graded in the term works out the
001600*              term GPA and the cumulative GPA over every term up
001700*              to and including it. Standing is assigned from the
001800*              cumulative GPA and the student's prior standing on
001900*              the standing master (STANDING.DAT): at or above the
002000*              probation threshold is good standing; below it is
002100*              probation, or required to withdraw when the student
002200*              was already on probation. The standing is written
002300*              back per student per term so the next term's run
002400*              (and the transcript) can see it. The Dean's list
002500*              (STNDDRPT.TXT) and the probation and withdrawal
002600*              list (STNDPRPT.TXT) print by STUDENT-PROGRAM.
002700*
002800* Modification History:
002900*   2026-10-15  D.K.  Original academic standing program.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. ACADEMIC-STANDING-PGM.
003300 AUTHOR. D. KOWALSKI.
003400 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700 SECURITY. NON CONFIDENTIAL.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL PARM-FILE
004200     ASSIGN TO "..\STNDPRM.TXT"
004300     ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT GRADE-MASTER
004600     ASSIGN TO "..\GRADE.DAT"
004700     ORGANIZATION IS INDEXED
004800     ACCESS MODE IS SEQUENTIAL
004900     RECORD KEY IS GRADE-KEY
005000     FILE STATUS IS WS-GRADE-STATUS.
005100
005200     SELECT STUDENT-MASTER
005300     ASSIGN TO "..\STUDENT.DAT"
005400     ORGANIZATION IS INDEXED
005500     ACCESS MODE IS DYNAMIC
005600     RECORD KEY IS STUDENT-NUMBER
005700     ALTERNATE RECORD KEY IS LAST-NAME
005800         WITH DUPLICATES
005900     FILE STATUS IS WS-MASTER-STATUS.
006000
006100     SELECT OPTIONAL STANDING-MASTER
006200     ASSIGN TO "..\STANDING.DAT"
006300     ORGANIZATION IS INDEXED
006400     ACCESS MODE IS DYNAMIC
006500     RECORD KEY IS STANDING-KEY
006600     FILE STATUS IS WS-STANDING-STATUS.
006700
006800     SELECT DEANS-REPORT
006900     ASSIGN TO "..\STNDDRPT.TXT"
007000     ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT STANDING-REPORT
007300     ASSIGN TO "..\STNDPRPT.TXT"
007400     ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT SORT-WORK-FILE
007700     ASSIGN TO "SORTWK01".
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PARM-FILE.
008100     COPY STNDPRM.
008200
008300 FD  GRADE-MASTER.
008400     COPY GRADEREC.
008500
008600 FD  STUDENT-MASTER.
008700     COPY STUDREC.
008800
008900 FD  STANDING-MASTER.
009000     COPY STNDREC.
009100
009200 FD  DEANS-REPORT.
009300 01  DEANS-REPORT-LINE           PIC X(132).
009400
009500 FD  STANDING-REPORT.
009600 01  STANDING-REPORT-LINE        PIC X(132).
009700
009800 SD  SORT-WORK-FILE.
009900 01  SORT-RECORD.
010000     05  SORT-LIST-CODE          PIC X(01).
010100     05  SORT-PROGRAM            PIC X(08).
010200     05  SORT-STUDENT-NUMBER     PIC X(10).
010300     05  SORT-STUDENT-NAME       PIC X(51).
010400     05  SORT-TERM-COURSES       PIC 9(02).
010500     05  SORT-TERM-GPA           PIC 9V99.
010600     05  SORT-CUM-GPA            PIC 9V99.
010700     05  SORT-PRIOR-STANDING     PIC X(01).
010800
010900 WORKING-STORAGE SECTION.
011000
011100 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
011200     88  WS-EOF                             VALUE "Y".
011300 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
011400     88  WS-SORT-EOF                        VALUE "Y".
011500 77  WS-PARM-EOF-SW              PIC X(01)   VALUE "N".
011600     88  WS-PARM-MISSING                     VALUE "Y".
011700 77  WS-PRIOR-EOF-SW             PIC X(01)   VALUE "N".
011800     88  WS-PRIOR-DONE                       VALUE "Y".
011900 77  WS-GRADE-STATUS             PIC X(02)   VALUE "00".
012000     88  WS-GRADE-OK                         VALUE "00".
012100 77  WS-MASTER-STATUS            PIC X(02)   VALUE "00".
012200     88  WS-MASTER-OK                        VALUE "00".
012300 77  WS-STANDING-STATUS          PIC X(02)   VALUE "00".
012400     88  WS-STANDING-OK                      VALUES "00" "05".
012500 77  WS-STANDING-TERM            PIC 9(06)   VALUE ZERO.
012600 77  WS-DEANS-GPA                PIC 9V99    VALUE ZERO.
012700 77  WS-DEANS-MIN-COURSES        PIC 9(02)   VALUE ZERO.
012800 77  WS-PROBATION-GPA            PIC 9V99    VALUE ZERO.
012900 77  WS-STUDENT-OPEN-SW          PIC X(01)   VALUE "N".
013000     88  WS-STUDENT-OPEN                     VALUE "Y".
013100 77  WS-IN-TERM-SW               PIC X(01)   VALUE "N".
013200     88  WS-GRADED-IN-TERM                   VALUE "Y".
013300 77  WS-PREV-STUDENT             PIC X(10)   VALUE SPACES.
013400 77  WS-TERM-COURSES             PIC 9(02)   VALUE ZERO.
013500 77  WS-TERM-POINTS              PIC 9(03)V9 VALUE ZERO.
013600 77  WS-TERM-GPA                 PIC 9V99    VALUE ZERO.
013700 77  WS-CUM-COURSES              PIC 9(03)   VALUE ZERO.
013800 77  WS-CUM-POINTS               PIC 9(04)V9 VALUE ZERO.
013900 77  WS-CUM-GPA                  PIC 9V99    VALUE ZERO.
014000 77  WS-PRIOR-STANDING           PIC X(01)   VALUE SPACE.
014100     88  WS-PRIOR-ON-PROBATION               VALUES "P" "R".
014200 77  WS-NEW-STANDING             PIC X(01)   VALUE SPACE.
014300     88  WS-NEW-GOOD                         VALUE "G".
014400     88  WS-NEW-PROBATION                    VALUE "P".
014500     88  WS-NEW-WITHDRAW                     VALUE "R".
014600 77  WS-DEANS-SW                 PIC X(01)   VALUE "N".
014700     88  WS-ON-DEANS-LIST                    VALUE "Y".
014800 77  WS-GRADE-READ-COUNT         PIC 9(06)   VALUE ZERO.
014900 77  WS-UNKNOWN-GRADE-COUNT      PIC 9(06)   VALUE ZERO.
015000 77  WS-EVALUATED-COUNT          PIC 9(05)   VALUE ZERO.
015100 77  WS-GOOD-COUNT               PIC 9(05)   VALUE ZERO.
015200 77  WS-PROBATION-COUNT          PIC 9(05)   VALUE ZERO.
015300 77  WS-WITHDRAW-COUNT           PIC 9(05)   VALUE ZERO.
015400 77  WS-DEANS-COUNT              PIC 9(05)   VALUE ZERO.
015500 77  WS-REPLACED-COUNT           PIC 9(05)   VALUE ZERO.
015600 77  WS-GROUP-OPEN-SW            PIC X(01)   VALUE "N".
015700     88  WS-GROUP-OPEN                       VALUE "Y".
015800 77  WS-PREV-LIST-CODE           PIC X(01)   VALUE SPACE.
015900 77  WS-PREV-PROGRAM             PIC X(08)   VALUE SPACES.
016000 77  WS-GROUP-COUNT              PIC 9(05)   VALUE ZERO.
016100 77  WS-LINE-SPACING             PIC 9(01)   VALUE 1.
016200 77  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.
016300
016400 01  WS-RUN-DATE.
016500     05  WS-RUN-YY               PIC 9(02).
016600     05  WS-RUN-MM               PIC 9(02).
016700     05  WS-RUN-DD               PIC 9(02).
016800
016900     COPY GRADPTS.
017000
017100 01  STN-HDG-LINE-1.
017200     05  FILLER                  PIC X(10)   VALUE SPACES.
017300     05  STN-HDG-TITLE           PIC X(40).
017400
017500 01  STN-HDG-LINE-2.
017600     05  FILLER                  PIC X(05)   VALUE "DATE:".
017700     05  STN-HDG-DATE            PIC X(08).
017800     05  FILLER                  PIC X(04)   VALUE SPACES.
017900     05  FILLER                  PIC X(06)   VALUE "TERM:".
018000     05  STN-HDG-TERM            PIC 9(06).
018100
018200 01  STN-SECTION-LINE.
018300     05  FILLER                  PIC X(04)   VALUE "*** ".
018400     05  STN-SECTION-TITLE       PIC X(30).
018500     05  FILLER                  PIC X(04)   VALUE " ***".
018600
018700 01  STN-PROGRAM-LINE.
018800     05  FILLER                  PIC X(09)   VALUE "PROGRAM:".
018900     05  STN-PROGRAM             PIC X(08).
019000
019100 01  STN-HDG-LINE-3.
019200     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
019300     05  FILLER                  PIC X(53)   VALUE "NAME".
019400     05  FILLER                  PIC X(09)   VALUE "COURSES".
019500     05  FILLER                  PIC X(10)   VALUE "TERM GPA".
019600     05  FILLER                  PIC X(09)   VALUE "CUM GPA".
019700     05  FILLER                  PIC X(16)
019800         VALUE "PRIOR STANDING".
019900
020000 01  STN-HDG-LINE-4.
020100     05  FILLER                  PIC X(109)  VALUE ALL "-".
020200
020300 01  STN-DETAIL-LINE.
020400     05  STN-STUDENT-NUMBER      PIC X(12).
020500     05  STN-STUDENT-NAME        PIC X(53).
020600     05  STN-TERM-COURSES        PIC Z9.
020700     05  FILLER                  PIC X(09)   VALUE SPACES.
020800     05  STN-TERM-GPA            PIC 9.99.
020900     05  FILLER                  PIC X(05)   VALUE SPACES.
021000     05  STN-CUM-GPA             PIC 9.99.
021100     05  FILLER                  PIC X(04)   VALUE SPACES.
021200     05  STN-PRIOR-STANDING      PIC X(16).
021300
021400 01  STN-GROUP-TOTAL-LINE.
021500     05  FILLER                  PIC X(12)   VALUE SPACES.
021600     05  FILLER          PIC X(24) VALUE "STUDENTS IN PROGRAM:".
021700     05  STN-GROUP-COUNT         PIC ZZ,ZZ9.
021800
021900 01  STN-NONE-LINE.
022000     05  FILLER                  PIC X(40)
022100         VALUE "NO STUDENTS QUALIFY THIS TERM".
022200
022300 01  STN-TOTAL-LINE-1.
022400     05  FILLER          PIC X(24) VALUE "STUDENTS EVALUATED:".
022500     05  STN-TOTAL-EVALUATED PIC ZZ,ZZ9.
022600
022700 01  STN-TOTAL-LINE-2.
022800     05  FILLER          PIC X(24) VALUE "GOOD STANDING:".
022900     05  STN-TOTAL-GOOD      PIC ZZ,ZZ9.
023000
023100 01  STN-TOTAL-LINE-3.
023200     05  FILLER          PIC X(24) VALUE "ON PROBATION:".
023300     05  STN-TOTAL-PROBATION PIC ZZ,ZZ9.
023400
023500 01  STN-TOTAL-LINE-4.
023600     05  FILLER          PIC X(24) VALUE "REQUIRED TO WITHDRAW:".
023700     05  STN-TOTAL-WITHDRAW  PIC ZZ,ZZ9.
023800
023900 01  STN-TOTAL-LINE-5.
024000     05  FILLER          PIC X(24) VALUE "DEAN'S LIST:".
024100     05  STN-TOTAL-DEANS     PIC ZZ,ZZ9.
024200
024300 01  STN-TOTAL-LINE-6.
024400     05  FILLER          PIC X(24)
024500         VALUE "PRIOR STANDING REPLACED:".
024600     05  STN-TOTAL-REPLACED  PIC ZZ,ZZ9.
024700
024800 01  STN-TOTAL-LINE-7.
024900     05  FILLER          PIC X(24) VALUE "UNRECOGNIZED GRADES:".
025000     05  STN-TOTAL-UNKNOWN   PIC ZZ,ZZ9.
025100
025200 PROCEDURE DIVISION.
025300
025400******************************************************************
025500* 0000-MAINLINE
025600******************************************************************
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025900     SORT SORT-WORK-FILE
026000         ON ASCENDING KEY SORT-LIST-CODE
026100                          SORT-PROGRAM
026200                          SORT-STUDENT-NUMBER
026300         INPUT PROCEDURE IS 1500-ASSIGN-STANDING
026400         OUTPUT PROCEDURE IS 2000-PRINT-LISTS.
026500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
026600     STOP RUN.
026700
026800******************************************************************
026900* 1000-INITIALIZE - read the term parameter card (a missing card
027000*                   or a zero term refuses the run), default any
027100*                   threshold left ZERO, open the files and print
027200*                   the report headings. The standing master is
027300*                   created here on first use.
027400******************************************************************
027500 1000-INITIALIZE.
027600     OPEN INPUT PARM-FILE.
027700     READ PARM-FILE
027800         AT END SET WS-PARM-MISSING TO TRUE
027900     END-READ.
028000     IF NOT WS-PARM-MISSING
028100         MOVE PARM-STANDING-TERM TO WS-STANDING-TERM
028200         MOVE PARM-DEANS-GPA TO WS-DEANS-GPA
028300         MOVE PARM-DEANS-MIN-COURSES TO WS-DEANS-MIN-COURSES
028400         MOVE PARM-PROBATION-GPA TO WS-PROBATION-GPA
028500     END-IF.
028600     CLOSE PARM-FILE.
028700     IF WS-PARM-MISSING OR WS-STANDING-TERM = ZERO
028800         DISPLAY "ACADEMIC-STANDING-PGM: NO STANDING TERM "
028900             "SUPPLIED - RUN REFUSED"
029000         STOP RUN
029100     END-IF.
029200     IF WS-DEANS-GPA = ZERO
029300         MOVE 3.50 TO WS-DEANS-GPA
029400     END-IF.
029500     IF WS-DEANS-MIN-COURSES = ZERO
029600         MOVE 3 TO WS-DEANS-MIN-COURSES
029700     END-IF.
029800     IF WS-PROBATION-GPA = ZERO
029900         MOVE 2.00 TO WS-PROBATION-GPA
030000     END-IF.
030100     OPEN INPUT GRADE-MASTER.
030200     IF NOT WS-GRADE-OK
030300         DISPLAY "ACADEMIC-STANDING-PGM: UNABLE TO OPEN GRADE"
030400             " MASTER, STATUS=" WS-GRADE-STATUS
030500         STOP RUN
030600     END-IF.
030700     OPEN INPUT STUDENT-MASTER.
030800     IF NOT WS-MASTER-OK
030900         DISPLAY "ACADEMIC-STANDING-PGM: UNABLE TO OPEN STUDENT"
031000             " MASTER, STATUS=" WS-MASTER-STATUS
031100         STOP RUN
031200     END-IF.
031300     OPEN I-O STANDING-MASTER.
031400     IF NOT WS-STANDING-OK
031500         DISPLAY "ACADEMIC-STANDING-PGM: UNABLE TO OPEN STANDING"
031600             " MASTER, STATUS=" WS-STANDING-STATUS
031700         STOP RUN
031800     END-IF.
031900     OPEN OUTPUT DEANS-REPORT.
032000     OPEN OUTPUT STANDING-REPORT.
032100     ACCEPT WS-RUN-DATE FROM DATE.
032200     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
032300 1000-EXIT.
032400     EXIT.
032500
032600 1100-WRITE-HEADINGS.
032700     STRING WS-RUN-MM DELIMITED BY SIZE
032800         "/" DELIMITED BY SIZE
032900         WS-RUN-DD DELIMITED BY SIZE
033000         "/" DELIMITED BY SIZE
033100         WS-RUN-YY DELIMITED BY SIZE
033200         INTO STN-HDG-DATE.
033300     MOVE WS-STANDING-TERM TO STN-HDG-TERM.
033400     MOVE "DEAN'S LIST" TO STN-HDG-TITLE.
033500     WRITE DEANS-REPORT-LINE FROM STN-HDG-LINE-1
033600         AFTER ADVANCING 1 LINE.
033700     WRITE DEANS-REPORT-LINE FROM STN-HDG-LINE-2
033800         AFTER ADVANCING 1 LINE.
033900     MOVE "PROBATION AND WITHDRAWAL LIST" TO STN-HDG-TITLE.
034000     WRITE STANDING-REPORT-LINE FROM STN-HDG-LINE-1
034100         AFTER ADVANCING 1 LINE.
034200     WRITE STANDING-REPORT-LINE FROM STN-HDG-LINE-2
034300         AFTER ADVANCING 1 LINE.
034400 1100-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 1500-ASSIGN-STANDING - SORT input procedure: control break
034900*                        on STUDENT-NUMBER over the grade master.
035000*                        Each student graded in the standing term
035100*                        gets a standing record, and a sort record
035200*                        is released for the list the student is
035300*                        on.
035400******************************************************************
035500 1500-ASSIGN-STANDING.
035600     PERFORM 1510-READ-GRADE THRU 1510-EXIT.
035700     PERFORM 1520-ACCUMULATE-GRADE THRU 1520-EXIT
035800         UNTIL WS-EOF.
035900     IF WS-STUDENT-OPEN
036000         PERFORM 1600-CLOSE-STUDENT THRU 1600-EXIT
036100     END-IF.
036200 1500-EXIT.
036300     EXIT.
036400
036500 1510-READ-GRADE.
036600     READ GRADE-MASTER NEXT RECORD
036700         AT END SET WS-EOF TO TRUE
036800     END-READ.
036900 1510-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 1520-ACCUMULATE-GRADE - add one recorded grade to the
037400*                         student's cumulative totals (every term
037500*                         up to and including the standing term)
037600*                         and, for the standing term itself, to
037700*                         the term totals. Grades after the
037800*                         standing term are not counted, so a
037900*                         rerun for an earlier term assigns the
038000*                         standing it would have had.
038100******************************************************************
038200 1520-ACCUMULATE-GRADE.
038300     IF NOT WS-STUDENT-OPEN
038400             OR GRADE-STUDENT-NUMBER NOT = WS-PREV-STUDENT
038500         PERFORM 1530-START-STUDENT THRU 1530-EXIT
038600     END-IF.
038700     ADD 1 TO WS-GRADE-READ-COUNT.
038800     IF GRADE-TERM NOT > WS-STANDING-TERM
038900         PERFORM 1540-COUNT-GRADE THRU 1540-EXIT
039000     END-IF.
039100     PERFORM 1510-READ-GRADE THRU 1510-EXIT.
039200 1520-EXIT.
039300     EXIT.
039400
039500 1530-START-STUDENT.
039600     IF WS-STUDENT-OPEN
039700         PERFORM 1600-CLOSE-STUDENT THRU 1600-EXIT
039800     END-IF.
039900     MOVE GRADE-STUDENT-NUMBER TO WS-PREV-STUDENT.
040000     MOVE "Y" TO WS-STUDENT-OPEN-SW.
040100     MOVE "N" TO WS-IN-TERM-SW.
040200     MOVE ZERO TO WS-TERM-COURSES.
040300     MOVE ZERO TO WS-TERM-POINTS.
040400     MOVE ZERO TO WS-CUM-COURSES.
040500     MOVE ZERO TO WS-CUM-POINTS.
040600 1530-EXIT.
040700     EXIT.
040800
040900 1540-COUNT-GRADE.
041000     IF GRADE-TERM = WS-STANDING-TERM
041100         MOVE "Y" TO WS-IN-TERM-SW
041200     END-IF.
041300     SET GPT-IDX TO 1.
041400     SEARCH GPT-ENTRY
041500         AT END
041600             ADD 1 TO WS-UNKNOWN-GRADE-COUNT
041700         WHEN GPT-GRADE(GPT-IDX) = GRADE-VALUE
041800             IF GPT-COUNTS-IN-GPA(GPT-IDX)
041900                 ADD 1 TO WS-CUM-COURSES
042000                 ADD GPT-POINTS(GPT-IDX) TO WS-CUM-POINTS
042100                 IF GRADE-TERM = WS-STANDING-TERM
042200                     ADD 1 TO WS-TERM-COURSES
042300                     ADD GPT-POINTS(GPT-IDX) TO WS-TERM-POINTS
042400                 END-IF
042500             END-IF
042600     END-SEARCH.
042700 1540-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100* 1600-CLOSE-STUDENT - work out the GPAs, assign the standing,
043200*                      write it to the standing master and release
043300*                      the student to the lists. A student with no
043400*                      grade in the standing term is left alone.
043500******************************************************************
043600 1600-CLOSE-STUDENT.
043700     IF NOT WS-GRADED-IN-TERM
043800         GO TO 1600-EXIT
043900     END-IF.
044000     ADD 1 TO WS-EVALUATED-COUNT.
044100     MOVE ZERO TO WS-TERM-GPA.
044200     IF WS-TERM-COURSES > ZERO
044300         COMPUTE WS-TERM-GPA ROUNDED =
044400             WS-TERM-POINTS / WS-TERM-COURSES
044500     END-IF.
044600     MOVE ZERO TO WS-CUM-GPA.
044700     IF WS-CUM-COURSES > ZERO
044800         COMPUTE WS-CUM-GPA ROUNDED =
044900             WS-CUM-POINTS / WS-CUM-COURSES
045000     END-IF.
045100     PERFORM 1700-FIND-PRIOR-STANDING THRU 1700-EXIT.
045200     PERFORM 1800-DECIDE-STANDING THRU 1800-EXIT.
045300     PERFORM 1850-WRITE-STANDING THRU 1850-EXIT.
045400     PERFORM 1900-RELEASE-LISTS THRU 1900-EXIT.
045500 1600-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 1700-FIND-PRIOR-STANDING - the student's standing from the most
046000*                            recent earlier term on the standing
046100*                            master; SPACE when there is none.
046200******************************************************************
046300 1700-FIND-PRIOR-STANDING.
046400     MOVE SPACE TO WS-PRIOR-STANDING.
046500     MOVE "N" TO WS-PRIOR-EOF-SW.
046600     MOVE WS-PREV-STUDENT TO STND-STUDENT-NUMBER.
046700     MOVE ZERO TO STND-TERM.
046800     START STANDING-MASTER KEY IS NOT LESS THAN STANDING-KEY
046900         INVALID KEY
047000             GO TO 1700-EXIT
047100     END-START.
047200     PERFORM 1710-READ-PRIOR THRU 1710-EXIT
047300         UNTIL WS-PRIOR-DONE.
047400 1700-EXIT.
047500     EXIT.
047600
047700 1710-READ-PRIOR.
047800     READ STANDING-MASTER NEXT RECORD
047900         AT END
048000             SET WS-PRIOR-DONE TO TRUE
048100             GO TO 1710-EXIT
048200     END-READ.
048300     IF STND-STUDENT-NUMBER NOT = WS-PREV-STUDENT
048400             OR STND-TERM NOT < WS-STANDING-TERM
048500         SET WS-PRIOR-DONE TO TRUE
048600         GO TO 1710-EXIT
048700     END-IF.
048800     MOVE STND-STANDING TO WS-PRIOR-STANDING.
048900 1710-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300* 1800-DECIDE-STANDING - good standing at or above the probation
049400*                        GPA; below it, probation - or required to
049500*                        withdraw when the prior term already left
049600*                        the student on probation. A student with
049700*                        no counted course yet (W and I only)
049800*                        keeps the prior standing. The Dean's
049900*                        list takes the term GPA over a full
050000*                        enough load.
050100******************************************************************
050200 1800-DECIDE-STANDING.
050300     EVALUATE TRUE
050400         WHEN WS-CUM-COURSES = ZERO
050500             IF WS-PRIOR-STANDING = SPACE
050600                 MOVE "G" TO WS-NEW-STANDING
050700             ELSE
050800                 MOVE WS-PRIOR-STANDING TO WS-NEW-STANDING
050900             END-IF
051000         WHEN WS-CUM-GPA NOT < WS-PROBATION-GPA
051100             MOVE "G" TO WS-NEW-STANDING
051200         WHEN WS-PRIOR-ON-PROBATION
051300             MOVE "R" TO WS-NEW-STANDING
051400         WHEN OTHER
051500             MOVE "P" TO WS-NEW-STANDING
051600     END-EVALUATE.
051700     MOVE "N" TO WS-DEANS-SW.
051800     IF WS-TERM-COURSES NOT < WS-DEANS-MIN-COURSES
051900             AND WS-TERM-GPA NOT < WS-DEANS-GPA
052000             AND WS-NEW-GOOD
052100         MOVE "Y" TO WS-DEANS-SW
052200     END-IF.
052300     EVALUATE TRUE
052400         WHEN WS-NEW-GOOD
052500             ADD 1 TO WS-GOOD-COUNT
052600         WHEN WS-NEW-PROBATION
052700             ADD 1 TO WS-PROBATION-COUNT
052800         WHEN WS-NEW-WITHDRAW
052900             ADD 1 TO WS-WITHDRAW-COUNT
053000     END-EVALUATE.
053100     IF WS-ON-DEANS-LIST
053200         ADD 1 TO WS-DEANS-COUNT
053300     END-IF.
053400 1800-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* 1850-WRITE-STANDING - a new student/term writes, a rerun of the
053900*                       same term rewrites the prior result.
054000******************************************************************
054100 1850-WRITE-STANDING.
054200     MOVE WS-PREV-STUDENT TO STND-STUDENT-NUMBER.
054300     MOVE WS-STANDING-TERM TO STND-TERM.
054400     MOVE WS-TERM-COURSES TO STND-TERM-COURSES.
054500     MOVE WS-TERM-POINTS TO STND-TERM-POINTS.
054600     MOVE WS-TERM-GPA TO STND-TERM-GPA.
054700     MOVE WS-CUM-COURSES TO STND-CUM-COURSES.
054800     MOVE WS-CUM-POINTS TO STND-CUM-POINTS.
054900     MOVE WS-CUM-GPA TO STND-CUM-GPA.
055000     MOVE WS-NEW-STANDING TO STND-STANDING.
055100     MOVE WS-DEANS-SW TO STND-DEANS-LIST.
055200     MOVE WS-RUN-DATE TO STND-RUN-DATE.
055300     WRITE STANDING-RECORD
055400         INVALID KEY
055500             REWRITE STANDING-RECORD
055600                 INVALID KEY
055700                     DISPLAY "ACADEMIC-STANDING-PGM: REWRITE"
055800                         " FAILED FOR " WS-PREV-STUDENT
055900                         ", STATUS=" WS-STANDING-STATUS
056000                 NOT INVALID KEY
056100                     ADD 1 TO WS-REPLACED-COUNT
056200             END-REWRITE
056300     END-WRITE.
056400 1850-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800* 1900-RELEASE-LISTS - one sort record for the Dean's list ("D"),
056900*                      or for the probation ("P") or withdrawal
057000*                      ("R") section of the standing list. A
057100*                      student no longer on the master still
057200*                      lists, flagged, under a blank program.
057300******************************************************************
057400 1900-RELEASE-LISTS.
057500     IF NOT WS-ON-DEANS-LIST AND WS-NEW-GOOD
057600         GO TO 1900-EXIT
057700     END-IF.
057800     MOVE WS-PREV-STUDENT TO SORT-STUDENT-NUMBER.
057900     MOVE WS-TERM-COURSES TO SORT-TERM-COURSES.
058000     MOVE WS-TERM-GPA TO SORT-TERM-GPA.
058100     MOVE WS-CUM-GPA TO SORT-CUM-GPA.
058200     MOVE WS-PRIOR-STANDING TO SORT-PRIOR-STANDING.
058300     MOVE WS-PREV-STUDENT TO STUDENT-NUMBER.
058400     READ STUDENT-MASTER
058500         INVALID KEY
058600             MOVE SPACES TO SORT-PROGRAM
058700             MOVE "** NOT ON MASTER **" TO SORT-STUDENT-NAME
058800         NOT INVALID KEY
058900             MOVE STUDENT-PROGRAM TO SORT-PROGRAM
059000             MOVE SPACES TO SORT-STUDENT-NAME
059100             STRING STUDENT-TITLE DELIMITED BY SIZE
059200                 FIRST-NAME DELIMITED BY SIZE
059300                 INITIALS DELIMITED BY SIZE
059400                 LAST-NAME DELIMITED BY SIZE
059500                 INTO SORT-STUDENT-NAME
059600             END-STRING
059700     END-READ.
059800     IF WS-ON-DEANS-LIST
059900         MOVE "D" TO SORT-LIST-CODE
060000     ELSE
060100         MOVE WS-NEW-STANDING TO SORT-LIST-CODE
060200     END-IF.
060300     RELEASE SORT-RECORD.
060400 1900-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 2000-PRINT-LISTS - SORT output procedure: control break on
060900*                    list and STUDENT-PROGRAM. Dean's list entries
061000*                    print to the Dean's list, probation and
061100*                    withdrawal entries to the standing list, each
061200*                    program with its own heading and count.
061300******************************************************************
061400 2000-PRINT-LISTS.
061500     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
061600     PERFORM 2200-PRINT-STUDENT THRU 2200-EXIT
061700         UNTIL WS-SORT-EOF.
061800     IF WS-GROUP-OPEN
061900         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
062000     END-IF.
062100 2000-EXIT.
062200     EXIT.
062300
062400 2100-RETURN-SORTED.
062500     RETURN SORT-WORK-FILE
062600         AT END SET WS-SORT-EOF TO TRUE
062700     END-RETURN.
062800 2100-EXIT.
062900     EXIT.
063000
063100 2200-PRINT-STUDENT.
063200     IF NOT WS-GROUP-OPEN
063300             OR SORT-LIST-CODE NOT = WS-PREV-LIST-CODE
063400             OR SORT-PROGRAM NOT = WS-PREV-PROGRAM
063500         PERFORM 2300-START-GROUP THRU 2300-EXIT
063600     END-IF.
063700     MOVE SORT-STUDENT-NUMBER TO STN-STUDENT-NUMBER.
063800     MOVE SORT-STUDENT-NAME TO STN-STUDENT-NAME.
063900     MOVE SORT-TERM-COURSES TO STN-TERM-COURSES.
064000     MOVE SORT-TERM-GPA TO STN-TERM-GPA.
064100     MOVE SORT-CUM-GPA TO STN-CUM-GPA.
064200     EVALUATE SORT-PRIOR-STANDING
064300         WHEN "G"
064400             MOVE "GOOD STANDING" TO STN-PRIOR-STANDING
064500         WHEN "P"
064600             MOVE "PROBATION" TO STN-PRIOR-STANDING
064700         WHEN "R"
064800             MOVE "REQ. TO WITHDRAW" TO STN-PRIOR-STANDING
064900         WHEN OTHER
065000             MOVE "NONE ON FILE" TO STN-PRIOR-STANDING
065100     END-EVALUATE.
065200     MOVE STN-DETAIL-LINE TO WS-PRINT-LINE.
065300     MOVE 1 TO WS-LINE-SPACING.
065400     PERFORM 2900-PRINT-LINE THRU 2900-EXIT.
065500     ADD 1 TO WS-GROUP-COUNT.
065600     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
065700 2200-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 2300-START-GROUP - close the prior program group, print the
066200*                    section heading when the list changes, and
066300*                    the program heading.
066400******************************************************************
066500 2300-START-GROUP.
066600     IF WS-GROUP-OPEN
066700         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
066800     END-IF.
066900     IF SORT-LIST-CODE NOT = WS-PREV-LIST-CODE
067000         MOVE SORT-LIST-CODE TO WS-PREV-LIST-CODE
067100         EVALUATE SORT-LIST-CODE
067200             WHEN "D"
067300                 MOVE "DEAN'S LIST" TO STN-SECTION-TITLE
067400             WHEN "P"
067500                 MOVE "ACADEMIC PROBATION" TO STN-SECTION-TITLE
067600             WHEN OTHER
067700                 MOVE "REQUIRED TO WITHDRAW" TO STN-SECTION-TITLE
067800         END-EVALUATE
067900         MOVE STN-SECTION-LINE TO WS-PRINT-LINE
068000         MOVE 2 TO WS-LINE-SPACING
068100         PERFORM 2900-PRINT-LINE THRU 2900-EXIT
068200     END-IF.
068300     MOVE SORT-PROGRAM TO WS-PREV-PROGRAM.
068400     MOVE SORT-PROGRAM TO STN-PROGRAM.
068500     MOVE STN-PROGRAM-LINE TO WS-PRINT-LINE.
068600     MOVE 2 TO WS-LINE-SPACING.
068700     PERFORM 2900-PRINT-LINE THRU 2900-EXIT.
068800     MOVE STN-HDG-LINE-3 TO WS-PRINT-LINE.
068900     MOVE 1 TO WS-LINE-SPACING.
069000     PERFORM 2900-PRINT-LINE THRU 2900-EXIT.
069100     MOVE STN-HDG-LINE-4 TO WS-PRINT-LINE.
069200     PERFORM 2900-PRINT-LINE THRU 2900-EXIT.
069300     MOVE ZERO TO WS-GROUP-COUNT.
069400     MOVE "Y" TO WS-GROUP-OPEN-SW.
069500 2300-EXIT.
069600     EXIT.
069700
069800 2400-CLOSE-GROUP.
069900     MOVE WS-GROUP-COUNT TO STN-GROUP-COUNT.
070000     MOVE STN-GROUP-TOTAL-LINE TO WS-PRINT-LINE.
070100     MOVE 1 TO WS-LINE-SPACING.
070200     PERFORM 2900-PRINT-LINE THRU 2900-EXIT.
070300     MOVE "N" TO WS-GROUP-OPEN-SW.
070400 2400-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 2900-PRINT-LINE - route a print line to the Dean's list or the
070900*                   standing list by the list of the group being
070950*                   printed, not the record just returned.
071000******************************************************************
071100 2900-PRINT-LINE.
071200     IF WS-PREV-LIST-CODE = "D"
071300         WRITE DEANS-REPORT-LINE FROM WS-PRINT-LINE
071400             AFTER ADVANCING WS-LINE-SPACING LINES
071500     ELSE
071600         WRITE STANDING-REPORT-LINE FROM WS-PRINT-LINE
071700             AFTER ADVANCING WS-LINE-SPACING LINES
071800     END-IF.
071900 2900-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300* 3000-TERMINATE - print the run totals on both lists and close
072400*                  files.
072500******************************************************************
072600 3000-TERMINATE.
072700     IF WS-DEANS-COUNT = ZERO
072800         WRITE DEANS-REPORT-LINE FROM STN-NONE-LINE
072900             AFTER ADVANCING 2 LINES
073000     END-IF.
073100     IF WS-PROBATION-COUNT = ZERO AND WS-WITHDRAW-COUNT = ZERO
073200         WRITE STANDING-REPORT-LINE FROM STN-NONE-LINE
073300             AFTER ADVANCING 2 LINES
073400     END-IF.
073500     MOVE WS-EVALUATED-COUNT TO STN-TOTAL-EVALUATED.
073600     MOVE WS-GOOD-COUNT TO STN-TOTAL-GOOD.
073700     MOVE WS-PROBATION-COUNT TO STN-TOTAL-PROBATION.
073800     MOVE WS-WITHDRAW-COUNT TO STN-TOTAL-WITHDRAW.
073900     MOVE WS-DEANS-COUNT TO STN-TOTAL-DEANS.
074000     MOVE WS-REPLACED-COUNT TO STN-TOTAL-REPLACED.
074100     MOVE WS-UNKNOWN-GRADE-COUNT TO STN-TOTAL-UNKNOWN.
074200     WRITE DEANS-REPORT-LINE FROM STN-HDG-LINE-4
074300         AFTER ADVANCING 2 LINES.
074400     WRITE DEANS-REPORT-LINE FROM STN-TOTAL-LINE-1
074500         AFTER ADVANCING 1 LINE.
074600     WRITE DEANS-REPORT-LINE FROM STN-TOTAL-LINE-5
074700         AFTER ADVANCING 1 LINE.
074800     WRITE STANDING-REPORT-LINE FROM STN-HDG-LINE-4
074900         AFTER ADVANCING 2 LINES.
075000     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-1
075100         AFTER ADVANCING 1 LINE.
075200     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-2
075300         AFTER ADVANCING 1 LINE.
075400     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-3
075500         AFTER ADVANCING 1 LINE.
075600     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-4
075700         AFTER ADVANCING 1 LINE.
075800     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-5
075900         AFTER ADVANCING 1 LINE.
076000     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-6
076100         AFTER ADVANCING 1 LINE.
076200     WRITE STANDING-REPORT-LINE FROM STN-TOTAL-LINE-7
076300         AFTER ADVANCING 1 LINE.
076400     CLOSE GRADE-MASTER.
076500     CLOSE STUDENT-MASTER.
076600     CLOSE STANDING-MASTER.
076700     CLOSE DEANS-REPORT.
076800     CLOSE STANDING-REPORT.
076900 3000-EXIT.
077000     EXIT.
077100
077200 END PROGRAM ACADEMIC-STANDING-PGM.
