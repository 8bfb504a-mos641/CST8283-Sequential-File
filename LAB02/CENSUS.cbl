000100******************************************************************
000200* Program:     ENROLL-CENSUS-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Ministry full-time/part-time enrollment census
001000*              extract. Driven by a parameter card (CENSPRM.TXT)
001100*              naming the ENROLL-TERM, the census date, the
001200*              full-time course load and our institution code.
001300*              Each student's courses for the term on the
001400*              enrollment master (ENROLL.DAT) are counted - an
001500*              enrollment made after the census date, or withdrawn
001600*              (a "W " grade on GRADE.DAT) on or before it, does
001700*              not count - and the student is classed full-time
001800*              when the count reaches the card's course load,
001900*              part-time otherwise. One fixed-format record per
002000*              student goes to the census file (CENSUS.TXT, see
002100*              CENSREC copybook) between a header record and a
002200*              trailer record carrying the record count and the
002300*              hash total of the student numbers. A student not on
002400*              the student master (STUDENT.DAT), or whose student
002500*              number is not numeric and so cannot be
002600*              hash-totalled, is left out of the file and listed
002700*              on the summary report (CENSRPT.TXT), which totals
002800*              the students by program and load status for
002900*              sign-off before the file is transmitted.
003000*
003100*              The run is refused while the run-control record
003200*              (STUDCTRL.TXT) shows an applied update still
003300*              waiting on the promotion step, and its counts are
003400*              written to the shared control-balance file
003500*              (STUDBAL.TXT).
003600*
003700* Modification History:
003800*   2026-10-15  D.K.  Original ministry enrollment census extract.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. ENROLL-CENSUS-PGM.
004200 AUTHOR. D. KOWALSKI.
004300 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
004400 DATE-WRITTEN. 10/15/2026.
004500 DATE-COMPILED.
004600 SECURITY. NON CONFIDENTIAL.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPTIONAL PARM-FILE
005100     ASSIGN TO "..\CENSPRM.TXT"
005200     ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT OPTIONAL RUN-CONTROL-FILE
005500     ASSIGN TO "..\STUDCTRL.TXT"
005600     ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT OPTIONAL BALANCE-FILE
005900     ASSIGN TO "..\STUDBAL.TXT"
006000     ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT TERM-MASTER
006300     ASSIGN TO "..\TERM.DAT"
006400     ORGANIZATION IS INDEXED
006500     ACCESS MODE IS DYNAMIC
006600     RECORD KEY IS TERM-CODE
006700     FILE STATUS IS WS-TERM-STATUS.
006800
006900     SELECT ENROLL-MASTER
007000     ASSIGN TO "..\ENROLL.DAT"
007100     ORGANIZATION IS INDEXED
007200     ACCESS MODE IS SEQUENTIAL
007300     RECORD KEY IS ENROLL-KEY
007400     FILE STATUS IS WS-ENROLL-STATUS.
007500
007600     SELECT STUDENT-MASTER
007700     ASSIGN TO "..\STUDENT.DAT"
007800     ORGANIZATION IS INDEXED
007900     ACCESS MODE IS DYNAMIC
008000     RECORD KEY IS STUDENT-NUMBER
008100     ALTERNATE RECORD KEY IS LAST-NAME
008200         WITH DUPLICATES
008300     FILE STATUS IS WS-MASTER-STATUS.
008400
008500     SELECT OPTIONAL GRADE-MASTER
008600     ASSIGN TO "..\GRADE.DAT"
008700     ORGANIZATION IS INDEXED
008800     ACCESS MODE IS DYNAMIC
008900     RECORD KEY IS GRADE-KEY
009000     FILE STATUS IS WS-GRADE-STATUS.
009100
009200     SELECT CENSUS-FILE
009300     ASSIGN TO "..\CENSUS.TXT"
009400     ORGANIZATION IS LINE SEQUENTIAL.
009500
009600     SELECT CENSUS-REPORT
009700     ASSIGN TO "..\CENSRPT.TXT"
009800     ORGANIZATION IS LINE SEQUENTIAL.
009900
010000     SELECT SORT-WORK-FILE
010100     ASSIGN TO "SORTWK01".
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  PARM-FILE.
010500     COPY CENSPRM.
010600
010700 FD  RUN-CONTROL-FILE.
010800 01  RUN-CONTROL-LINE           PIC X(40).
010900
011000 FD  BALANCE-FILE.
011100 01  BALANCE-LINE               PIC X(32).
011200
011300 FD  TERM-MASTER.
011400     COPY TERMREC.
011500
011600 FD  ENROLL-MASTER.
011700     COPY ENRLREC.
011800
011900 FD  STUDENT-MASTER.
012000     COPY STUDREC.
012100
012200 FD  GRADE-MASTER.
012300     COPY GRADEREC.
012400
012500 FD  CENSUS-FILE.
012600 01  CENSUS-LINE                PIC X(50).
012700
012800 FD  CENSUS-REPORT.
012900 01  CENSUS-REPORT-LINE         PIC X(132).
013000
013100 SD  SORT-WORK-FILE.
013200 01  SORT-RECORD.
013300     05  SORT-PROGRAM            PIC X(08).
013400     05  SORT-LOAD               PIC X(02).
013500         88  SORT-FULL-TIME                  VALUE "FT".
013600     05  SORT-COURSES            PIC 9(02).
013700
013800 WORKING-STORAGE SECTION.
013900
014000 77  WS-PARM-EOF-SW             PIC X(01)   VALUE "N".
014100     88  WS-PARM-MISSING                    VALUE "Y".
014200 77  WS-CTRL-EOF-SW             PIC X(01)   VALUE "N".
014300     88  WS-CTRL-MISSING                    VALUE "Y".
014400 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
014500     88  WS-EOF                             VALUE "Y".
014600 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
014700     88  WS-SORT-EOF                        VALUE "Y".
014800 77  WS-TERM-STATUS             PIC X(02)   VALUE "00".
014900     88  WS-TERM-OK                         VALUE "00".
015000 77  WS-ENROLL-STATUS           PIC X(02)   VALUE "00".
015100     88  WS-ENROLL-OK                       VALUE "00".
015200 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
015300     88  WS-MASTER-OK                       VALUE "00".
015400 77  WS-GRADE-STATUS            PIC X(02)   VALUE "00".
015500     88  WS-GRADE-OK                        VALUES "00" "05".
015600 77  WS-STUDENT-SW              PIC X(01)   VALUE "N".
015700     88  WS-STUDENT-OPEN                    VALUE "Y".
015800 77  WS-GROUP-SW                PIC X(01)   VALUE "N".
015900     88  WS-GROUP-OPEN                      VALUE "Y".
016000 77  WS-EXCEPTION-SW            PIC X(01)   VALUE "N".
016100     88  WS-EXCEPTION-HEADED                VALUE "Y".
016200 77  WS-CENSUS-TERM             PIC 9(06)   VALUE ZERO.
016300 77  WS-CENSUS-DATE             PIC 9(06)   VALUE ZERO.
016400 77  WS-FT-MIN-COURSES          PIC 9(02)   VALUE ZERO.
016500 77  WS-INSTITUTION             PIC X(08)   VALUE SPACES.
016600 77  WS-CURRENT-STUDENT         PIC X(10)   VALUE SPACES.
016700 77  WS-STUDENT-COURSES         PIC 9(02)   VALUE ZERO.
016800 77  WS-PREV-PROGRAM            PIC X(08)   VALUE SPACES.
016900 77  WS-ENROLL-COUNTED          PIC 9(06)   VALUE ZERO.
017000 77  WS-WITHDRAWN-COUNT         PIC 9(06)   VALUE ZERO.
017100 77  WS-LATE-COUNT              PIC 9(06)   VALUE ZERO.
017200 77  WS-RECORD-COUNT            PIC 9(06)   VALUE ZERO.
017300 77  WS-FULL-TIME-COUNT         PIC 9(06)   VALUE ZERO.
017400 77  WS-PART-TIME-COUNT         PIC 9(06)   VALUE ZERO.
017500 77  WS-SKIPPED-COUNT           PIC 9(06)   VALUE ZERO.
017600 77  WS-HASH-TOTAL              PIC 9(15)   VALUE ZERO.
017700 77  WS-GROUP-FULL-TIME         PIC 9(06)   VALUE ZERO.
017800 77  WS-GROUP-PART-TIME         PIC 9(06)   VALUE ZERO.
017900 77  WS-GROUP-COURSES           PIC 9(06)   VALUE ZERO.
018000 77  WS-GRAND-COURSES           PIC 9(06)   VALUE ZERO.
018100
018200 01  WS-HASH-NUMBER             PIC X(10).
018300 01  WS-HASH-VALUE REDEFINES WS-HASH-NUMBER
018400                                PIC 9(10).
018500
018600 01  WS-RUN-DATE.
018700     05  WS-RUN-YY               PIC 9(02).
018800     05  WS-RUN-MM               PIC 9(02).
018900     05  WS-RUN-DD               PIC 9(02).
019000
019100 01  WS-EDIT-DATE.
019200     05  WS-EDIT-YY              PIC 9(02).
019300     05  WS-EDIT-MM              PIC 9(02).
019400     05  WS-EDIT-DD              PIC 9(02).
019500
019600     COPY STUDCTRL.
019700
019800     COPY STUDBAL.
019900
020000     COPY CENSREC.
020100
020200 01  CNS-HDG-LINE-1.
020300     05  FILLER                  PIC X(10)   VALUE SPACES.
020400     05  FILLER                  PIC X(40)
020500         VALUE "MINISTRY ENROLLMENT CENSUS SUMMARY".
020600
020700 01  CNS-HDG-LINE-2.
020800     05  FILLER                  PIC X(05)   VALUE "DATE:".
020900     05  CNS-HDG-DATE            PIC X(08).
021000     05  FILLER                  PIC X(04)   VALUE SPACES.
021100     05  FILLER                  PIC X(06)   VALUE "TERM:".
021200     05  CNS-HDG-TERM            PIC 9(06).
021300     05  FILLER                  PIC X(04)   VALUE SPACES.
021400     05  FILLER                  PIC X(13)   VALUE "CENSUS DATE:".
021500     05  CNS-HDG-CENSUS-DATE     PIC X(08).
021600     05  FILLER                  PIC X(04)   VALUE SPACES.
021700     05  FILLER                  PIC X(13)   VALUE "INSTITUTION:".
021800     05  CNS-HDG-INSTITUTION     PIC X(08).
021900
022000 01  CNS-HDG-LINE-3.
022100     05  FILLER                  PIC X(26)
022200         VALUE "FULL-TIME COURSE LOAD:".
022300     05  CNS-HDG-FT-MIN          PIC Z9.
022400     05  FILLER                  PIC X(12)   VALUE " OR MORE".
022500
022600 01  CNS-EXCP-HDG-LINE.
022700     05  FILLER                  PIC X(40)
022800         VALUE "STUDENTS LEFT OUT OF THE CENSUS FILE".
022900
023000 01  CNS-EXCP-LINE.
023100     05  CNS-EXCP-STUDENT        PIC X(10).
023200     05  FILLER                  PIC X(02)   VALUE SPACES.
023300     05  CNS-EXCP-COURSES        PIC Z9.
023400     05  FILLER                  PIC X(09)   VALUE " COURSES ".
023500     05  CNS-EXCP-REASON         PIC X(30).
023600
023700 01  CNS-COL-LINE-1.
023800     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
023900     05  FILLER                  PIC X(12)   VALUE "  FULL-TIME".
024000     05  FILLER                  PIC X(12)   VALUE "  PART-TIME".
024100     05  FILLER                  PIC X(12)   VALUE "   STUDENTS".
024200     05  FILLER                  PIC X(12)   VALUE "    COURSES".
024300
024400 01  CNS-COL-LINE-2.
024500     05  FILLER                  PIC X(58)   VALUE ALL "-".
024600
024700 01  CNS-DETAIL-LINE.
024800     05  CNS-PROGRAM             PIC X(08).
024900     05  FILLER                  PIC X(02)   VALUE SPACES.
025000     05  CNS-FULL-TIME           PIC ZZZ,ZZZ,ZZ9.
025100     05  FILLER                  PIC X(01)   VALUE SPACES.
025200     05  CNS-PART-TIME           PIC ZZZ,ZZZ,ZZ9.
025300     05  FILLER                  PIC X(01)   VALUE SPACES.
025400     05  CNS-STUDENTS            PIC ZZZ,ZZZ,ZZ9.
025500     05  FILLER                  PIC X(01)   VALUE SPACES.
025600     05  CNS-COURSES             PIC ZZZ,ZZZ,ZZ9.
025700
025800 01  CNS-TOTAL-LINE.
025900     05  CNS-TOTAL-LABEL         PIC X(32).
026000     05  CNS-TOTAL-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
026100
026200 01  CNS-SIGN-LINE.
026300     05  FILLER                  PIC X(30)
026400         VALUE "RELEASED FOR TRANSMISSION BY:".
026500     05  FILLER                  PIC X(24)   VALUE ALL "_".
026600     05  FILLER                  PIC X(08)   VALUE "  DATE:".
026700     05  FILLER                  PIC X(12)   VALUE ALL "_".
026800
026900 PROCEDURE DIVISION.
027000
027100******************************************************************
027200* 0000-MAINLINE
027300******************************************************************
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     SORT SORT-WORK-FILE
027700         ON ASCENDING KEY SORT-PROGRAM
027800         INPUT PROCEDURE IS 1300-BUILD-CENSUS
027900         OUTPUT PROCEDURE IS 2000-FORMAT-SUMMARY.
028000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
028100     STOP RUN.
028200
028300******************************************************************
028400* 1000-INITIALIZE - read the parameter card, refuse the run while
028500*                   the cycle is mid-update, and look the term up
028600*                   on the calendar. Then open the files, write
028700*                   the census header record and print the report
028800*                   headings.
028900******************************************************************
029000 1000-INITIALIZE.
029100     OPEN INPUT PARM-FILE.
029200     READ PARM-FILE
029300         AT END SET WS-PARM-MISSING TO TRUE
029400     END-READ.
029500     IF NOT WS-PARM-MISSING
029600         MOVE PARM-CENSUS-TERM TO WS-CENSUS-TERM
029700         MOVE PARM-CENSUS-DATE TO WS-CENSUS-DATE
029800         MOVE PARM-FT-MIN-COURSES TO WS-FT-MIN-COURSES
029900         MOVE PARM-INSTITUTION TO WS-INSTITUTION
030000     END-IF.
030100     CLOSE PARM-FILE.
030200     IF WS-PARM-MISSING OR WS-CENSUS-TERM = ZERO
030300             OR WS-CENSUS-DATE = ZERO
030400             OR WS-FT-MIN-COURSES = ZERO
030500             OR WS-INSTITUTION = SPACES
030600         DISPLAY "ENROLL-CENSUS-PGM: INCOMPLETE PARAMETER CARD"
030700             " - RUN REFUSED"
030800         STOP RUN
030900     END-IF.
031000     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
031100     ACCEPT WS-RUN-DATE FROM DATE.
031200     OPEN INPUT TERM-MASTER.
031300     IF NOT WS-TERM-OK
031400         DISPLAY "ENROLL-CENSUS-PGM: UNABLE TO OPEN TERM"
031500             " CALENDAR, STATUS=" WS-TERM-STATUS
031600         STOP RUN
031700     END-IF.
031800     MOVE WS-CENSUS-TERM TO TERM-CODE.
031900     READ TERM-MASTER
032000         INVALID KEY
032100             DISPLAY "ENROLL-CENSUS-PGM: TERM " WS-CENSUS-TERM
032200                 " NOT ON CALENDAR - RUN REFUSED"
032300             CLOSE TERM-MASTER
032400             STOP RUN
032500     END-READ.
032600     CLOSE TERM-MASTER.
032700     OPEN INPUT ENROLL-MASTER.
032800     IF NOT WS-ENROLL-OK
032900         DISPLAY "ENROLL-CENSUS-PGM: UNABLE TO OPEN ENROLLMENT"
033000             " MASTER, STATUS=" WS-ENROLL-STATUS
033100         STOP RUN
033200     END-IF.
033300     OPEN INPUT STUDENT-MASTER.
033400     IF NOT WS-MASTER-OK
033500         DISPLAY "ENROLL-CENSUS-PGM: UNABLE TO OPEN STUDENT"
033600             " MASTER, STATUS=" WS-MASTER-STATUS
033700         STOP RUN
033800     END-IF.
033900     OPEN INPUT GRADE-MASTER.
034000     IF NOT WS-GRADE-OK
034100         DISPLAY "ENROLL-CENSUS-PGM: UNABLE TO OPEN GRADE"
034200             " MASTER, STATUS=" WS-GRADE-STATUS
034300         STOP RUN
034400     END-IF.
034500     OPEN OUTPUT CENSUS-FILE.
034600     OPEN OUTPUT CENSUS-REPORT.
034700     MOVE WS-INSTITUTION TO CENS-HDR-INSTITUTION.
034800     MOVE WS-CENSUS-TERM TO CENS-HDR-TERM.
034900     MOVE WS-CENSUS-DATE TO CENS-HDR-CENSUS-DATE.
035000     MOVE WS-RUN-DATE TO CENS-HDR-CREATE-DATE.
035100     WRITE CENSUS-LINE FROM CENSUS-HEADER-RECORD.
035200     STRING WS-RUN-MM DELIMITED BY SIZE
035300         "/" DELIMITED BY SIZE
035400         WS-RUN-DD DELIMITED BY SIZE
035500         "/" DELIMITED BY SIZE
035600         WS-RUN-YY DELIMITED BY SIZE
035700         INTO CNS-HDG-DATE.
035800     MOVE WS-CENSUS-DATE TO WS-EDIT-DATE.
035900     STRING WS-EDIT-MM DELIMITED BY SIZE
036000         "/" DELIMITED BY SIZE
036100         WS-EDIT-DD DELIMITED BY SIZE
036200         "/" DELIMITED BY SIZE
036300         WS-EDIT-YY DELIMITED BY SIZE
036400         INTO CNS-HDG-CENSUS-DATE.
036500     MOVE WS-CENSUS-TERM TO CNS-HDG-TERM.
036600     MOVE WS-INSTITUTION TO CNS-HDG-INSTITUTION.
036700     MOVE WS-FT-MIN-COURSES TO CNS-HDG-FT-MIN.
036800     WRITE CENSUS-REPORT-LINE FROM CNS-HDG-LINE-1
036900         AFTER ADVANCING 1 LINE.
037000     WRITE CENSUS-REPORT-LINE FROM CNS-HDG-LINE-2
037100         AFTER ADVANCING 1 LINE.
037200     WRITE CENSUS-REPORT-LINE FROM CNS-HDG-LINE-3
037300         AFTER ADVANCING 1 LINE.
037400 1000-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800* 1200-CHECK-RUN-CONTROL - refuse the census while the cycle's
037900*                          applied update has not yet been
038000*                          promoted; the student master would not
038100*                          agree with the day's reports. A missing
038200*                          run-control record means no cycle is in
038300*                          progress.
038400******************************************************************
038500 1200-CHECK-RUN-CONTROL.
038600     OPEN INPUT RUN-CONTROL-FILE.
038700     READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
038800         AT END SET WS-CTRL-MISSING TO TRUE
038900     END-READ.
039000     CLOSE RUN-CONTROL-FILE.
039100     IF NOT WS-CTRL-MISSING AND CTRL-STEP-UPDATE
039200         DISPLAY "ENROLL-CENSUS-PGM: CYCLE " CTRL-CYCLE-DATE
039300             " NOT YET PROMOTED - RUN STUDENT-CYCLE-PGM FIRST"
039400         STOP RUN
039500     END-IF.
039600 1200-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000* 1300-BUILD-CENSUS - SORT input procedure: the enrollment master
040100*                     is in STUDENT-NUMBER order, so each
040200*                     student's enrollments for the term arrive
040300*                     together; count them, and at each change of
040400*                     student write the census record and release
040500*                     one sort record for the summary.
040600******************************************************************
040700 1300-BUILD-CENSUS.
040800     PERFORM 1310-READ-ENROLLMENT THRU 1310-EXIT.
040900     PERFORM 1320-COUNT-ENROLLMENT THRU 1320-EXIT
041000         UNTIL WS-EOF.
041100     IF WS-STUDENT-OPEN
041200         PERFORM 1400-CLOSE-STUDENT THRU 1400-EXIT
041300     END-IF.
041400 1300-EXIT.
041500     EXIT.
041600
041700 1310-READ-ENROLLMENT.
041800     READ ENROLL-MASTER NEXT RECORD
041900         AT END SET WS-EOF TO TRUE
042000     END-READ.
042100 1310-EXIT.
042200     EXIT.
042300
042400 1320-COUNT-ENROLLMENT.
042500     IF ENROLL-TERM = WS-CENSUS-TERM
042600         PERFORM 1330-CHECK-ONE THRU 1330-EXIT
042700     END-IF.
042800     PERFORM 1310-READ-ENROLLMENT THRU 1310-EXIT.
042900 1320-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 1330-CHECK-ONE - an enrollment made after the census date, or
043400*                  withdrawn with a "W " grade on or before it, is
043500*                  not counted.
043600******************************************************************
043700 1330-CHECK-ONE.
043800     IF ENROLL-DATE > WS-CENSUS-DATE
043900         ADD 1 TO WS-LATE-COUNT
044000         GO TO 1330-EXIT
044100     END-IF.
044200     MOVE ENROLL-KEY TO GRADE-KEY.
044300     READ GRADE-MASTER
044400         INVALID KEY
044500             MOVE SPACES TO GRADE-VALUE
044600     END-READ.
044700     IF GRADE-VALUE = "W " AND GRADE-DATE NOT > WS-CENSUS-DATE
044800         ADD 1 TO WS-WITHDRAWN-COUNT
044900         GO TO 1330-EXIT
045000     END-IF.
045100     IF WS-STUDENT-OPEN
045200             AND ENROLL-STUDENT-NUMBER NOT = WS-CURRENT-STUDENT
045300         PERFORM 1400-CLOSE-STUDENT THRU 1400-EXIT
045400     END-IF.
045500     IF NOT WS-STUDENT-OPEN
045600         MOVE ENROLL-STUDENT-NUMBER TO WS-CURRENT-STUDENT
045700         MOVE ZERO TO WS-STUDENT-COURSES
045800         MOVE "Y" TO WS-STUDENT-SW
045900     END-IF.
046000     ADD 1 TO WS-STUDENT-COURSES.
046100     ADD 1 TO WS-ENROLL-COUNTED.
046200 1330-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 1400-CLOSE-STUDENT - classify the student against the full-time
046700*                      course load, write the census detail
046800*                      record, add the student number to the hash
046900*                      total and release the summary record. A
047000*                      student not on the master, or with a
047100*                      student number that is not numeric, is
047200*                      listed as an exception instead.
047300******************************************************************
047400 1400-CLOSE-STUDENT.
047500     MOVE "N" TO WS-STUDENT-SW.
047600     MOVE WS-CURRENT-STUDENT TO WS-HASH-NUMBER.
047700     IF WS-HASH-VALUE IS NOT NUMERIC
047800         MOVE "STUDENT NUMBER NOT NUMERIC" TO CNS-EXCP-REASON
047900         PERFORM 1500-LIST-EXCEPTION THRU 1500-EXIT
048000         GO TO 1400-EXIT
048100     END-IF.
048200     MOVE WS-CURRENT-STUDENT TO STUDENT-NUMBER.
048300     READ STUDENT-MASTER
048400         INVALID KEY
048500             MOVE "NOT ON STUDENT MASTER" TO CNS-EXCP-REASON
048600             PERFORM 1500-LIST-EXCEPTION THRU 1500-EXIT
048700             GO TO 1400-EXIT
048800     END-READ.
048900     MOVE STUDENT-NUMBER TO CENS-DTL-STUDENT-NUMBER.
049000     MOVE STUDENT-PROGRAM TO CENS-DTL-PROGRAM.
049100     MOVE STUDENT-YEAR TO CENS-DTL-YEAR.
049200     MOVE POSTAL-CODE TO CENS-DTL-POSTAL-CODE.
049300     MOVE WS-STUDENT-COURSES TO CENS-DTL-COURSES.
049400     IF WS-STUDENT-COURSES NOT < WS-FT-MIN-COURSES
049500         SET CENS-DTL-FULL-TIME TO TRUE
049600         ADD 1 TO WS-FULL-TIME-COUNT
049700     ELSE
049800         SET CENS-DTL-PART-TIME TO TRUE
049900         ADD 1 TO WS-PART-TIME-COUNT
050000     END-IF.
050100     WRITE CENSUS-LINE FROM CENSUS-DETAIL-RECORD.
050200     ADD 1 TO WS-RECORD-COUNT.
050300     ADD WS-HASH-VALUE TO WS-HASH-TOTAL.
050400     MOVE STUDENT-PROGRAM TO SORT-PROGRAM.
050500     MOVE CENS-DTL-LOAD TO SORT-LOAD.
050600     MOVE WS-STUDENT-COURSES TO SORT-COURSES.
050700     RELEASE SORT-RECORD.
050800 1400-EXIT.
050900     EXIT.
051000
051100 1500-LIST-EXCEPTION.
051200     IF NOT WS-EXCEPTION-HEADED
051300         WRITE CENSUS-REPORT-LINE FROM CNS-EXCP-HDG-LINE
051400             AFTER ADVANCING 2 LINES
051500         MOVE "Y" TO WS-EXCEPTION-SW
051600     END-IF.
051700     MOVE WS-CURRENT-STUDENT TO CNS-EXCP-STUDENT.
051800     MOVE WS-STUDENT-COURSES TO CNS-EXCP-COURSES.
051900     WRITE CENSUS-REPORT-LINE FROM CNS-EXCP-LINE
052000         AFTER ADVANCING 1 LINE.
052100     ADD 1 TO WS-SKIPPED-COUNT.
052200 1500-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 2000-FORMAT-SUMMARY - SORT output procedure: control break on
052700*                       program; one line per program with its
052800*                       full-time, part-time and total students
052900*                       and the courses they carry.
053000******************************************************************
053100 2000-FORMAT-SUMMARY.
053200     WRITE CENSUS-REPORT-LINE FROM CNS-COL-LINE-1
053300         AFTER ADVANCING 2 LINES.
053400     WRITE CENSUS-REPORT-LINE FROM CNS-COL-LINE-2
053500         AFTER ADVANCING 1 LINE.
053600     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
053700     PERFORM 2200-TALLY-STUDENT THRU 2200-EXIT
053800         UNTIL WS-SORT-EOF.
053900     IF WS-GROUP-OPEN
054000         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
054100     END-IF.
054200     WRITE CENSUS-REPORT-LINE FROM CNS-COL-LINE-2
054300         AFTER ADVANCING 1 LINE.
054400     MOVE "ALL" TO CNS-PROGRAM.
054500     MOVE WS-FULL-TIME-COUNT TO CNS-FULL-TIME.
054600     MOVE WS-PART-TIME-COUNT TO CNS-PART-TIME.
054700     MOVE WS-RECORD-COUNT TO CNS-STUDENTS.
054800     MOVE WS-GRAND-COURSES TO CNS-COURSES.
054900     WRITE CENSUS-REPORT-LINE FROM CNS-DETAIL-LINE
055000         AFTER ADVANCING 1 LINE.
055100 2000-EXIT.
055200     EXIT.
055300
055400 2100-RETURN-SORTED.
055500     RETURN SORT-WORK-FILE
055600         AT END SET WS-SORT-EOF TO TRUE
055700     END-RETURN.
055800 2100-EXIT.
055900     EXIT.
056000
056100 2200-TALLY-STUDENT.
056200     IF NOT WS-GROUP-OPEN
056300             OR SORT-PROGRAM NOT = WS-PREV-PROGRAM
056400         PERFORM 2300-START-GROUP THRU 2300-EXIT
056500     END-IF.
056600     IF SORT-FULL-TIME
056700         ADD 1 TO WS-GROUP-FULL-TIME
056800     ELSE
056900         ADD 1 TO WS-GROUP-PART-TIME
057000     END-IF.
057100     ADD SORT-COURSES TO WS-GROUP-COURSES.
057200     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
057300 2200-EXIT.
057400     EXIT.
057500
057600 2300-START-GROUP.
057700     IF WS-GROUP-OPEN
057800         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
057900     END-IF.
058000     MOVE SORT-PROGRAM TO WS-PREV-PROGRAM.
058100     MOVE ZERO TO WS-GROUP-FULL-TIME.
058200     MOVE ZERO TO WS-GROUP-PART-TIME.
058300     MOVE ZERO TO WS-GROUP-COURSES.
058400     MOVE "Y" TO WS-GROUP-SW.
058500 2300-EXIT.
058600     EXIT.
058700
058800 2400-CLOSE-GROUP.
058900     MOVE WS-PREV-PROGRAM TO CNS-PROGRAM.
059000     MOVE WS-GROUP-FULL-TIME TO CNS-FULL-TIME.
059100     MOVE WS-GROUP-PART-TIME TO CNS-PART-TIME.
059200     COMPUTE CNS-STUDENTS =
059300         WS-GROUP-FULL-TIME + WS-GROUP-PART-TIME.
059400     MOVE WS-GROUP-COURSES TO CNS-COURSES.
059500     WRITE CENSUS-REPORT-LINE FROM CNS-DETAIL-LINE
059600         AFTER ADVANCING 1 LINE.
059700     ADD WS-GROUP-COURSES TO WS-GRAND-COURSES.
059800 2400-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 3000-TERMINATE - write the census trailer record, print the file
060300*                  control totals and the sign-off line, write the
060400*                  run's counts to the control-balance file and
060500*                  close files.
060600******************************************************************
060700 3000-TERMINATE.
060800     MOVE WS-RECORD-COUNT TO CENS-TRL-RECORD-COUNT.
060900     MOVE WS-HASH-TOTAL TO CENS-TRL-HASH-TOTAL.
061000     WRITE CENSUS-LINE FROM CENSUS-TRAILER-RECORD.
061100     MOVE "ENROLLMENTS COUNTED:" TO CNS-TOTAL-LABEL.
061200     MOVE WS-ENROLL-COUNTED TO CNS-TOTAL-VALUE.
061300     WRITE CENSUS-REPORT-LINE FROM CNS-TOTAL-LINE
061400         AFTER ADVANCING 2 LINES.
061500     MOVE "ENROLLED AFTER CENSUS DATE:" TO CNS-TOTAL-LABEL.
061600     MOVE WS-LATE-COUNT TO CNS-TOTAL-VALUE.
061700     WRITE CENSUS-REPORT-LINE FROM CNS-TOTAL-LINE
061800         AFTER ADVANCING 1 LINE.
061900     MOVE "WITHDRAWN BY CENSUS DATE:" TO CNS-TOTAL-LABEL.
062000     MOVE WS-WITHDRAWN-COUNT TO CNS-TOTAL-VALUE.
062100     WRITE CENSUS-REPORT-LINE FROM CNS-TOTAL-LINE
062200         AFTER ADVANCING 1 LINE.
062300     MOVE "STUDENTS LEFT OUT:" TO CNS-TOTAL-LABEL.
062400     MOVE WS-SKIPPED-COUNT TO CNS-TOTAL-VALUE.
062500     WRITE CENSUS-REPORT-LINE FROM CNS-TOTAL-LINE
062600         AFTER ADVANCING 1 LINE.
062700     MOVE "CENSUS FILE RECORD COUNT:" TO CNS-TOTAL-LABEL.
062800     MOVE WS-RECORD-COUNT TO CNS-TOTAL-VALUE.
062900     WRITE CENSUS-REPORT-LINE FROM CNS-TOTAL-LINE
063000         AFTER ADVANCING 2 LINES.
063100     MOVE "CENSUS FILE HASH TOTAL:" TO CNS-TOTAL-LABEL.
063200     MOVE WS-HASH-TOTAL TO CNS-TOTAL-VALUE.
063300     WRITE CENSUS-REPORT-LINE FROM CNS-TOTAL-LINE
063400         AFTER ADVANCING 1 LINE.
063500     WRITE CENSUS-REPORT-LINE FROM CNS-SIGN-LINE
063600         AFTER ADVANCING 3 LINES.
063700     OPEN EXTEND BALANCE-FILE.
063800     MOVE WS-RUN-DATE TO BAL-RUN-DATE.
063900     MOVE "CENSUS" TO BAL-PROGRAM-NAME.
064000     MOVE "ENROLLMENTS" TO BAL-COUNTER-NAME.
064100     MOVE WS-ENROLL-COUNTED TO BAL-COUNTER-VALUE.
064200     WRITE BALANCE-LINE FROM BALANCE-RECORD.
064300     MOVE "RECORDS" TO BAL-COUNTER-NAME.
064400     MOVE WS-RECORD-COUNT TO BAL-COUNTER-VALUE.
064500     WRITE BALANCE-LINE FROM BALANCE-RECORD.
064600     MOVE "FULLTIME" TO BAL-COUNTER-NAME.
064700     MOVE WS-FULL-TIME-COUNT TO BAL-COUNTER-VALUE.
064800     WRITE BALANCE-LINE FROM BALANCE-RECORD.
064900     MOVE "PARTTIME" TO BAL-COUNTER-NAME.
065000     MOVE WS-PART-TIME-COUNT TO BAL-COUNTER-VALUE.
065100     WRITE BALANCE-LINE FROM BALANCE-RECORD.
065200     MOVE "SKIPPED" TO BAL-COUNTER-NAME.
065300     MOVE WS-SKIPPED-COUNT TO BAL-COUNTER-VALUE.
065400     WRITE BALANCE-LINE FROM BALANCE-RECORD.
065500     CLOSE BALANCE-FILE.
065600     CLOSE ENROLL-MASTER.
065700     CLOSE STUDENT-MASTER.
065800     CLOSE GRADE-MASTER.
065900     CLOSE CENSUS-FILE.
066000     CLOSE CENSUS-REPORT.
066100 3000-EXIT.
066200     EXIT.
066300
066400 END PROGRAM ENROLL-CENSUS-PGM.
