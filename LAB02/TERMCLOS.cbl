000100******************************************************************
000200* Program:     TERM-CLOSE-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Closes one term on the term calendar (TERM.DAT) as
001000*              its own controlled batch step, driven by a
001100*              parameter card (TERMPRM.TXT) naming the term and
001200*              the registrar operator closing it. The run is
001300*              refused - with the calendar untouched - when the
001400*              card is missing or incomplete, the term is not on
001500*              the calendar or is already CLOSED, or the term's
001600*              grade submission deadline has not yet passed.
001700*              Otherwise every enrollment for the term on
001800*              ENROLL.DAT is matched to GRADE.DAT; the close
001900*              report (TERMCRPT.TXT) lists each enrollment still
002000*              without a grade and totals the term, and the term
002100*              is stamped CLOSED with the run date and operator.
002200*              Grades for a CLOSED term are then taken only with a
002300*              registrar grade-change authorization (see GRADE-
002400*              TRANS-EDIT-PGM).
002500*
002600* Modification History:
002700*   2026-10-15  D.K.  Original term close program.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. TERM-CLOSE-PGM.
003100 AUTHOR. D. KOWALSKI.
003200 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500 SECURITY. NON CONFIDENTIAL.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL PARM-FILE
004000     ASSIGN TO "..\TERMPRM.TXT"
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
005300     ACCESS MODE IS DYNAMIC
005400     RECORD KEY IS ENROLL-KEY
005500     FILE STATUS IS WS-ENROLL-STATUS.
005600
005700     SELECT OPTIONAL GRADE-MASTER
005800     ASSIGN TO "..\GRADE.DAT"
005900     ORGANIZATION IS INDEXED
006000     ACCESS MODE IS DYNAMIC
006100     RECORD KEY IS GRADE-KEY
006200     FILE STATUS IS WS-GRADE-STATUS.
006300
006400     SELECT STUDENT-MASTER
006500     ASSIGN TO "..\STUDENT.DAT"
006600     ORGANIZATION IS INDEXED
006700     ACCESS MODE IS DYNAMIC
006800     RECORD KEY IS STUDENT-NUMBER
006900     ALTERNATE RECORD KEY IS LAST-NAME
007000         WITH DUPLICATES
007100     FILE STATUS IS WS-MASTER-STATUS.
007200
007300     SELECT CLOSE-REPORT
007400     ASSIGN TO "..\TERMCRPT.TXT"
007500     ORGANIZATION IS LINE SEQUENTIAL.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PARM-FILE.
007900     COPY TERMPRM.
008000
008100 FD  TERM-MASTER.
008200     COPY TERMREC.
008300
008400 FD  ENROLL-MASTER.
008500     COPY ENRLREC.
008600
008700 FD  GRADE-MASTER.
008800     COPY GRADEREC.
008900
009000 FD  STUDENT-MASTER.
009100     COPY STUDREC.
009200
009300 FD  CLOSE-REPORT.
009400 01  CLOSE-REPORT-LINE           PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700
009800 77  WS-PARM-EOF-SW             PIC X(01)   VALUE "N".
009900     88  WS-PARM-MISSING                    VALUE "Y".
010000 77  WS-SCAN-EOF-SW             PIC X(01)   VALUE "N".
010100     88  WS-SCAN-EOF                        VALUE "Y".
010200 77  WS-TERM-STATUS             PIC X(02)   VALUE "00".
010300     88  WS-TERM-OK                         VALUE "00".
010400 77  WS-ENROLL-STATUS           PIC X(02)   VALUE "00".
010500     88  WS-ENROLL-OK                       VALUE "00".
010600 77  WS-GRADE-STATUS            PIC X(02)   VALUE "00".
010700     88  WS-GRADE-OK                        VALUES "00" "05".
010800 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
010900     88  WS-MASTER-OK                       VALUE "00".
011000 77  WS-CLOSE-TERM              PIC 9(06)   VALUE ZERO.
011100 77  WS-CLOSE-OPERATOR          PIC X(08)   VALUE SPACES.
011200 77  WS-ENROLLED-COUNT          PIC 9(05)   VALUE ZERO.
011300 77  WS-GRADED-COUNT            PIC 9(05)   VALUE ZERO.
011400 77  WS-WITHDRAWN-COUNT         PIC 9(05)   VALUE ZERO.
011500 77  WS-UNGRADED-COUNT          PIC 9(05)   VALUE ZERO.
011600
011700 01  WS-RUN-DATE.
011800     05  WS-RUN-YY               PIC 9(02).
011900     05  WS-RUN-MM               PIC 9(02).
012000     05  WS-RUN-DD               PIC 9(02).
012100
012200 01  TCL-HDG-LINE-1.
012300     05  FILLER                  PIC X(10)   VALUE SPACES.
012400     05  FILLER                  PIC X(40)
012500         VALUE "TERM CLOSE REPORT".
012600
012700 01  TCL-HDG-LINE-2.
012800     05  FILLER                  PIC X(05)   VALUE "DATE:".
012900     05  TCL-HDG-DATE            PIC X(08).
013000     05  FILLER                  PIC X(04)   VALUE SPACES.
013100     05  FILLER                  PIC X(06)   VALUE "TERM:".
013200     05  TCL-HDG-TERM            PIC 9(06).
013300     05  FILLER                  PIC X(04)   VALUE SPACES.
013400     05  FILLER                  PIC X(10)   VALUE "OPERATOR:".
013500     05  TCL-HDG-OPERATOR        PIC X(08).
013600
013700 01  TCL-HDG-LINE-3.
013800     05  FILLER                  PIC X(07)   VALUE "START:".
013900     05  TCL-HDG-START           PIC 9(06).
014000     05  FILLER                  PIC X(10)   VALUE "  ADD BY:".
014100     05  TCL-HDG-ADD             PIC 9(06).
014200     05  FILLER                  PIC X(11)   VALUE "  DROP BY:".
014300     05  TCL-HDG-DROP            PIC 9(06).
014400     05  FILLER                  PIC X(08)   VALUE "  W BY:".
014500     05  TCL-HDG-WITHDRAW        PIC 9(06).
014600     05  FILLER                  PIC X(13)
014700         VALUE "  GRADES DUE:".
014800     05  TCL-HDG-DEADLINE        PIC 9(06).
014900
015000 01  TCL-HDG-LINE-4.
015100     05  FILLER                  PIC X(40)
015200         VALUE "ENROLLMENTS WITH NO GRADE AT CLOSE".
015300
015400 01  TCL-HDG-LINE-5.
015500     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
015600     05  FILLER                  PIC X(30)   VALUE "NAME".
015700     05  FILLER                  PIC X(10)   VALUE "COURSE".
015800     05  FILLER                  PIC X(08)   VALUE "ENROLLED".
015900
016000 01  TCL-HDG-LINE-6.
016100     05  FILLER                  PIC X(60)   VALUE ALL "-".
016200
016300 01  TCL-DETAIL-LINE.
016400     05  TCL-STUDENT-NUMBER      PIC X(12).
016500     05  TCL-STUDENT-NAME        PIC X(30).
016600     05  TCL-COURSE-CODE         PIC X(10).
016700     05  TCL-ENROLL-DATE         PIC 9(06).
016800
016900 01  TCL-TOTAL-LINE-1.
017000     05  FILLER              PIC X(24)
017100         VALUE "ENROLLMENTS FOR TERM:".
017200     05  TCL-TOTAL-ENROLLED  PIC ZZ,ZZ9.
017300
017400 01  TCL-TOTAL-LINE-2.
017500     05  FILLER              PIC X(24)
017600         VALUE "GRADED:".
017700     05  TCL-TOTAL-GRADED    PIC ZZ,ZZ9.
017800
017900 01  TCL-TOTAL-LINE-3.
018000     05  FILLER              PIC X(24)
018100         VALUE "  OF WHICH WITHDRAWN W:".
018200     05  TCL-TOTAL-WITHDRAWN PIC ZZ,ZZ9.
018300
018400 01  TCL-TOTAL-LINE-4.
018500     05  FILLER              PIC X(24)
018600         VALUE "NO GRADE AT CLOSE:".
018700     05  TCL-TOTAL-UNGRADED  PIC ZZ,ZZ9.
018800
018900 01  TCL-CLOSED-LINE.
019000     05  FILLER                  PIC X(05)   VALUE "TERM".
019100     05  TCL-CLOSED-TERM         PIC 9(06).
019200     05  FILLER                  PIC X(14)   VALUE " CLOSED BY".
019300     05  TCL-CLOSED-BY           PIC X(08).
019400     05  FILLER                  PIC X(04)   VALUE " ON".
019500     05  TCL-CLOSED-DATE         PIC X(08).
019600
019700 PROCEDURE DIVISION.
019800
019900******************************************************************
020000* 0000-MAINLINE
020100******************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 2000-CHECK-ENROLLMENT THRU 2000-EXIT
020500         UNTIL WS-SCAN-EOF.
020600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
020700     STOP RUN.
020800
020900******************************************************************
021000* 1000-INITIALIZE - read the parameter card and check the term
021100*                   can be closed; any failure refuses the run
021200*                   before the report is opened or the calendar
021300*                   changed. Then open the files, print the
021400*                   headings and read the first enrollment.
021500******************************************************************
021600 1000-INITIALIZE.
021700     OPEN INPUT PARM-FILE.
021800     READ PARM-FILE
021900         AT END SET WS-PARM-MISSING TO TRUE
022000     END-READ.
022100     IF NOT WS-PARM-MISSING
022200         MOVE PARM-CLOSE-TERM TO WS-CLOSE-TERM
022300         MOVE PARM-CLOSE-OPERATOR TO WS-CLOSE-OPERATOR
022400     END-IF.
022500     CLOSE PARM-FILE.
022600     IF WS-PARM-MISSING OR WS-CLOSE-TERM = ZERO
022700         OR WS-CLOSE-OPERATOR = SPACES
022800         DISPLAY "TERM-CLOSE-PGM: NO TERM OR OPERATOR "
022900             "SUPPLIED - RUN REFUSED"
023000         STOP RUN
023100     END-IF.
023200     ACCEPT WS-RUN-DATE FROM DATE.
023300     OPEN I-O TERM-MASTER.
023400     IF NOT WS-TERM-OK
023500         DISPLAY "TERM-CLOSE-PGM: UNABLE TO OPEN TERM"
023600             " CALENDAR, STATUS=" WS-TERM-STATUS
023700         STOP RUN
023800     END-IF.
023900     MOVE WS-CLOSE-TERM TO TERM-CODE.
024000     READ TERM-MASTER
024100         INVALID KEY
024200             DISPLAY "TERM-CLOSE-PGM: TERM " WS-CLOSE-TERM
024300                 " NOT ON CALENDAR - RUN REFUSED"
024400             CLOSE TERM-MASTER
024500             STOP RUN
024600     END-READ.
024700     IF TERM-CLOSED
024800         DISPLAY "TERM-CLOSE-PGM: TERM " WS-CLOSE-TERM
024900             " ALREADY CLOSED - RUN REFUSED"
025000         CLOSE TERM-MASTER
025100         STOP RUN
025200     END-IF.
025300     IF WS-RUN-DATE NOT > TERM-GRADE-DEADLINE
025400         DISPLAY "TERM-CLOSE-PGM: TERM " WS-CLOSE-TERM
025500             " GRADE DEADLINE NOT PASSED - RUN REFUSED"
025600         CLOSE TERM-MASTER
025700         STOP RUN
025800     END-IF.
025900     OPEN INPUT ENROLL-MASTER.
026000     IF NOT WS-ENROLL-OK
026100         DISPLAY "TERM-CLOSE-PGM: UNABLE TO OPEN ENROLLMENT"
026200             " MASTER, STATUS=" WS-ENROLL-STATUS
026300         STOP RUN
026400     END-IF.
026500     OPEN INPUT GRADE-MASTER.
026600     IF NOT WS-GRADE-OK
026700         DISPLAY "TERM-CLOSE-PGM: UNABLE TO OPEN GRADE"
026800             " MASTER, STATUS=" WS-GRADE-STATUS
026900         STOP RUN
027000     END-IF.
027100     OPEN INPUT STUDENT-MASTER.
027200     IF NOT WS-MASTER-OK
027300         DISPLAY "TERM-CLOSE-PGM: UNABLE TO OPEN STUDENT"
027400             " MASTER, STATUS=" WS-MASTER-STATUS
027500         STOP RUN
027600     END-IF.
027700     OPEN OUTPUT CLOSE-REPORT.
027800     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
027900     PERFORM 1200-READ-ENROLL-NEXT THRU 1200-EXIT.
028000 1000-EXIT.
028100     EXIT.
028200
028300 1100-WRITE-HEADINGS.
028400     STRING WS-RUN-MM DELIMITED BY SIZE
028500         "/" DELIMITED BY SIZE
028600         WS-RUN-DD DELIMITED BY SIZE
028700         "/" DELIMITED BY SIZE
028800         WS-RUN-YY DELIMITED BY SIZE
028900         INTO TCL-HDG-DATE.
029000     MOVE WS-CLOSE-TERM TO TCL-HDG-TERM.
029100     MOVE WS-CLOSE-OPERATOR TO TCL-HDG-OPERATOR.
029200     MOVE TERM-START-DATE TO TCL-HDG-START.
029300     MOVE TERM-LAST-ADD-DATE TO TCL-HDG-ADD.
029400     MOVE TERM-LAST-DROP-DATE TO TCL-HDG-DROP.
029500     MOVE TERM-WITHDRAW-DATE TO TCL-HDG-WITHDRAW.
029600     MOVE TERM-GRADE-DEADLINE TO TCL-HDG-DEADLINE.
029700     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-1
029800         AFTER ADVANCING 1 LINE.
029900     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-2
030000         AFTER ADVANCING 1 LINE.
030100     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-3
030200         AFTER ADVANCING 1 LINE.
030300     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-4
030400         AFTER ADVANCING 2 LINES.
030500     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-5
030600         AFTER ADVANCING 1 LINE.
030700     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-6
030800         AFTER ADVANCING 1 LINE.
030900 1100-EXIT.
031000     EXIT.
031100
031200 1200-READ-ENROLL-NEXT.
031300     READ ENROLL-MASTER NEXT RECORD
031400         AT END SET WS-SCAN-EOF TO TRUE
031500     END-READ.
031600 1200-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000* 2000-CHECK-ENROLLMENT - an enrollment for the closing term is
032100*                        matched to its grade; one with no
032200*                        grade is listed on the close report.
032300******************************************************************
032400 2000-CHECK-ENROLLMENT.
032500     IF ENROLL-TERM = WS-CLOSE-TERM
032600         PERFORM 2050-MATCH-GRADE THRU 2050-EXIT
032700     END-IF.
032800     PERFORM 1200-READ-ENROLL-NEXT THRU 1200-EXIT.
032900 2000-EXIT.
033000     EXIT.
033100
033200 2050-MATCH-GRADE.
033300     ADD 1 TO WS-ENROLLED-COUNT.
033400     MOVE ENROLL-KEY TO GRADE-KEY.
033500     READ GRADE-MASTER
033600         INVALID KEY
033700             ADD 1 TO WS-UNGRADED-COUNT
033800             PERFORM 2100-LIST-UNGRADED THRU 2100-EXIT
033900             GO TO 2050-EXIT
034000     END-READ.
034100     ADD 1 TO WS-GRADED-COUNT.
034200     IF GRADE-VALUE = "W "
034300         ADD 1 TO WS-WITHDRAWN-COUNT
034400     END-IF.
034500 2050-EXIT.
034600     EXIT.
034700
034800 2100-LIST-UNGRADED.
034900     MOVE ENROLL-STUDENT-NUMBER TO STUDENT-NUMBER.
035000     READ STUDENT-MASTER
035100         INVALID KEY
035200             MOVE "** NOT ON STUDENT MASTER **"
035300                 TO TCL-STUDENT-NAME
035400         NOT INVALID KEY
035500             MOVE SPACES TO TCL-STUDENT-NAME
035600             STRING LAST-NAME DELIMITED BY "  "
035700                 ", " DELIMITED BY SIZE
035800                 FIRST-NAME DELIMITED BY "  "
035900                 INTO TCL-STUDENT-NAME
036000     END-READ.
036100     MOVE ENROLL-STUDENT-NUMBER TO TCL-STUDENT-NUMBER.
036200     MOVE ENROLL-COURSE-CODE TO TCL-COURSE-CODE.
036300     MOVE ENROLL-DATE TO TCL-ENROLL-DATE.
036400     WRITE CLOSE-REPORT-LINE FROM TCL-DETAIL-LINE
036500         AFTER ADVANCING 1 LINE.
036600 2100-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000* 3000-TERMINATE - stamp the term CLOSED, print the totals and
037100*                  the close line, and close files.
037200******************************************************************
037300 3000-TERMINATE.
037400     SET TERM-CLOSED TO TRUE.
037500     MOVE WS-RUN-DATE TO TERM-CLOSE-DATE.
037600     MOVE WS-CLOSE-OPERATOR TO TERM-CLOSED-BY.
037700     REWRITE TERM-RECORD
037800         INVALID KEY
037900             DISPLAY "TERM-CLOSE-PGM: TERM " WS-CLOSE-TERM
038000                 " REWRITE FAILED, STATUS=" WS-TERM-STATUS
038100     END-REWRITE.
038200     MOVE WS-ENROLLED-COUNT TO TCL-TOTAL-ENROLLED.
038300     MOVE WS-GRADED-COUNT TO TCL-TOTAL-GRADED.
038400     MOVE WS-WITHDRAWN-COUNT TO TCL-TOTAL-WITHDRAWN.
038500     MOVE WS-UNGRADED-COUNT TO TCL-TOTAL-UNGRADED.
038600     WRITE CLOSE-REPORT-LINE FROM TCL-HDG-LINE-6
038700         AFTER ADVANCING 2 LINES.
038800     WRITE CLOSE-REPORT-LINE FROM TCL-TOTAL-LINE-1
038900         AFTER ADVANCING 1 LINE.
039000     WRITE CLOSE-REPORT-LINE FROM TCL-TOTAL-LINE-2
039100         AFTER ADVANCING 1 LINE.
039200     WRITE CLOSE-REPORT-LINE FROM TCL-TOTAL-LINE-3
039300         AFTER ADVANCING 1 LINE.
039400     WRITE CLOSE-REPORT-LINE FROM TCL-TOTAL-LINE-4
039500         AFTER ADVANCING 1 LINE.
039600     IF WS-TERM-OK
039700         MOVE WS-CLOSE-TERM TO TCL-CLOSED-TERM
039800         MOVE WS-CLOSE-OPERATOR TO TCL-CLOSED-BY
039900         MOVE TCL-HDG-DATE TO TCL-CLOSED-DATE
040000         WRITE CLOSE-REPORT-LINE FROM TCL-CLOSED-LINE
040100             AFTER ADVANCING 2 LINES
040200     END-IF.
040300     CLOSE TERM-MASTER.
040400     CLOSE ENROLL-MASTER.
040500     CLOSE GRADE-MASTER.
040600     CLOSE STUDENT-MASTER.
040700     CLOSE CLOSE-REPORT.
040800 3000-EXIT.
040900     EXIT.
041000
041100 END PROGRAM TERM-CLOSE-PGM.
