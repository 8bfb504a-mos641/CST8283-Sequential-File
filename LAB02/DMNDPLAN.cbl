000100******************************************************************
000200* Program:     COURSE-DEMAND-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Course demand and capacity planning report for the
001000*              chairs setting next year's section counts. Driven
001100*              by a parameter card (DMNDPRM.TXT, see DMNDPRM
001200*              copybook) naming a range of ENROLL-TERMs and the
001300*              planning thresholds. For each COURSE-CODE and term
001400*              in the range the report (DMNDRPT.TXT) shows the
001500*              catalog capacity (COURSE.DAT), the enrolled
001600*              headcount (ENROLL.DAT), the fill rate, the change
001700*              in enrollment from the course's previous term in
001800*              the range, the waitlist depth (ENRLWAIT.TXT) and
001900*              how many of those waiting can no longer be
002000*              promoted, followed by the term's enrollment broken
002100*              down by STUDENT-PROGRAM. A course/term at or over
002200*              the fill threshold, or with more waiting than the
002300*              waitlist threshold, is flagged as an extra-section
002400*              candidate. Catalog courses whose best term in the
002500*              range is at or under the low-enrollment threshold -
002600*              including courses with no enrollment at all - are
002700*              listed as cancellation candidates (DMNDCANC.TXT).
002800*
002900*              Capacity is the catalog's current seat limit; the
003000*              catalog keeps no history of it. The waitlist file
003100*              holds only students still waiting - a promoted
003200*              student comes off it - so the depth is the queue
003300*              still standing, and a student still waiting once
003400*              the term's add deadline has passed (or for a term
003500*              not on the calendar, TERM.DAT) was never promoted
003600*              and was turned away.
003700*
003800* Modification History:
003900*   2026-10-15  D.K.  Original course demand planning report.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. COURSE-DEMAND-PGM.
004300 AUTHOR. D. KOWALSKI.
004400 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.
004700 SECURITY. NON CONFIDENTIAL.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL PARM-FILE
005200     ASSIGN TO "..\DMNDPRM.TXT"
005300     ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT TERM-MASTER
005600     ASSIGN TO "..\TERM.DAT"
005700     ORGANIZATION IS INDEXED
005800     ACCESS MODE IS DYNAMIC
005900     RECORD KEY IS TERM-CODE
006000     FILE STATUS IS WS-TERM-STATUS.
006100
006200     SELECT ENROLL-MASTER
006300     ASSIGN TO "..\ENROLL.DAT"
006400     ORGANIZATION IS INDEXED
006500     ACCESS MODE IS SEQUENTIAL
006600     RECORD KEY IS ENROLL-KEY
006700     FILE STATUS IS WS-ENROLL-STATUS.
006800
006900     SELECT STUDENT-MASTER
007000     ASSIGN TO "..\STUDENT.DAT"
007100     ORGANIZATION IS INDEXED
007200     ACCESS MODE IS DYNAMIC
007300     RECORD KEY IS STUDENT-NUMBER
007400     ALTERNATE RECORD KEY IS LAST-NAME
007500         WITH DUPLICATES
007600     FILE STATUS IS WS-MASTER-STATUS.
007700
007800     SELECT COURSE-MASTER
007900     ASSIGN TO "..\COURSE.DAT"
008000     ORGANIZATION IS INDEXED
008100     ACCESS MODE IS SEQUENTIAL
008200     RECORD KEY IS COURSE-CODE
008300     FILE STATUS IS WS-COURSE-STATUS.
008400
008500     SELECT OPTIONAL WAITLIST-FILE
008600     ASSIGN TO "..\ENRLWAIT.TXT"
008700     ORGANIZATION IS LINE SEQUENTIAL.
008800
008900     SELECT DEMAND-REPORT
009000     ASSIGN TO "..\DMNDRPT.TXT"
009100     ORGANIZATION IS LINE SEQUENTIAL.
009200
009300     SELECT CANCEL-REPORT
009400     ASSIGN TO "..\DMNDCANC.TXT"
009500     ORGANIZATION IS LINE SEQUENTIAL.
009600
009700     SELECT SORT-WORK-FILE
009800     ASSIGN TO "SORTWK01".
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  PARM-FILE.
010200     COPY DMNDPRM.
010300
010400 FD  TERM-MASTER.
010500     COPY TERMREC.
010600
010700 FD  ENROLL-MASTER.
010800     COPY ENRLREC.
010900
011000 FD  STUDENT-MASTER.
011100     COPY STUDREC.
011200
011300 FD  COURSE-MASTER.
011400     COPY COURSREC.
011500
011600 FD  WAITLIST-FILE.
011700     COPY ENRLWAIT.
011800
011900 FD  DEMAND-REPORT.
012000 01  DEMAND-REPORT-LINE          PIC X(132).
012100
012200 FD  CANCEL-REPORT.
012300 01  CANCEL-REPORT-LINE          PIC X(132).
012400
012500 SD  SORT-WORK-FILE.
012600 01  SORT-RECORD.
012700     05  SORT-COURSE-CODE        PIC X(08).
012800     05  SORT-TERM               PIC 9(06).
012900     05  SORT-PROGRAM            PIC X(08).
013000     05  SORT-KIND               PIC X(01).
013100         88  SORT-WAITING                    VALUE "W".
013200     05  SORT-NEVER-SW           PIC X(01).
013300         88  SORT-NEVER-PROMOTED             VALUE "Y".
013400
013500 WORKING-STORAGE SECTION.
013600
013700 77  WS-PARM-EOF-SW             PIC X(01)   VALUE "N".
013800     88  WS-PARM-MISSING                    VALUE "Y".
013900 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
014000     88  WS-EOF                             VALUE "Y".
014100 77  WS-WAIT-EOF-SW             PIC X(01)   VALUE "N".
014200     88  WS-WAIT-EOF                        VALUE "Y".
014300 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
014400     88  WS-SORT-EOF                        VALUE "Y".
014500 77  WS-CAT-EOF-SW              PIC X(01)   VALUE "N".
014600     88  WS-CAT-EOF                         VALUE "Y".
014700 77  WS-TERM-STATUS             PIC X(02)   VALUE "00".
014800     88  WS-TERM-OK                         VALUE "00".
014900 77  WS-ENROLL-STATUS           PIC X(02)   VALUE "00".
015000     88  WS-ENROLL-OK                       VALUE "00".
015100 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
015200     88  WS-MASTER-OK                       VALUE "00".
015300 77  WS-COURSE-STATUS           PIC X(02)   VALUE "00".
015400     88  WS-COURSE-OK                       VALUE "00".
015500 77  WS-COURSE-SW               PIC X(01)   VALUE "N".
015600     88  WS-COURSE-OPEN                     VALUE "Y".
015700 77  WS-TERM-SW                 PIC X(01)   VALUE "N".
015800     88  WS-TERM-GROUP-OPEN                 VALUE "Y".
015900 77  WS-CATALOG-SW              PIC X(01)   VALUE "N".
016000     88  WS-IN-CATALOG                      VALUE "Y".
016100 77  WS-PRIOR-SW                PIC X(01)   VALUE "N".
016200     88  WS-HAS-PRIOR-TERM                  VALUE "Y".
016300 77  WS-TERM-FROM               PIC 9(06)   VALUE ZERO.
016400 77  WS-TERM-TO                 PIC 9(06)   VALUE ZERO.
016500 77  WS-FILL-THRESHOLD          PIC 9(03)   VALUE ZERO.
016600 77  WS-WAIT-THRESHOLD          PIC 9(03)   VALUE ZERO.
016700 77  WS-LOW-THRESHOLD           PIC 9(03)   VALUE ZERO.
016800 77  WS-PREV-COURSE             PIC X(08)   VALUE SPACES.
016900 77  WS-PREV-TERM               PIC 9(06)   VALUE ZERO.
017000 77  WS-CAPACITY                PIC 9(03)   VALUE ZERO.
017100 77  WS-TERM-ENROLLED           PIC 9(05)   VALUE ZERO.
017200 77  WS-TERM-WAITING            PIC 9(05)   VALUE ZERO.
017300 77  WS-TERM-NEVER              PIC 9(05)   VALUE ZERO.
017400 77  WS-PRIOR-ENROLLED          PIC 9(05)   VALUE ZERO.
017500 77  WS-ENROLL-CHANGE           PIC S9(05)  VALUE ZERO.
017600 77  WS-FILL-PCT                PIC 9(04)V9 VALUE ZERO.
017700 77  WS-COURSE-TERMS            PIC 9(03)   VALUE ZERO.
017800 77  WS-COURSE-TOTAL            PIC 9(06)   VALUE ZERO.
017900 77  WS-COURSE-PEAK             PIC 9(05)   VALUE ZERO.
018000 77  WS-COURSE-TERM-COUNT       PIC 9(05)   VALUE ZERO.
018100 77  WS-EXTRA-COUNT             PIC 9(05)   VALUE ZERO.
018200 77  WS-CANCEL-COUNT            PIC 9(05)   VALUE ZERO.
018300 77  WS-GRAND-ENROLLED          PIC 9(06)   VALUE ZERO.
018400 77  WS-GRAND-WAITING           PIC 9(06)   VALUE ZERO.
018500 77  WS-GRAND-NEVER             PIC 9(06)   VALUE ZERO.
018600 77  WS-PROG-SUB                PIC 9(03)   COMP VALUE ZERO.
018700 77  WS-PROGRAM-COUNT-USED      PIC 9(03)   VALUE ZERO.
018800 77  WS-PROGRAM-OTHER-COUNT     PIC 9(05)   VALUE ZERO.
018900 77  WS-COURSE-TITLE            PIC X(30)   VALUE SPACES.
019000 77  WS-TERMS-OFFERED           PIC X(06)   VALUE SPACES.
019100
019200 01  WS-RUN-DATE.
019300     05  WS-RUN-YY               PIC 9(02).
019400     05  WS-RUN-MM               PIC 9(02).
019500     05  WS-RUN-DD               PIC 9(02).
019600
019700 01  WS-PROGRAM-TABLE.
019800     05  WS-PROGRAM-ENTRY OCCURS 30 TIMES
019900             INDEXED BY WS-PROG-IDX.
020000         10  WS-PROGRAM-CODE     PIC X(08)   VALUE SPACES.
020100         10  WS-PROGRAM-COUNT    PIC 9(05)   VALUE ZERO.
020200
020300 01  DMD-HDG-LINE-1.
020400     05  FILLER                  PIC X(10)   VALUE SPACES.
020500     05  FILLER                  PIC X(50)
020600         VALUE "COURSE DEMAND AND CAPACITY PLANNING REPORT".
020700
020800 01  DMD-HDG-LINE-2.
020900     05  FILLER                  PIC X(05)   VALUE "DATE:".
021000     05  DMD-HDG-DATE            PIC X(08).
021100     05  FILLER                  PIC X(04)   VALUE SPACES.
021200     05  FILLER                  PIC X(07)   VALUE "TERMS:".
021300     05  DMD-HDG-TERM-FROM       PIC 9(06).
021400     05  FILLER                  PIC X(04)   VALUE " TO ".
021500     05  DMD-HDG-TERM-TO         PIC 9(06).
021600
021700 01  DMD-HDG-LINE-3.
021800     05  FILLER                  PIC X(34)
021900         VALUE "EXTRA SECTION WHEN FILL AT/OVER".
022000     05  DMD-HDG-FILL            PIC ZZ9.
022100     05  FILLER                  PIC X(23)
022200         VALUE "% OR WAITING OVER".
022300     05  DMD-HDG-WAIT            PIC ZZ9.
022400
022500 01  DMD-COURSE-LINE.
022600     05  FILLER                  PIC X(08)   VALUE "COURSE:".
022700     05  DMD-COURSE-CODE         PIC X(08).
022800     05  FILLER                  PIC X(04)   VALUE SPACES.
022900     05  DMD-COURSE-TITLE        PIC X(30).
023000
023100 01  DMD-COL-LINE-1.
023200     05  FILLER                  PIC X(08)   VALUE "TERM".
023300     05  FILLER                  PIC X(10)   VALUE "  CAPACITY".
023400     05  FILLER                  PIC X(10)   VALUE "  ENROLLED".
023500     05  FILLER                  PIC X(08)   VALUE "   FILL".
023600     05  FILLER                  PIC X(09)   VALUE "   CHANGE".
023700     05  FILLER                  PIC X(09)   VALUE "  WAITING".
023800     05  FILLER                  PIC X(10)   VALUE "  TURNED".
023900     05  FILLER                  PIC X(15)   VALUE "  FLAG".
024000
024100 01  DMD-COL-LINE-2.
024200     05  FILLER                  PIC X(79)   VALUE ALL "-".
024300
024400 01  DMD-TERM-LINE.
024500     05  DMD-TERM                PIC 9(06).
024600     05  FILLER                  PIC X(05)   VALUE SPACES.
024700     05  DMD-CAPACITY            PIC X(07).
024800     05  DMD-CAPACITY-NUM REDEFINES DMD-CAPACITY
024900                                 PIC ZZZ,ZZ9.
025000     05  FILLER                  PIC X(03)   VALUE SPACES.
025100     05  DMD-ENROLLED            PIC ZZ,ZZ9.
025200     05  FILLER                  PIC X(03)   VALUE SPACES.
025300     05  DMD-FILL                PIC X(06).
025400     05  DMD-FILL-NUM REDEFINES DMD-FILL
025500                                 PIC ZZZ9.9.
025600     05  FILLER                  PIC X(01)   VALUE SPACES.
025700     05  DMD-CHANGE              PIC X(07).
025800     05  DMD-CHANGE-NUM REDEFINES DMD-CHANGE
025900                                 PIC ---,--9.
026000     05  FILLER                  PIC X(03)   VALUE SPACES.
026100     05  DMD-WAITING             PIC ZZ,ZZ9.
026200     05  FILLER                  PIC X(04)   VALUE SPACES.
026300     05  DMD-NEVER               PIC ZZ,ZZ9.
026400     05  FILLER                  PIC X(02)   VALUE SPACES.
026500     05  DMD-FLAG                PIC X(15).
026600
026700 01  DMD-PROGRAM-LINE.
026800     05  FILLER                  PIC X(11)   VALUE SPACES.
026900     05  FILLER                  PIC X(09)   VALUE "PROGRAM".
027000     05  DMD-PROGRAM-CODE        PIC X(08).
027100     05  FILLER                  PIC X(02)   VALUE SPACES.
027200     05  DMD-PROGRAM-COUNT       PIC ZZ,ZZ9.
027300
027400 01  DMD-TOTAL-LINE.
027500     05  DMD-TOTAL-LABEL         PIC X(32).
027600     05  DMD-TOTAL-VALUE         PIC ZZZ,ZZ9.
027700
027800 01  DMC-HDG-LINE-1.
027900     05  FILLER                  PIC X(10)   VALUE SPACES.
028000     05  FILLER                  PIC X(50)
028100         VALUE "COURSE CANCELLATION CANDIDATES".
028200
028300 01  DMC-HDG-LINE-2.
028400     05  FILLER                  PIC X(05)   VALUE "DATE:".
028500     05  DMC-HDG-DATE            PIC X(08).
028600     05  FILLER                  PIC X(04)   VALUE SPACES.
028700     05  FILLER                  PIC X(07)   VALUE "TERMS:".
028800     05  DMC-HDG-TERM-FROM       PIC 9(06).
028900     05  FILLER                  PIC X(04)   VALUE " TO ".
029000     05  DMC-HDG-TERM-TO         PIC 9(06).
029100     05  FILLER                  PIC X(04)   VALUE SPACES.
029200     05  FILLER                  PIC X(24)
029300         VALUE "BEST TERM AT/UNDER:".
029400     05  DMC-HDG-LOW             PIC ZZ9.
029500
029600 01  DMC-COL-LINE-1.
029700     05  FILLER                  PIC X(10)   VALUE "COURSE".
029800     05  FILLER                  PIC X(32)   VALUE "TITLE".
029900     05  FILLER                  PIC X(08)   VALUE "OFFERED".
030000     05  FILLER                  PIC X(09)   VALUE "CAPACITY".
030100     05  FILLER                  PIC X(07)   VALUE "TERMS".
030200     05  FILLER                  PIC X(08)   VALUE "   TOTAL".
030300     05  FILLER                  PIC X(08)   VALUE "    BEST".
030400     05  FILLER                  PIC X(24)   VALUE "  REASON".
030500
030600 01  DMC-COL-LINE-2.
030700     05  FILLER                  PIC X(100)  VALUE ALL "-".
030800
030900 01  DMC-DETAIL-LINE.
031000     05  DMC-COURSE-CODE         PIC X(08).
031100     05  FILLER                  PIC X(02)   VALUE SPACES.
031200     05  DMC-COURSE-TITLE        PIC X(30).
031300     05  FILLER                  PIC X(02)   VALUE SPACES.
031400     05  DMC-TERMS-OFFERED       PIC X(06).
031500     05  FILLER                  PIC X(02)   VALUE SPACES.
031600     05  DMC-CAPACITY            PIC ZZ9.
031700     05  FILLER                  PIC X(04)   VALUE SPACES.
031800     05  DMC-TERMS               PIC ZZ9.
031900     05  FILLER                  PIC X(04)   VALUE SPACES.
032000     05  DMC-TOTAL               PIC ZZ,ZZ9.
032100     05  FILLER                  PIC X(02)   VALUE SPACES.
032200     05  DMC-PEAK                PIC ZZ,ZZ9.
032300     05  FILLER                  PIC X(02)   VALUE SPACES.
032400     05  DMC-REASON              PIC X(22).
032500
032600 01  DMC-TOTAL-LINE.
032700     05  FILLER          PIC X(24)
032800         VALUE "CANCELLATION CANDIDATES:".
032900     05  DMC-TOTAL-COUNT     PIC ZZZ,ZZ9.
033000
033100 PROCEDURE DIVISION.
033200
033300******************************************************************
033400* 0000-MAINLINE
033500******************************************************************
033600 0000-MAINLINE.
033700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033800     SORT SORT-WORK-FILE
033900         ON ASCENDING KEY SORT-COURSE-CODE
034000                          SORT-TERM
034100                          SORT-PROGRAM
034200         INPUT PROCEDURE IS 1200-SELECT-DEMAND
034300         OUTPUT PROCEDURE IS 2000-FORMAT-PLAN.
034400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
034500     STOP RUN.
034600
034700******************************************************************
034800* 1000-INITIALIZE - read the parameter card (a missing card, a
034900*                   zero term, a range running backwards or a zero
035000*                   fill percent refuses the run), open the files
035100*                   and print both reports' headings.
035200******************************************************************
035300 1000-INITIALIZE.
035400     OPEN INPUT PARM-FILE.
035500     READ PARM-FILE
035600         AT END SET WS-PARM-MISSING TO TRUE
035700     END-READ.
035800     IF NOT WS-PARM-MISSING
035900         MOVE PARM-TERM-FROM TO WS-TERM-FROM
036000         MOVE PARM-TERM-TO TO WS-TERM-TO
036100         MOVE PARM-FILL-PCT TO WS-FILL-THRESHOLD
036200         MOVE PARM-WAIT-MIN TO WS-WAIT-THRESHOLD
036300         MOVE PARM-LOW-ENROLL TO WS-LOW-THRESHOLD
036400     END-IF.
036500     CLOSE PARM-FILE.
036600     IF WS-PARM-MISSING OR WS-TERM-FROM = ZERO
036700             OR WS-TERM-TO < WS-TERM-FROM
036800             OR WS-FILL-THRESHOLD = ZERO
036900         DISPLAY "COURSE-DEMAND-PGM: INVALID PARAMETER CARD"
037000             " - RUN REFUSED"
037100         STOP RUN
037200     END-IF.
037300     ACCEPT WS-RUN-DATE FROM DATE.
037400     OPEN INPUT TERM-MASTER.
037500     IF NOT WS-TERM-OK
037600         DISPLAY "COURSE-DEMAND-PGM: UNABLE TO OPEN TERM"
037700             " CALENDAR, STATUS=" WS-TERM-STATUS
037800         STOP RUN
037900     END-IF.
038000     OPEN INPUT ENROLL-MASTER.
038100     IF NOT WS-ENROLL-OK
038200         DISPLAY "COURSE-DEMAND-PGM: UNABLE TO OPEN ENROLLMENT"
038300             " MASTER, STATUS=" WS-ENROLL-STATUS
038400         STOP RUN
038500     END-IF.
038600     OPEN INPUT STUDENT-MASTER.
038700     IF NOT WS-MASTER-OK
038800         DISPLAY "COURSE-DEMAND-PGM: UNABLE TO OPEN STUDENT"
038900             " MASTER, STATUS=" WS-MASTER-STATUS
039000         STOP RUN
039100     END-IF.
039200     OPEN INPUT COURSE-MASTER.
039300     IF NOT WS-COURSE-OK
039400         DISPLAY "COURSE-DEMAND-PGM: UNABLE TO OPEN COURSE"
039500             " CATALOG, STATUS=" WS-COURSE-STATUS
039600         STOP RUN
039700     END-IF.
039800     OPEN OUTPUT DEMAND-REPORT.
039900     OPEN OUTPUT CANCEL-REPORT.
040000     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
040100 1000-EXIT.
040200     EXIT.
040300
040400 1100-WRITE-HEADINGS.
040500     STRING WS-RUN-MM DELIMITED BY SIZE
040600         "/" DELIMITED BY SIZE
040700         WS-RUN-DD DELIMITED BY SIZE
040800         "/" DELIMITED BY SIZE
040900         WS-RUN-YY DELIMITED BY SIZE
041000         INTO DMD-HDG-DATE.
041100     MOVE DMD-HDG-DATE TO DMC-HDG-DATE.
041200     MOVE WS-TERM-FROM TO DMD-HDG-TERM-FROM.
041300     MOVE WS-TERM-TO TO DMD-HDG-TERM-TO.
041400     MOVE WS-FILL-THRESHOLD TO DMD-HDG-FILL.
041500     MOVE WS-WAIT-THRESHOLD TO DMD-HDG-WAIT.
041600     WRITE DEMAND-REPORT-LINE FROM DMD-HDG-LINE-1
041700         AFTER ADVANCING 1 LINE.
041800     WRITE DEMAND-REPORT-LINE FROM DMD-HDG-LINE-2
041900         AFTER ADVANCING 1 LINE.
042000     WRITE DEMAND-REPORT-LINE FROM DMD-HDG-LINE-3
042100         AFTER ADVANCING 1 LINE.
042200     MOVE WS-TERM-FROM TO DMC-HDG-TERM-FROM.
042300     MOVE WS-TERM-TO TO DMC-HDG-TERM-TO.
042400     MOVE WS-LOW-THRESHOLD TO DMC-HDG-LOW.
042500     WRITE CANCEL-REPORT-LINE FROM DMC-HDG-LINE-1
042600         AFTER ADVANCING 1 LINE.
042700     WRITE CANCEL-REPORT-LINE FROM DMC-HDG-LINE-2
042800         AFTER ADVANCING 1 LINE.
042900     WRITE CANCEL-REPORT-LINE FROM DMC-COL-LINE-1
043000         AFTER ADVANCING 2 LINES.
043100     WRITE CANCEL-REPORT-LINE FROM DMC-COL-LINE-2
043200         AFTER ADVANCING 1 LINE.
043300 1100-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 1200-SELECT-DEMAND - SORT input procedure: release one sort
043800*                      record per enrollment in the term range,
043900*                      carrying the student's program, and one per
044000*                      waitlist entry in the range, marked when it
044100*                      can no longer be promoted.
044200******************************************************************
044300 1200-SELECT-DEMAND.
044400     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
044500     PERFORM 1220-RELEASE-ENROLLMENT THRU 1220-EXIT
044600         UNTIL WS-EOF.
044700     OPEN INPUT WAITLIST-FILE.
044800     PERFORM 1310-READ-WAITLIST THRU 1310-EXIT.
044900     PERFORM 1320-RELEASE-WAITLIST THRU 1320-EXIT
045000         UNTIL WS-WAIT-EOF.
045100     CLOSE WAITLIST-FILE.
045200 1200-EXIT.
045300     EXIT.
045400
045500 1210-READ-ENROLLMENT.
045600     READ ENROLL-MASTER NEXT RECORD
045700         AT END SET WS-EOF TO TRUE
045800     END-READ.
045900 1210-EXIT.
046000     EXIT.
046100
046200 1220-RELEASE-ENROLLMENT.
046300     IF ENROLL-TERM NOT < WS-TERM-FROM
046400             AND ENROLL-TERM NOT > WS-TERM-TO
046500         PERFORM 1230-RELEASE-ONE THRU 1230-EXIT
046600     END-IF.
046700     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
046800 1220-EXIT.
046900     EXIT.
047000
047100 1230-RELEASE-ONE.
047200     MOVE ENROLL-COURSE-CODE TO SORT-COURSE-CODE.
047300     MOVE ENROLL-TERM TO SORT-TERM.
047400     MOVE "E" TO SORT-KIND.
047500     MOVE "N" TO SORT-NEVER-SW.
047600     MOVE ENROLL-STUDENT-NUMBER TO STUDENT-NUMBER.
047700     READ STUDENT-MASTER
047800         INVALID KEY
047900             MOVE "UNKNOWN" TO SORT-PROGRAM
048000         NOT INVALID KEY
048100             MOVE STUDENT-PROGRAM TO SORT-PROGRAM
048200     END-READ.
048300     RELEASE SORT-RECORD.
048400 1230-EXIT.
048500     EXIT.
048600
048700 1310-READ-WAITLIST.
048800     READ WAITLIST-FILE
048900         AT END SET WS-WAIT-EOF TO TRUE
049000     END-READ.
049100 1310-EXIT.
049200     EXIT.
049300
049400 1320-RELEASE-WAITLIST.
049500     IF WAIT-TERM NOT < WS-TERM-FROM
049600             AND WAIT-TERM NOT > WS-TERM-TO
049700         PERFORM 1330-RELEASE-WAITING THRU 1330-EXIT
049800     END-IF.
049900     PERFORM 1310-READ-WAITLIST THRU 1310-EXIT.
050000 1320-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 1330-RELEASE-WAITING - an entry still waiting once its term's
050500*                        add deadline has passed, or the term has
050600*                        closed or is not on the calendar, can no
050700*                        longer be promoted.
050800******************************************************************
050900 1330-RELEASE-WAITING.
051000     MOVE WAIT-COURSE-CODE TO SORT-COURSE-CODE.
051100     MOVE WAIT-TERM TO SORT-TERM.
051200     MOVE SPACES TO SORT-PROGRAM.
051300     MOVE "W" TO SORT-KIND.
051400     MOVE "N" TO SORT-NEVER-SW.
051500     MOVE WAIT-TERM TO TERM-CODE.
051600     READ TERM-MASTER
051700         INVALID KEY
051800             MOVE "Y" TO SORT-NEVER-SW
051900         NOT INVALID KEY
052000             IF TERM-CLOSED OR WS-RUN-DATE > TERM-LAST-ADD-DATE
052100                 MOVE "Y" TO SORT-NEVER-SW
052200             END-IF
052300     END-READ.
052400     RELEASE SORT-RECORD.
052500 1330-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900* 2000-FORMAT-PLAN - SORT output procedure: control break on
053000*                    course, then term. The catalog is read
053100*                    alongside in the same course-code order, so a
053200*                    catalog course the sorted file never reaches
053300*                    had no enrollment in the range.
053400******************************************************************
053500 2000-FORMAT-PLAN.
053600     PERFORM 2050-READ-CATALOG THRU 2050-EXIT.
053700     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
053800     PERFORM 2200-TALLY-ENTRY THRU 2200-EXIT
053900         UNTIL WS-SORT-EOF.
054000     IF WS-TERM-GROUP-OPEN
054100         PERFORM 2500-CLOSE-TERM THRU 2500-EXIT
054200     END-IF.
054300     IF WS-COURSE-OPEN
054400         PERFORM 2600-CLOSE-COURSE THRU 2600-EXIT
054500     END-IF.
054600     PERFORM 2700-LIST-UNUSED THRU 2700-EXIT
054700         UNTIL WS-CAT-EOF.
054800 2000-EXIT.
054900     EXIT.
055000
055100 2050-READ-CATALOG.
055200     READ COURSE-MASTER NEXT RECORD
055300         AT END SET WS-CAT-EOF TO TRUE
055400     END-READ.
055500 2050-EXIT.
055600     EXIT.
055700
055800 2100-RETURN-SORTED.
055900     RETURN SORT-WORK-FILE
056000         AT END SET WS-SORT-EOF TO TRUE
056100     END-RETURN.
056200 2100-EXIT.
056300     EXIT.
056400
056500 2200-TALLY-ENTRY.
056600     IF NOT WS-COURSE-OPEN
056700             OR SORT-COURSE-CODE NOT = WS-PREV-COURSE
056800         PERFORM 2300-START-COURSE THRU 2300-EXIT
056900     END-IF.
057000     IF NOT WS-TERM-GROUP-OPEN
057100             OR SORT-TERM NOT = WS-PREV-TERM
057200         PERFORM 2400-START-TERM THRU 2400-EXIT
057300     END-IF.
057400     IF SORT-WAITING
057500         ADD 1 TO WS-TERM-WAITING
057600         IF SORT-NEVER-PROMOTED
057700             ADD 1 TO WS-TERM-NEVER
057800         END-IF
057900     ELSE
058000         ADD 1 TO WS-TERM-ENROLLED
058100         PERFORM 2250-TALLY-PROGRAM THRU 2250-EXIT
058200     END-IF.
058300     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
058400 2200-EXIT.
058500     EXIT.
058600
058700 2250-TALLY-PROGRAM.
058800     SET WS-PROG-IDX TO 1.
058900     SEARCH WS-PROGRAM-ENTRY
059000         AT END
059100             ADD 1 TO WS-PROGRAM-OTHER-COUNT
059200         WHEN WS-PROG-IDX > WS-PROGRAM-COUNT-USED
059300             ADD 1 TO WS-PROGRAM-COUNT-USED
059400             MOVE SORT-PROGRAM TO WS-PROGRAM-CODE(WS-PROG-IDX)
059500             MOVE 1 TO WS-PROGRAM-COUNT(WS-PROG-IDX)
059600         WHEN WS-PROGRAM-CODE(WS-PROG-IDX) = SORT-PROGRAM
059700             ADD 1 TO WS-PROGRAM-COUNT(WS-PROG-IDX)
059800     END-SEARCH.
059900 2250-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 2300-START-COURSE - close the previous course, list any catalog
060400*                     courses passed over on the way to this one,
060500*                     and pick up this course's capacity and title
060600*                     from the catalog.
060700******************************************************************
060800 2300-START-COURSE.
060900     IF WS-TERM-GROUP-OPEN
061000         PERFORM 2500-CLOSE-TERM THRU 2500-EXIT
061100     END-IF.
061200     IF WS-COURSE-OPEN
061300         PERFORM 2600-CLOSE-COURSE THRU 2600-EXIT
061400     END-IF.
061500     PERFORM 2700-LIST-UNUSED THRU 2700-EXIT
061600         UNTIL WS-CAT-EOF
061700             OR COURSE-CODE NOT < SORT-COURSE-CODE.
061800     MOVE SORT-COURSE-CODE TO WS-PREV-COURSE.
061900     MOVE "N" TO WS-CATALOG-SW.
062000     MOVE ZERO TO WS-CAPACITY.
062100     MOVE "** NOT IN CATALOG **" TO WS-COURSE-TITLE.
062200     MOVE SPACES TO WS-TERMS-OFFERED.
062300     IF NOT WS-CAT-EOF AND COURSE-CODE = SORT-COURSE-CODE
062400         MOVE "Y" TO WS-CATALOG-SW
062500         MOVE COURSE-CAPACITY TO WS-CAPACITY
062600         MOVE COURSE-TITLE TO WS-COURSE-TITLE
062700         MOVE COURSE-TERMS-OFFERED TO WS-TERMS-OFFERED
062800     END-IF.
062900     MOVE SORT-COURSE-CODE TO DMD-COURSE-CODE.
063000     MOVE WS-COURSE-TITLE TO DMD-COURSE-TITLE.
063100     WRITE DEMAND-REPORT-LINE FROM DMD-COURSE-LINE
063200         AFTER ADVANCING 2 LINES.
063300     WRITE DEMAND-REPORT-LINE FROM DMD-COL-LINE-1
063400         AFTER ADVANCING 1 LINE.
063500     WRITE DEMAND-REPORT-LINE FROM DMD-COL-LINE-2
063600         AFTER ADVANCING 1 LINE.
063700     MOVE ZERO TO WS-COURSE-TERMS.
063800     MOVE ZERO TO WS-COURSE-TOTAL.
063900     MOVE ZERO TO WS-COURSE-PEAK.
064000     MOVE "N" TO WS-PRIOR-SW.
064100     MOVE "N" TO WS-TERM-SW.
064200     MOVE "Y" TO WS-COURSE-SW.
064300 2300-EXIT.
064400     EXIT.
064500
064600 2400-START-TERM.
064700     IF WS-TERM-GROUP-OPEN
064800         PERFORM 2500-CLOSE-TERM THRU 2500-EXIT
064900     END-IF.
065000     MOVE SORT-TERM TO WS-PREV-TERM.
065100     MOVE ZERO TO WS-TERM-ENROLLED.
065200     MOVE ZERO TO WS-TERM-WAITING.
065300     MOVE ZERO TO WS-TERM-NEVER.
065400     MOVE ZERO TO WS-PROGRAM-COUNT-USED.
065500     MOVE ZERO TO WS-PROGRAM-OTHER-COUNT.
065600     MOVE "Y" TO WS-TERM-SW.
065700 2400-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 2500-CLOSE-TERM - print the course/term line with its fill rate
066200*                   (none when the course has no seat limit), the
066300*                   change from the course's previous term in the
066400*                   range and the extra-section flag, then the
066500*                   enrollment by program; roll the term into the
066600*                   course and run totals.
066700******************************************************************
066800 2500-CLOSE-TERM.
066900     MOVE "N" TO WS-TERM-SW.
067000     MOVE WS-PREV-TERM TO DMD-TERM.
067100     MOVE WS-TERM-ENROLLED TO DMD-ENROLLED.
067200     MOVE WS-TERM-WAITING TO DMD-WAITING.
067300     MOVE WS-TERM-NEVER TO DMD-NEVER.
067400     MOVE SPACES TO DMD-FLAG.
067500     IF WS-CAPACITY > ZERO
067600         MOVE WS-CAPACITY TO DMD-CAPACITY-NUM
067700         COMPUTE WS-FILL-PCT ROUNDED =
067800             WS-TERM-ENROLLED * 100 / WS-CAPACITY
067900         MOVE WS-FILL-PCT TO DMD-FILL-NUM
068000     ELSE
068100         MOVE ZERO TO WS-FILL-PCT
068200         IF WS-IN-CATALOG
068300             MOVE "   NONE" TO DMD-CAPACITY
068400         ELSE
068500             MOVE "UNKNOWN" TO DMD-CAPACITY
068600         END-IF
068700         MOVE "   N/A" TO DMD-FILL
068800     END-IF.
068900     IF WS-HAS-PRIOR-TERM
069000         COMPUTE WS-ENROLL-CHANGE =
069100             WS-TERM-ENROLLED - WS-PRIOR-ENROLLED
069200         MOVE WS-ENROLL-CHANGE TO DMD-CHANGE-NUM
069300     ELSE
069400         MOVE "  FIRST" TO DMD-CHANGE
069500     END-IF.
069600     IF (WS-CAPACITY > ZERO
069700             AND WS-FILL-PCT NOT < WS-FILL-THRESHOLD)
069800             OR WS-TERM-WAITING > WS-WAIT-THRESHOLD
069900         MOVE "EXTRA SECTION" TO DMD-FLAG
070000         ADD 1 TO WS-EXTRA-COUNT
070100     END-IF.
070200     WRITE DEMAND-REPORT-LINE FROM DMD-TERM-LINE
070300         AFTER ADVANCING 1 LINE.
070400     PERFORM 2550-WRITE-PROGRAM THRU 2550-EXIT
070500         VARYING WS-PROG-SUB FROM 1 BY 1
070600         UNTIL WS-PROG-SUB > WS-PROGRAM-COUNT-USED.
070700     IF WS-PROGRAM-OTHER-COUNT > ZERO
070800         MOVE "OTHER" TO DMD-PROGRAM-CODE
070900         MOVE WS-PROGRAM-OTHER-COUNT TO DMD-PROGRAM-COUNT
071000         WRITE DEMAND-REPORT-LINE FROM DMD-PROGRAM-LINE
071100             AFTER ADVANCING 1 LINE
071200     END-IF.
071300     IF WS-TERM-ENROLLED > ZERO
071400         ADD 1 TO WS-COURSE-TERMS
071500     END-IF.
071600     IF WS-TERM-ENROLLED > WS-COURSE-PEAK
071700         MOVE WS-TERM-ENROLLED TO WS-COURSE-PEAK
071800     END-IF.
071900     ADD WS-TERM-ENROLLED TO WS-COURSE-TOTAL.
072000     MOVE WS-TERM-ENROLLED TO WS-PRIOR-ENROLLED.
072100     MOVE "Y" TO WS-PRIOR-SW.
072200     ADD 1 TO WS-COURSE-TERM-COUNT.
072300     ADD WS-TERM-ENROLLED TO WS-GRAND-ENROLLED.
072400     ADD WS-TERM-WAITING TO WS-GRAND-WAITING.
072500     ADD WS-TERM-NEVER TO WS-GRAND-NEVER.
072600 2500-EXIT.
072700     EXIT.
072800
072900 2550-WRITE-PROGRAM.
073000     MOVE WS-PROGRAM-CODE(WS-PROG-SUB) TO DMD-PROGRAM-CODE.
073100     MOVE WS-PROGRAM-COUNT(WS-PROG-SUB) TO DMD-PROGRAM-COUNT.
073200     WRITE DEMAND-REPORT-LINE FROM DMD-PROGRAM-LINE
073300         AFTER ADVANCING 1 LINE.
073400 2550-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800* 2600-CLOSE-COURSE - a catalog course whose best term in the
073900*                     range is at or under the low-enrollment
074000*                     threshold is a cancellation candidate; then
074100*                     move the catalog past it.
074200******************************************************************
074300 2600-CLOSE-COURSE.
074400     MOVE "N" TO WS-COURSE-SW.
074500     IF NOT WS-IN-CATALOG
074600         GO TO 2600-EXIT
074700     END-IF.
074800     IF WS-COURSE-PEAK NOT > WS-LOW-THRESHOLD
074900         MOVE WS-PREV-COURSE TO DMC-COURSE-CODE
075000         MOVE WS-COURSE-TITLE TO DMC-COURSE-TITLE
075100         MOVE WS-TERMS-OFFERED TO DMC-TERMS-OFFERED
075200         MOVE WS-CAPACITY TO DMC-CAPACITY
075300         MOVE WS-COURSE-TERMS TO DMC-TERMS
075400         MOVE WS-COURSE-TOTAL TO DMC-TOTAL
075500         MOVE WS-COURSE-PEAK TO DMC-PEAK
075600         IF WS-COURSE-PEAK = ZERO
075700             MOVE "NO ENROLLMENT" TO DMC-REASON
075800         ELSE
075900             MOVE "LOW ENROLLMENT" TO DMC-REASON
076000         END-IF
076100         WRITE CANCEL-REPORT-LINE FROM DMC-DETAIL-LINE
076200             AFTER ADVANCING 1 LINE
076300         ADD 1 TO WS-CANCEL-COUNT
076400     END-IF.
076500     PERFORM 2050-READ-CATALOG THRU 2050-EXIT.
076600 2600-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000* 2700-LIST-UNUSED - a catalog course with no enrollment or
077100*                    waitlist entry anywhere in the range.
077200******************************************************************
077300 2700-LIST-UNUSED.
077400     MOVE COURSE-CODE TO DMC-COURSE-CODE.
077500     MOVE COURSE-TITLE TO DMC-COURSE-TITLE.
077600     MOVE COURSE-TERMS-OFFERED TO DMC-TERMS-OFFERED.
077700     MOVE COURSE-CAPACITY TO DMC-CAPACITY.
077800     MOVE ZERO TO DMC-TERMS.
077900     MOVE ZERO TO DMC-TOTAL.
078000     MOVE ZERO TO DMC-PEAK.
078100     MOVE "NO ENROLLMENT" TO DMC-REASON.
078200     WRITE CANCEL-REPORT-LINE FROM DMC-DETAIL-LINE
078300         AFTER ADVANCING 1 LINE.
078400     ADD 1 TO WS-CANCEL-COUNT.
078500     PERFORM 2050-READ-CATALOG THRU 2050-EXIT.
078600 2700-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000* 3000-TERMINATE - print the run totals on both reports and close
079100*                  files.
079200******************************************************************
079300 3000-TERMINATE.
079400     MOVE "COURSE/TERMS REPORTED:" TO DMD-TOTAL-LABEL.
079500     MOVE WS-COURSE-TERM-COUNT TO DMD-TOTAL-VALUE.
079600     WRITE DEMAND-REPORT-LINE FROM DMD-TOTAL-LINE
079700         AFTER ADVANCING 2 LINES.
079800     MOVE "EXTRA SECTION CANDIDATES:" TO DMD-TOTAL-LABEL.
079900     MOVE WS-EXTRA-COUNT TO DMD-TOTAL-VALUE.
080000     WRITE DEMAND-REPORT-LINE FROM DMD-TOTAL-LINE
080100         AFTER ADVANCING 1 LINE.
080200     MOVE "CANCELLATION CANDIDATES:" TO DMD-TOTAL-LABEL.
080300     MOVE WS-CANCEL-COUNT TO DMD-TOTAL-VALUE.
080400     WRITE DEMAND-REPORT-LINE FROM DMD-TOTAL-LINE
080500         AFTER ADVANCING 1 LINE.
080600     MOVE "TOTAL ENROLLED:" TO DMD-TOTAL-LABEL.
080700     MOVE WS-GRAND-ENROLLED TO DMD-TOTAL-VALUE.
080800     WRITE DEMAND-REPORT-LINE FROM DMD-TOTAL-LINE
080900         AFTER ADVANCING 2 LINES.
081000     MOVE "TOTAL STILL WAITING:" TO DMD-TOTAL-LABEL.
081100     MOVE WS-GRAND-WAITING TO DMD-TOTAL-VALUE.
081200     WRITE DEMAND-REPORT-LINE FROM DMD-TOTAL-LINE
081300         AFTER ADVANCING 1 LINE.
081400     MOVE "NEVER PROMOTED (TURNED AWAY):" TO DMD-TOTAL-LABEL.
081500     MOVE WS-GRAND-NEVER TO DMD-TOTAL-VALUE.
081600     WRITE DEMAND-REPORT-LINE FROM DMD-TOTAL-LINE
081700         AFTER ADVANCING 1 LINE.
081800     MOVE WS-CANCEL-COUNT TO DMC-TOTAL-COUNT.
081900     WRITE CANCEL-REPORT-LINE FROM DMC-TOTAL-LINE
082000         AFTER ADVANCING 2 LINES.
082100     CLOSE TERM-MASTER.
082200     CLOSE ENROLL-MASTER.
082300     CLOSE STUDENT-MASTER.
082400     CLOSE COURSE-MASTER.
082500     CLOSE DEMAND-REPORT.
082600     CLOSE CANCEL-REPORT.
082700 3000-EXIT.
082800     EXIT.
082900
083000 END PROGRAM COURSE-DEMAND-PGM.
