000100******************************************************************
000200* Program:     RECEIVABLE-AGING-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Aged receivables report for the bursar's office.
001000*              Reads every account on the indexed student account
001100*              ledger (ACCOUNT.DAT) with a balance or a credit,
001200*              takes STUDENT-PROGRAM and the name from the student
001300*              master (STUDENT.DAT), and ages each open charge by
001400*              the date it was charged - on the same 365/30-day
001500*              calendar as SUSPENSE-AGING-PGM - into CURRENT,
001600*              30-59, 60-89 and 90+ DAYS. Unapplied credit prints
001700*              in its own column. The report (ACCTARPT.TXT) is
001800*              sorted by program and student with a subtotal per
001900*              program and a grand total. An account whose student
002000*              is no longer on the master prints under program
002100*              *NONE* so the balance is not lost from the total.
002200*
002300* Modification History:
002400*   2026-10-15  D.K.  Original aged receivables report.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. RECEIVABLE-AGING-PGM.
002800 AUTHOR. D. KOWALSKI.
002900 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200 SECURITY. NON CONFIDENTIAL.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL ACCOUNT-MASTER
003700     ASSIGN TO "..\ACCOUNT.DAT"
003800     ORGANIZATION IS INDEXED
003900     ACCESS MODE IS SEQUENTIAL
004000     RECORD KEY IS ACCT-STUDENT-NUMBER
004100     FILE STATUS IS WS-ACCOUNT-STATUS.
004200
004300     SELECT STUDENT-MASTER
004400     ASSIGN TO "..\STUDENT.DAT"
004500     ORGANIZATION IS INDEXED
004600     ACCESS MODE IS DYNAMIC
004700     RECORD KEY IS STUDENT-NUMBER
004800     ALTERNATE RECORD KEY IS LAST-NAME
004900         WITH DUPLICATES
005000     FILE STATUS IS WS-MASTER-STATUS.
005100
005200     SELECT AGING-REPORT
005300     ASSIGN TO "..\ACCTARPT.TXT"
005400     ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT SORT-WORK-FILE
005700     ASSIGN TO "SORTWK01".
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ACCOUNT-MASTER.
006100     COPY ACCTREC.
006200
006300 FD  STUDENT-MASTER.
006400     COPY STUDREC.
006500
006600 FD  AGING-REPORT.
006700 01  AGING-REPORT-LINE           PIC X(132).
006800
006900 SD  SORT-WORK-FILE.
007000 01  SORT-RECORD.
007100     05  SORT-PROGRAM            PIC X(08).
007200     05  SORT-STUDENT-NUMBER     PIC X(10).
007300     05  SORT-LAST-NAME          PIC X(20).
007400     05  SORT-BAND-AMOUNT OCCURS 4 TIMES
007500                                 PIC 9(06)V99.
007600     05  SORT-CREDIT             PIC 9(06)V99.
007700     05  SORT-BALANCE            PIC S9(06)V99.
007800
007900 WORKING-STORAGE SECTION.
008000
008100 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
008200     88  WS-EOF                             VALUE "Y".
008300 77  WS-SORT-EOF-SW             PIC X(01)   VALUE "N".
008400     88  WS-SORT-EOF                        VALUE "Y".
008500 77  WS-ACCOUNT-STATUS           PIC X(02)   VALUE "00".
008600     88  WS-ACCOUNT-OK                       VALUES "00" "05".
008700 77  WS-MASTER-STATUS            PIC X(02)   VALUE "00".
008800     88  WS-MASTER-OK                        VALUE "00".
008900 77  WS-READ-COUNT               PIC 9(06)   VALUE ZERO.
009000 77  WS-TODAY-DAYS               PIC 9(08)   VALUE ZERO.
009100 77  WS-ITEM-DAYS                PIC 9(08)   VALUE ZERO.
009200 77  WS-AGE-DAYS                 PIC S9(05)  VALUE ZERO.
009300 77  WS-BAND-NUMBER              PIC 9(01)   VALUE ZERO.
009400 77  WS-ITEM-SUB                 PIC 9(03)   COMP VALUE ZERO.
009500 77  WS-BAND-SUB                 PIC 9(03)   COMP VALUE ZERO.
009600 77  WS-LEVEL-SUB                PIC 9(03)   COMP VALUE ZERO.
009700 77  WS-PREV-PROGRAM             PIC X(08)   VALUE SPACES.
009800 77  WS-FIRST-SW                 PIC X(01)   VALUE "Y".
009900     88  WS-FIRST-RECORD                     VALUE "Y".
010000
010100 01  WS-RUN-DATE.
010200     05  WS-RUN-YY               PIC 9(02).
010300     05  WS-RUN-MM               PIC 9(02).
010400     05  WS-RUN-DD               PIC 9(02).
010500
010600 01  WS-WORK-DATE.
010700     05  WS-WORK-YY              PIC 9(02).
010800     05  WS-WORK-MM              PIC 9(02).
010900     05  WS-WORK-DD              PIC 9(02).
011000
011100*    Level 1 is the current program, level 2 the grand total.
011200 01  WS-AGING-TOTALS.
011300     05  WS-TOT-LEVEL OCCURS 2 TIMES.
011400         10  WS-TOT-ACCOUNTS     PIC 9(06).
011500         10  WS-TOT-BAND OCCURS 4 TIMES
011600                                 PIC 9(08)V99.
011700         10  WS-TOT-CREDIT       PIC 9(08)V99.
011800         10  WS-TOT-BALANCE      PIC S9(08)V99.
011900
012000 01  AGD-HDG-LINE-1.
012100     05  FILLER                  PIC X(10)   VALUE SPACES.
012200     05  FILLER                  PIC X(40)
012300         VALUE "AGED RECEIVABLES BY PROGRAM".
012400
012500 01  AGD-HDG-LINE-2.
012600     05  FILLER                  PIC X(07)   VALUE "AS OF:".
012700     05  AGD-HDG-DATE            PIC X(08).
012800
012900 01  AGD-HDG-LINE-3.
013000     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
013100     05  FILLER                  PIC X(22)   VALUE "NAME".
013200     05  FILLER          PIC X(14) VALUE "      CURRENT".
013300     05  FILLER          PIC X(14) VALUE "   30-59 DAYS".
013400     05  FILLER          PIC X(14) VALUE "   60-89 DAYS".
013500     05  FILLER          PIC X(14) VALUE "     90+ DAYS".
013600     05  FILLER          PIC X(14) VALUE "       CREDIT".
013700     05  FILLER          PIC X(14) VALUE "      BALANCE".
013800
013900 01  AGD-HDG-LINE-4.
014000     05  FILLER                  PIC X(120)  VALUE ALL "-".
014100
014200 01  AGD-PROGRAM-LINE.
014300     05  FILLER                  PIC X(09)   VALUE "PROGRAM:".
014400     05  AGD-PROGRAM             PIC X(08).
014500
014600 01  AGD-DETAIL-LINE.
014700     05  AGD-STUDENT-NUMBER      PIC X(12).
014800     05  AGD-LAST-NAME           PIC X(22).
014900     05  AGD-BAND OCCURS 4 TIMES.
015000         10  AGD-BAND-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
015100         10  FILLER              PIC X(01).
015200     05  AGD-CREDIT              PIC ZZ,ZZZ,ZZ9.99.
015300     05  FILLER                  PIC X(01)   VALUE SPACES.
015400     05  AGD-BALANCE             PIC ZZ,ZZZ,ZZ9.99CR.
015500
015600 01  AGD-TOTAL-LINE.
015700     05  AGD-TOTAL-NAME          PIC X(22).
015800     05  AGD-TOTAL-ACCOUNTS      PIC ZZZ,ZZ9.
015900     05  FILLER                  PIC X(05)   VALUE SPACES.
016000     05  AGD-TOTAL-BAND OCCURS 4 TIMES.
016100         10  AGD-TOTAL-BAND-AMOUNT
016200                                 PIC ZZ,ZZZ,ZZ9.99.
016300         10  FILLER              PIC X(01).
016400     05  AGD-TOTAL-CREDIT        PIC ZZ,ZZZ,ZZ9.99.
016500     05  FILLER                  PIC X(01)   VALUE SPACES.
016600     05  AGD-TOTAL-BALANCE       PIC ZZ,ZZZ,ZZ9.99CR.
016700
016800 PROCEDURE DIVISION.
016900
017000******************************************************************
017100* 0000-MAINLINE
017200******************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     SORT SORT-WORK-FILE
017600         ON ASCENDING KEY SORT-PROGRAM
017700                          SORT-STUDENT-NUMBER
017800         INPUT PROCEDURE IS 1500-AGE-ACCOUNTS
017900         OUTPUT PROCEDURE IS 2000-PRINT-REPORT.
018000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
018100     STOP RUN.
018200
018300******************************************************************
018400* 1000-INITIALIZE - open files and print the report headings.
018500******************************************************************
018600 1000-INITIALIZE.
018700     OPEN INPUT ACCOUNT-MASTER.
018800     IF NOT WS-ACCOUNT-OK
018900         DISPLAY "RECEIVABLE-AGING-PGM: UNABLE TO OPEN ACCOUNT"
019000             " LEDGER, STATUS=" WS-ACCOUNT-STATUS
019100         STOP RUN
019200     END-IF.
019300     OPEN INPUT STUDENT-MASTER.
019400     IF NOT WS-MASTER-OK
019500         DISPLAY "RECEIVABLE-AGING-PGM: UNABLE TO OPEN STUDENT"
019600             " MASTER, STATUS=" WS-MASTER-STATUS
019700         STOP RUN
019800     END-IF.
019900     OPEN OUTPUT AGING-REPORT.
020000     ACCEPT WS-RUN-DATE FROM DATE.
020100     COMPUTE WS-TODAY-DAYS =
020200         WS-RUN-YY * 365 + WS-RUN-MM * 30 + WS-RUN-DD.
020300     MOVE ZERO TO WS-AGING-TOTALS.
020400     STRING WS-RUN-MM DELIMITED BY SIZE
020500         "/" DELIMITED BY SIZE
020600         WS-RUN-DD DELIMITED BY SIZE
020700         "/" DELIMITED BY SIZE
020800         WS-RUN-YY DELIMITED BY SIZE
020900         INTO AGD-HDG-DATE.
021000     WRITE AGING-REPORT-LINE FROM AGD-HDG-LINE-1
021100         AFTER ADVANCING 1 LINE.
021200     WRITE AGING-REPORT-LINE FROM AGD-HDG-LINE-2
021300         AFTER ADVANCING 1 LINE.
021400     WRITE AGING-REPORT-LINE FROM AGD-HDG-LINE-3
021500         AFTER ADVANCING 2 LINES.
021600     WRITE AGING-REPORT-LINE FROM AGD-HDG-LINE-4
021700         AFTER ADVANCING 1 LINE.
021800 1000-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200* 1500-AGE-ACCOUNTS - SORT input procedure: age each account with
022300*                     a balance or a credit and release it under
022400*                     the student's program.
022500******************************************************************
022600 1500-AGE-ACCOUNTS.
022700     PERFORM 1510-READ-ACCOUNT THRU 1510-EXIT.
022800     PERFORM 1520-RELEASE-ACCOUNT THRU 1520-EXIT
022900         UNTIL WS-EOF.
023000 1500-EXIT.
023100     EXIT.
023200
023300 1510-READ-ACCOUNT.
023400     READ ACCOUNT-MASTER NEXT RECORD
023500         AT END SET WS-EOF TO TRUE
023600     END-READ.
023700 1510-EXIT.
023800     EXIT.
023900
024000 1520-RELEASE-ACCOUNT.
024100     IF ACCT-BALANCE = ZERO AND ACCT-UNAPPLIED-CREDIT = ZERO
024200         PERFORM 1510-READ-ACCOUNT THRU 1510-EXIT
024300         GO TO 1520-EXIT
024400     END-IF.
024500     ADD 1 TO WS-READ-COUNT.
024600     MOVE ACCT-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
024700     MOVE ACCT-STUDENT-NUMBER TO STUDENT-NUMBER.
024800     READ STUDENT-MASTER
024900         INVALID KEY
025000             MOVE "*NONE*" TO SORT-PROGRAM
025100             MOVE "** NOT ON MASTER **" TO SORT-LAST-NAME
025200         NOT INVALID KEY
025300             MOVE STUDENT-PROGRAM TO SORT-PROGRAM
025400             MOVE LAST-NAME TO SORT-LAST-NAME
025500     END-READ.
025600     PERFORM 1530-CLEAR-BAND THRU 1530-EXIT
025700         VARYING WS-BAND-SUB FROM 1 BY 1
025800         UNTIL WS-BAND-SUB > 4.
025900     PERFORM 1540-AGE-ITEM THRU 1540-EXIT
026000         VARYING WS-ITEM-SUB FROM 1 BY 1
026100         UNTIL WS-ITEM-SUB > ACCT-ITEM-COUNT.
026200     MOVE ACCT-UNAPPLIED-CREDIT TO SORT-CREDIT.
026300     MOVE ACCT-BALANCE TO SORT-BALANCE.
026400     RELEASE SORT-RECORD.
026500     PERFORM 1510-READ-ACCOUNT THRU 1510-EXIT.
026600 1520-EXIT.
026700     EXIT.
026800
026900 1530-CLEAR-BAND.
027000     MOVE ZERO TO SORT-BAND-AMOUNT(WS-BAND-SUB).
027100 1530-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500* 1540-AGE-ITEM - age one open item in days on the 365/30-day
027600*                 calendar and add it to its band.
027700******************************************************************
027800 1540-AGE-ITEM.
027900     MOVE ACCT-ITEM-DATE(WS-ITEM-SUB) TO WS-WORK-DATE.
028000     COMPUTE WS-ITEM-DAYS =
028100         WS-WORK-YY * 365 + WS-WORK-MM * 30 + WS-WORK-DD.
028200     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ITEM-DAYS.
028300     EVALUATE TRUE
028400         WHEN WS-AGE-DAYS < 30
028500             MOVE 1 TO WS-BAND-NUMBER
028600         WHEN WS-AGE-DAYS < 60
028700             MOVE 2 TO WS-BAND-NUMBER
028800         WHEN WS-AGE-DAYS < 90
028900             MOVE 3 TO WS-BAND-NUMBER
029000         WHEN OTHER
029100             MOVE 4 TO WS-BAND-NUMBER
029200     END-EVALUATE.
029300     ADD ACCT-ITEM-AMOUNT(WS-ITEM-SUB)
029400         TO SORT-BAND-AMOUNT(WS-BAND-NUMBER).
029500 1540-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900* 2000-PRINT-REPORT - SORT output procedure: one line per account
030000*                     with a control break on program.
030100******************************************************************
030200 2000-PRINT-REPORT.
030300     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
030400     PERFORM 2200-PRINT-ACCOUNT THRU 2200-EXIT
030500         UNTIL WS-SORT-EOF.
030600     IF NOT WS-FIRST-RECORD
030700         PERFORM 2400-CLOSE-PROGRAM THRU 2400-EXIT
030800     END-IF.
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-RETURN-SORTED.
031300     RETURN SORT-WORK-FILE
031400         AT END SET WS-SORT-EOF TO TRUE
031500     END-RETURN.
031600 2100-EXIT.
031700     EXIT.
031800
031900 2200-PRINT-ACCOUNT.
032000     IF WS-FIRST-RECORD OR SORT-PROGRAM NOT = WS-PREV-PROGRAM
032100         PERFORM 2300-START-PROGRAM THRU 2300-EXIT
032200     END-IF.
032300     MOVE SORT-STUDENT-NUMBER TO AGD-STUDENT-NUMBER.
032400     MOVE SORT-LAST-NAME TO AGD-LAST-NAME.
032500     PERFORM 2250-ADD-BAND THRU 2250-EXIT
032600         VARYING WS-BAND-SUB FROM 1 BY 1
032700         UNTIL WS-BAND-SUB > 4.
032800     MOVE SORT-CREDIT TO AGD-CREDIT.
032900     MOVE SORT-BALANCE TO AGD-BALANCE.
033000     WRITE AGING-REPORT-LINE FROM AGD-DETAIL-LINE
033100         AFTER ADVANCING 1 LINE.
033200     PERFORM 2260-ADD-ACCOUNT THRU 2260-EXIT
033300         VARYING WS-LEVEL-SUB FROM 1 BY 1
033400         UNTIL WS-LEVEL-SUB > 2.
033500     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
033600 2200-EXIT.
033700     EXIT.
033800
033900 2250-ADD-BAND.
034000     MOVE SORT-BAND-AMOUNT(WS-BAND-SUB)
034100         TO AGD-BAND-AMOUNT(WS-BAND-SUB).
034200     ADD SORT-BAND-AMOUNT(WS-BAND-SUB)
034300         TO WS-TOT-BAND(1, WS-BAND-SUB).
034400     ADD SORT-BAND-AMOUNT(WS-BAND-SUB)
034500         TO WS-TOT-BAND(2, WS-BAND-SUB).
034600 2250-EXIT.
034700     EXIT.
034800
034900 2260-ADD-ACCOUNT.
035000     ADD 1 TO WS-TOT-ACCOUNTS(WS-LEVEL-SUB).
035100     ADD SORT-CREDIT TO WS-TOT-CREDIT(WS-LEVEL-SUB).
035200     ADD SORT-BALANCE TO WS-TOT-BALANCE(WS-LEVEL-SUB).
035300 2260-EXIT.
035400     EXIT.
035500
035600 2300-START-PROGRAM.
035700     IF NOT WS-FIRST-RECORD
035800         PERFORM 2400-CLOSE-PROGRAM THRU 2400-EXIT
035900     END-IF.
036000     MOVE "N" TO WS-FIRST-SW.
036100     MOVE SORT-PROGRAM TO WS-PREV-PROGRAM.
036200     MOVE SORT-PROGRAM TO AGD-PROGRAM.
036300     WRITE AGING-REPORT-LINE FROM AGD-PROGRAM-LINE
036400         AFTER ADVANCING 2 LINES.
036500 2300-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900* 2400-CLOSE-PROGRAM - print the program subtotal and clear the
037000*                      program level for the next one.
037100******************************************************************
037200 2400-CLOSE-PROGRAM.
037300     MOVE "PROGRAM TOTAL" TO AGD-TOTAL-NAME.
037400     MOVE 1 TO WS-LEVEL-SUB.
037500     PERFORM 2900-WRITE-TOTAL-LINE THRU 2900-EXIT.
037600     MOVE ZERO TO WS-TOT-LEVEL(1).
037700 2400-EXIT.
037800     EXIT.
037900
038000 2900-WRITE-TOTAL-LINE.
038100     MOVE WS-TOT-ACCOUNTS(WS-LEVEL-SUB) TO AGD-TOTAL-ACCOUNTS.
038200     PERFORM 2910-MOVE-TOTAL-BAND THRU 2910-EXIT
038300         VARYING WS-BAND-SUB FROM 1 BY 1
038400         UNTIL WS-BAND-SUB > 4.
038500     MOVE WS-TOT-CREDIT(WS-LEVEL-SUB) TO AGD-TOTAL-CREDIT.
038600     MOVE WS-TOT-BALANCE(WS-LEVEL-SUB) TO AGD-TOTAL-BALANCE.
038700     WRITE AGING-REPORT-LINE FROM AGD-TOTAL-LINE
038800         AFTER ADVANCING 1 LINE.
038900 2900-EXIT.
039000     EXIT.
039100
039200 2910-MOVE-TOTAL-BAND.
039300     MOVE WS-TOT-BAND(WS-LEVEL-SUB, WS-BAND-SUB)
039400         TO AGD-TOTAL-BAND-AMOUNT(WS-BAND-SUB).
039500 2910-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900* 3000-TERMINATE - print the grand total and close files.
040000******************************************************************
040100 3000-TERMINATE.
040200     WRITE AGING-REPORT-LINE FROM AGD-HDG-LINE-4
040300         AFTER ADVANCING 2 LINES.
040400     MOVE "GRAND TOTAL" TO AGD-TOTAL-NAME.
040500     MOVE 2 TO WS-LEVEL-SUB.
040600     PERFORM 2900-WRITE-TOTAL-LINE THRU 2900-EXIT.
040700     CLOSE ACCOUNT-MASTER.
040800     CLOSE STUDENT-MASTER.
040900     CLOSE AGING-REPORT.
041000 3000-EXIT.
041100     EXIT.
041200
041300 END PROGRAM RECEIVABLE-AGING-PGM.
