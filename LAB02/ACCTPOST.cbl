000100******************************************************************
000200* Program:     ACCOUNT-POST-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Posts a file of edited payment and adjustment
001000*              transactions (ACCTPTXN.TXT - the clean output of
001100*              ACCOUNT-TRANS-EDIT-PGM) to the indexed student
001200*              account ledger (ACCOUNT.DAT), and prints a one-line
001300*              audit record for every transaction showing the
001400*              cashier who keyed it and the balance after. A
001500*              cheque, card payment, bursary or write-off reduces
001600*              the balance and settles the oldest open charge
001700*              first; whatever is left over is held as unapplied
001800*              credit. A refund pays unapplied credit back to the
001900*              student and cannot exceed it; a write-off cannot
002000*              exceed the balance owing. Every amount posted is
002100*              written to the ledger history (ACCTHIST.TXT). The
002200*              ledger's owing and credit totals before and after
002300*              the run, and the payments and refunds posted, go to
002400*              the shared control-balance file (STUDBAL.TXT) so
002500*              CYCLE-BALANCE-PGM can prove the ledger moved by
002600*              exactly what was posted. The account ledger is
002700*              created on first use.
002800*
002900* Modification History:
003000*   2026-10-15  D.K.  Original account posting program.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. ACCOUNT-POST-PGM.
003400 AUTHOR. D. KOWALSKI.
003500 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800 SECURITY. NON CONFIDENTIAL.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL ACCOUNT-MASTER
004300     ASSIGN TO "..\ACCOUNT.DAT"
004400     ORGANIZATION IS INDEXED
004500     ACCESS MODE IS DYNAMIC
004600     RECORD KEY IS ACCT-STUDENT-NUMBER
004700     FILE STATUS IS WS-ACCOUNT-STATUS.
004800
004900     SELECT TRANSACTION-FILE
005000     ASSIGN TO "..\ACCTPTXN.TXT"
005100     ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT OPTIONAL HISTORY-FILE
005400     ASSIGN TO "..\ACCTHIST.TXT"
005500     ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT POST-REPORT
005800     ASSIGN TO "..\ACCTPRPT.TXT"
005900     ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT OPTIONAL BALANCE-FILE
006200     ASSIGN TO "..\STUDBAL.TXT"
006300     ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ACCOUNT-MASTER.
006700     COPY ACCTREC.
006800
006900 FD  TRANSACTION-FILE.
007000     COPY ACCTTRAN.
007100
007200 FD  HISTORY-FILE.
007300     COPY ACCTHIST.
007400
007500 FD  POST-REPORT.
007600 01  POST-REPORT-LINE            PIC X(132).
007700
007800 FD  BALANCE-FILE.
007900 01  BALANCE-LINE                PIC X(32).
008000
008100 WORKING-STORAGE SECTION.
008200
008300 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
008400     88  WS-EOF                             VALUE "Y".
008500 77  WS-LEDGER-EOF-SW            PIC X(01)   VALUE "N".
008600     88  WS-LEDGER-EOF                       VALUE "Y".
008700 77  WS-ACCOUNT-STATUS           PIC X(02)   VALUE "00".
008800     88  WS-ACCOUNT-OK                       VALUES "00" "05".
008900 77  WS-NEW-ACCOUNT-SW           PIC X(01)   VALUE "N".
009000     88  WS-NEW-ACCOUNT                      VALUE "Y".
009100 77  WS-READ-COUNT               PIC 9(06)   VALUE ZERO.
009200 77  WS-POSTED-COUNT             PIC 9(06)   VALUE ZERO.
009300 77  WS-OPENED-COUNT             PIC 9(06)   VALUE ZERO.
009400 77  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
009500 77  WS-RESULT-TEXT              PIC X(10)   VALUE SPACES.
009600 77  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
009700 77  WS-CREDIT-LEFT              PIC 9(06)V99 VALUE ZERO.
009800 77  WS-ITEM-SUB                 PIC 9(03)   COMP VALUE ZERO.
009900 77  WS-CHEQUE-TOTAL             PIC 9(08)V99 VALUE ZERO.
010000 77  WS-CARD-TOTAL               PIC 9(08)V99 VALUE ZERO.
010100 77  WS-BURSARY-TOTAL            PIC 9(08)V99 VALUE ZERO.
010200 77  WS-WRITE-OFF-TOTAL          PIC 9(08)V99 VALUE ZERO.
010300 77  WS-PAYMENT-TOTAL            PIC 9(08)V99 VALUE ZERO.
010400 77  WS-REFUND-TOTAL             PIC 9(08)V99 VALUE ZERO.
010500 77  WS-LEDGER-OWING             PIC 9(08)V99 VALUE ZERO.
010600 77  WS-LEDGER-CREDIT            PIC 9(08)V99 VALUE ZERO.
010700 77  WS-OPEN-OWING               PIC 9(08)V99 VALUE ZERO.
010800 77  WS-OPEN-CREDIT              PIC 9(08)V99 VALUE ZERO.
010900 77  WS-CLOSE-OWING              PIC 9(08)V99 VALUE ZERO.
011000 77  WS-CLOSE-CREDIT             PIC 9(08)V99 VALUE ZERO.
011100 77  WS-BAL-NAME                 PIC X(10)   VALUE SPACES.
011200
011300 01  WS-RUN-DATE.
011400     05  WS-RUN-YY               PIC 9(02).
011500     05  WS-RUN-MM               PIC 9(02).
011600     05  WS-RUN-DD               PIC 9(02).
011700
011800 01  WS-BAL-AMOUNT               PIC 9(08)V99 VALUE ZERO.
011900 01  WS-BAL-AMOUNT-PARTS REDEFINES WS-BAL-AMOUNT.
012000     05  WS-BAL-DOLLARS.
012030         10  WS-BAL-MILLIONS     PIC 9(02).
012060         10  WS-BAL-UNITS        PIC 9(06).
012100     05  WS-BAL-CENTS            PIC 9(02).
012200
012300     COPY STUDBAL.
012400
012500 01  PST-HDG-LINE-1.
012600     05  FILLER                  PIC X(10)   VALUE SPACES.
012700     05  FILLER                  PIC X(40)
012800         VALUE "ACCOUNT POSTING AUDIT REPORT".
012900
013000 01  PST-HDG-LINE-2.
013100     05  FILLER                  PIC X(05)   VALUE "DATE:".
013200     05  PST-HDG-DATE            PIC X(08).
013300
013400 01  PST-HDG-LINE-3.
013500     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
013600     05  FILLER                  PIC X(06)   VALUE "TYPE".
013700     05  FILLER                  PIC X(12)   VALUE "REFERENCE".
013800     05  FILLER                  PIC X(13)   VALUE "     AMOUNT".
013900     05  FILLER                  PIC X(10)   VALUE "OPERATOR".
014000     05  FILLER                  PIC X(15)
014100         VALUE "   NEW BALANCE".
014200     05  FILLER                  PIC X(12)   VALUE "RESULT".
014300     05  FILLER                  PIC X(30)   VALUE "REASON".
014400
014500 01  PST-HDG-LINE-4.
014600     05  FILLER                  PIC X(110)  VALUE ALL "-".
014700
014800 01  PST-DETAIL-LINE.
014900     05  PST-STUDENT-NUMBER      PIC X(12).
015000     05  PST-TYPE                PIC X(06).
015100     05  PST-REFERENCE           PIC X(12).
015200     05  PST-AMOUNT              PIC ZZZ,ZZ9.99.
015300     05  FILLER                  PIC X(03)   VALUE SPACES.
015400     05  PST-OPERATOR-ID         PIC X(10).
015500     05  PST-NEW-BALANCE         PIC ZZZ,ZZ9.99CR.
015600     05  FILLER                  PIC X(03)   VALUE SPACES.
015700     05  PST-RESULT              PIC X(12).
015800     05  PST-REASON              PIC X(30).
015900
016000 01  PST-COUNT-LINE-1.
016100     05  FILLER          PIC X(24) VALUE "TRANSACTIONS READ:".
016200     05  PST-TOTAL-READ      PIC ZZZ,ZZ9.
016300
016400 01  PST-COUNT-LINE-2.
016500     05  FILLER          PIC X(24) VALUE "TRANSACTIONS POSTED:".
016600     05  PST-TOTAL-POSTED    PIC ZZZ,ZZ9.
016700
016800 01  PST-COUNT-LINE-3.
016900     05  FILLER          PIC X(24) VALUE "ACCOUNTS OPENED:".
017000     05  PST-TOTAL-OPENED    PIC ZZZ,ZZ9.
017100
017200 01  PST-COUNT-LINE-4.
017300     05  FILLER          PIC X(24) VALUE "TRANSACTIONS REJECTED:".
017400     05  PST-TOTAL-REJECTED  PIC ZZZ,ZZ9.
017500
017600 01  PST-AMOUNT-LINE.
017700     05  PST-AMOUNT-NAME         PIC X(24).
017800     05  PST-AMOUNT-VALUE        PIC ZZ,ZZZ,ZZ9.99.
017900
018000 PROCEDURE DIVISION.
018100
018200******************************************************************
018300* 0000-MAINLINE
018400******************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
018800         UNTIL WS-EOF.
018900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019000     STOP RUN.
019100
019200******************************************************************
019300* 1000-INITIALIZE - open files, take the opening ledger totals,
019400*                   print the audit report headings, and read the
019500*                   first transaction. The account ledger is
019600*                   created here on first use.
019700******************************************************************
019800 1000-INITIALIZE.
019900     OPEN I-O ACCOUNT-MASTER.
020000     IF NOT WS-ACCOUNT-OK
020100         DISPLAY "ACCOUNT-POST-PGM: UNABLE TO OPEN ACCOUNT"
020200             " LEDGER, STATUS=" WS-ACCOUNT-STATUS
020300         STOP RUN
020400     END-IF.
020500     PERFORM 1300-TOTAL-LEDGER THRU 1300-EXIT.
020600     MOVE WS-LEDGER-OWING TO WS-OPEN-OWING.
020700     MOVE WS-LEDGER-CREDIT TO WS-OPEN-CREDIT.
020800     OPEN INPUT TRANSACTION-FILE.
020900     OPEN EXTEND HISTORY-FILE.
021000     OPEN OUTPUT POST-REPORT.
021100     ACCEPT WS-RUN-DATE FROM DATE.
021200     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
021300     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
021400 1000-EXIT.
021500     EXIT.
021600
021700 1100-WRITE-HEADINGS.
021800     STRING WS-RUN-MM DELIMITED BY SIZE
021900         "/" DELIMITED BY SIZE
022000         WS-RUN-DD DELIMITED BY SIZE
022100         "/" DELIMITED BY SIZE
022200         WS-RUN-YY DELIMITED BY SIZE
022300         INTO PST-HDG-DATE.
022400     WRITE POST-REPORT-LINE FROM PST-HDG-LINE-1
022500         AFTER ADVANCING 1 LINE.
022600     WRITE POST-REPORT-LINE FROM PST-HDG-LINE-2
022700         AFTER ADVANCING 1 LINE.
022800     WRITE POST-REPORT-LINE FROM PST-HDG-LINE-3
022900         AFTER ADVANCING 2 LINES.
023000     WRITE POST-REPORT-LINE FROM PST-HDG-LINE-4
023100         AFTER ADVANCING 1 LINE.
023200 1100-EXIT.
023300     EXIT.
023400
023500 1200-READ-TRANSACTION.
023600     READ TRANSACTION-FILE
023700         AT END SET WS-EOF TO TRUE
023800     END-READ.
023900     IF NOT WS-EOF
024000         ADD 1 TO WS-READ-COUNT
024100     END-IF.
024200 1200-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600* 1300-TOTAL-LEDGER - one pass of the account ledger, totalling
024700*                     what is owed (positive balances) and what
024800*                     is held in credit (negative balances)
024900*                     separately. Taken before and after the run
025000*                     for the control-balance proof.
025100******************************************************************
025200 1300-TOTAL-LEDGER.
025300     MOVE ZERO TO WS-LEDGER-OWING.
025400     MOVE ZERO TO WS-LEDGER-CREDIT.
025500     MOVE "N" TO WS-LEDGER-EOF-SW.
025600     MOVE LOW-VALUES TO ACCT-STUDENT-NUMBER.
025700     START ACCOUNT-MASTER
025800         KEY IS NOT LESS THAN ACCT-STUDENT-NUMBER
025900         INVALID KEY
026000             SET WS-LEDGER-EOF TO TRUE
026100     END-START.
026200     PERFORM 1310-READ-LEDGER THRU 1310-EXIT.
026300     PERFORM 1320-ADD-LEDGER THRU 1320-EXIT
026400         UNTIL WS-LEDGER-EOF.
026500 1300-EXIT.
026600     EXIT.
026700
026800 1310-READ-LEDGER.
026900     IF NOT WS-LEDGER-EOF
027000         READ ACCOUNT-MASTER NEXT RECORD
027100             AT END SET WS-LEDGER-EOF TO TRUE
027200         END-READ
027300     END-IF.
027400 1310-EXIT.
027500     EXIT.
027600
027700 1320-ADD-LEDGER.
027800     IF ACCT-BALANCE > ZERO
027900         ADD ACCT-BALANCE TO WS-LEDGER-OWING
028000     ELSE
028100         SUBTRACT ACCT-BALANCE FROM WS-LEDGER-CREDIT
028200     END-IF.
028300     PERFORM 1310-READ-LEDGER THRU 1310-EXIT.
028400 1320-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* 2000-PROCESS-TRANSACTION - post one transaction, write the
028900*                           audit line, and read the next
029000*                           transaction.
029100******************************************************************
029200 2000-PROCESS-TRANSACTION.
029300     PERFORM 2100-POST-TRANSACTION THRU 2100-EXIT.
029400     PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT.
029500     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000* 2100-POST-TRANSACTION - read the student's account (a payment
030100*                        or bursary for a student with no account
030200*                        yet opens one, held as credit against
030300*                        the first assessment), apply the
030400*                        transaction, then write the account back
030500*                        and log the amount to the history file.
030600******************************************************************
030700 2100-POST-TRANSACTION.
030800     MOVE "N" TO WS-NEW-ACCOUNT-SW.
030900     MOVE SPACES TO WS-REASON-TEXT.
031000     MOVE ATRN-STUDENT-NUMBER TO ACCT-STUDENT-NUMBER.
031100     READ ACCOUNT-MASTER
031200         INVALID KEY
031300             MOVE "Y" TO WS-NEW-ACCOUNT-SW
031400     END-READ.
031500     IF WS-NEW-ACCOUNT
031600         IF ATRN-REFUND OR ATRN-WRITE-OFF
031700             MOVE "REJECTED" TO WS-RESULT-TEXT
031800             MOVE "NO ACCOUNT ON LEDGER" TO WS-REASON-TEXT
031900             ADD 1 TO WS-REJECT-COUNT
032000             GO TO 2100-EXIT
032100         END-IF
032200         PERFORM 2150-OPEN-ACCOUNT THRU 2150-EXIT
032300     END-IF.
032400     IF ATRN-REFUND
032500         PERFORM 2300-APPLY-REFUND THRU 2300-EXIT
032600     ELSE
032700         PERFORM 2200-APPLY-CREDIT THRU 2200-EXIT
032800     END-IF.
032900     IF WS-RESULT-TEXT = "REJECTED"
033000         ADD 1 TO WS-REJECT-COUNT
033100         GO TO 2100-EXIT
033200     END-IF.
033300     MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE.
033400     IF WS-NEW-ACCOUNT
033500         WRITE ACCOUNT-RECORD
033600             INVALID KEY
033700                 MOVE "REJECTED" TO WS-RESULT-TEXT
033800                 MOVE "WRITE FAILED" TO WS-REASON-TEXT
033900                 ADD 1 TO WS-REJECT-COUNT
034000                 GO TO 2100-EXIT
034100         END-WRITE
034200         MOVE "ACCOUNT OPENED" TO WS-REASON-TEXT
034300         ADD 1 TO WS-OPENED-COUNT
034400     ELSE
034500         REWRITE ACCOUNT-RECORD
034600             INVALID KEY
034700                 MOVE "REJECTED" TO WS-RESULT-TEXT
034800                 MOVE "REWRITE FAILED" TO WS-REASON-TEXT
034900                 ADD 1 TO WS-REJECT-COUNT
035000                 GO TO 2100-EXIT
035100         END-REWRITE
035200     END-IF.
035300     MOVE "POSTED" TO WS-RESULT-TEXT.
035400     ADD 1 TO WS-POSTED-COUNT.
035500     PERFORM 2400-ADD-TYPE-TOTAL THRU 2400-EXIT.
035600     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
035700 2100-EXIT.
035800     EXIT.
035900
036000 2150-OPEN-ACCOUNT.
036100     MOVE ATRN-STUDENT-NUMBER TO ACCT-STUDENT-NUMBER.
036200     MOVE ZERO TO ACCT-BALANCE.
036300     MOVE ZERO TO ACCT-UNAPPLIED-CREDIT.
036400     MOVE ZERO TO ACCT-LAST-ASSESS-TERM.
036500     MOVE ZERO TO ACCT-LAST-ACTIVITY-DATE.
036600     MOVE ZERO TO ACCT-STMT-DATE.
036700     MOVE ZERO TO ACCT-STMT-BALANCE.
036800     MOVE ZERO TO ACCT-PAYMENTS-SINCE-STMT.
036900     MOVE ZERO TO ACCT-REFUNDS-SINCE-STMT.
037000     MOVE ZERO TO ACCT-ITEM-COUNT.
037100     PERFORM 2160-CLEAR-ITEM THRU 2160-EXIT
037200         VARYING WS-ITEM-SUB FROM 1 BY 1
037300         UNTIL WS-ITEM-SUB > 12.
037400 2150-EXIT.
037500     EXIT.
037600
037700 2160-CLEAR-ITEM.
037800     MOVE ZERO TO ACCT-ITEM-DATE(WS-ITEM-SUB).
037900     MOVE ZERO TO ACCT-ITEM-AMOUNT(WS-ITEM-SUB).
038000 2160-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 2200-APPLY-CREDIT - a cheque, card payment, bursary or write-
038500*                     off. Settles the open items oldest first;
038600*                     what is left over is held as unapplied
038700*                     credit. A write-off may only clear what is
038800*                     actually owed.
038900******************************************************************
039000 2200-APPLY-CREDIT.
039100     MOVE SPACES TO WS-RESULT-TEXT.
039200     IF ATRN-WRITE-OFF
039300             AND (ACCT-BALANCE NOT > ZERO
039400                  OR ATRN-AMOUNT > ACCT-BALANCE)
039500         MOVE "REJECTED" TO WS-RESULT-TEXT
039600         MOVE "WRITE-OFF EXCEEDS BALANCE" TO WS-REASON-TEXT
039700         GO TO 2200-EXIT
039800     END-IF.
039900     MOVE ATRN-AMOUNT TO WS-CREDIT-LEFT.
040000     PERFORM 2210-SETTLE-OLDEST-ITEM THRU 2210-EXIT
040100         UNTIL WS-CREDIT-LEFT = ZERO
040200             OR ACCT-ITEM-COUNT = ZERO.
040300     ADD WS-CREDIT-LEFT TO ACCT-UNAPPLIED-CREDIT.
040400     SUBTRACT ATRN-AMOUNT FROM ACCT-BALANCE.
040500     ADD ATRN-AMOUNT TO ACCT-PAYMENTS-SINCE-STMT.
040600 2200-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 2210-SETTLE-OLDEST-ITEM - apply what is left of the credit to
041100*                           the oldest open item. An item paid
041200*                           in full drops off the front of the
041300*                           list and the rest move up.
041400******************************************************************
041500 2210-SETTLE-OLDEST-ITEM.
041600     IF ACCT-ITEM-AMOUNT(1) > WS-CREDIT-LEFT
041700         SUBTRACT WS-CREDIT-LEFT FROM ACCT-ITEM-AMOUNT(1)
041800         MOVE ZERO TO WS-CREDIT-LEFT
041900         GO TO 2210-EXIT
042000     END-IF.
042100     SUBTRACT ACCT-ITEM-AMOUNT(1) FROM WS-CREDIT-LEFT.
042200     PERFORM 2220-SHIFT-ITEM THRU 2220-EXIT
042300         VARYING WS-ITEM-SUB FROM 1 BY 1
042400         UNTIL WS-ITEM-SUB NOT < ACCT-ITEM-COUNT.
042500     MOVE ZERO TO ACCT-ITEM-DATE(ACCT-ITEM-COUNT).
042600     MOVE ZERO TO ACCT-ITEM-AMOUNT(ACCT-ITEM-COUNT).
042700     SUBTRACT 1 FROM ACCT-ITEM-COUNT.
042800 2210-EXIT.
042900     EXIT.
043000
043100 2220-SHIFT-ITEM.
043200     MOVE ACCT-OPEN-ITEM(WS-ITEM-SUB + 1)
043300         TO ACCT-OPEN-ITEM(WS-ITEM-SUB).
043400 2220-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 2300-APPLY-REFUND - pay unapplied credit back to the student.
043900*                     A refund larger than the credit held would
044000*                     create a charge nobody assessed.
044100******************************************************************
044200 2300-APPLY-REFUND.
044300     MOVE SPACES TO WS-RESULT-TEXT.
044400     IF ATRN-AMOUNT > ACCT-UNAPPLIED-CREDIT
044500         MOVE "REJECTED" TO WS-RESULT-TEXT
044600         MOVE "REFUND EXCEEDS CREDIT" TO WS-REASON-TEXT
044700         GO TO 2300-EXIT
044800     END-IF.
044900     SUBTRACT ATRN-AMOUNT FROM ACCT-UNAPPLIED-CREDIT.
045000     ADD ATRN-AMOUNT TO ACCT-BALANCE.
045100     ADD ATRN-AMOUNT TO ACCT-REFUNDS-SINCE-STMT.
045200 2300-EXIT.
045300     EXIT.
045400
045500 2400-ADD-TYPE-TOTAL.
045600     EVALUATE TRUE
045700         WHEN ATRN-CHEQUE
045800             ADD ATRN-AMOUNT TO WS-CHEQUE-TOTAL
045900         WHEN ATRN-CARD
046000             ADD ATRN-AMOUNT TO WS-CARD-TOTAL
046100         WHEN ATRN-BURSARY
046200             ADD ATRN-AMOUNT TO WS-BURSARY-TOTAL
046300         WHEN ATRN-WRITE-OFF
046400             ADD ATRN-AMOUNT TO WS-WRITE-OFF-TOTAL
046500         WHEN ATRN-REFUND
046600             ADD ATRN-AMOUNT TO WS-REFUND-TOTAL
046700     END-EVALUATE.
046800     IF ATRN-CREDIT
046900         ADD ATRN-AMOUNT TO WS-PAYMENT-TOTAL
047000     END-IF.
047100 2400-EXIT.
047200     EXIT.
047300
047400 2500-WRITE-HISTORY.
047500     MOVE WS-RUN-DATE TO AHST-POST-DATE.
047600     MOVE ATRN-STUDENT-NUMBER TO AHST-STUDENT-NUMBER.
047700     MOVE ATRN-TYPE TO AHST-TYPE.
047800     MOVE ATRN-AMOUNT TO AHST-AMOUNT.
047900     MOVE ATRN-REFERENCE TO AHST-REFERENCE.
048000     MOVE ZERO TO AHST-TERM.
048100     MOVE ATRN-OPERATOR-ID TO AHST-OPERATOR-ID.
048200     MOVE ACCT-BALANCE TO AHST-BALANCE-AFTER.
048300     WRITE ACCOUNT-HISTORY-RECORD.
048400 2500-EXIT.
048500     EXIT.
048600
048700 2900-WRITE-AUDIT-LINE.
048800     MOVE ATRN-STUDENT-NUMBER TO PST-STUDENT-NUMBER.
048900     MOVE ATRN-TYPE TO PST-TYPE.
049000     MOVE ATRN-REFERENCE TO PST-REFERENCE.
049100     MOVE ATRN-AMOUNT TO PST-AMOUNT.
049200     MOVE ATRN-OPERATOR-ID TO PST-OPERATOR-ID.
049300     IF WS-RESULT-TEXT = "REJECTED" AND WS-NEW-ACCOUNT
049400         MOVE ZERO TO PST-NEW-BALANCE
049500     ELSE
049600         MOVE ACCT-BALANCE TO PST-NEW-BALANCE
049700     END-IF.
049800     MOVE WS-RESULT-TEXT TO PST-RESULT.
049900     MOVE WS-REASON-TEXT TO PST-REASON.
050000     WRITE POST-REPORT-LINE FROM PST-DETAIL-LINE
050100         AFTER ADVANCING 1 LINE.
050200 2900-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* 3000-TERMINATE - take the closing ledger totals, print the
050700*                  run totals, write the control-balance totals
050800*                  and close files.
050900******************************************************************
051000 3000-TERMINATE.
051100     PERFORM 1300-TOTAL-LEDGER THRU 1300-EXIT.
051200     MOVE WS-LEDGER-OWING TO WS-CLOSE-OWING.
051300     MOVE WS-LEDGER-CREDIT TO WS-CLOSE-CREDIT.
051400     MOVE WS-READ-COUNT TO PST-TOTAL-READ.
051500     MOVE WS-POSTED-COUNT TO PST-TOTAL-POSTED.
051600     MOVE WS-OPENED-COUNT TO PST-TOTAL-OPENED.
051700     MOVE WS-REJECT-COUNT TO PST-TOTAL-REJECTED.
051800     WRITE POST-REPORT-LINE FROM PST-HDG-LINE-4
051900         AFTER ADVANCING 2 LINES.
052000     WRITE POST-REPORT-LINE FROM PST-COUNT-LINE-1
052100         AFTER ADVANCING 1 LINE.
052200     WRITE POST-REPORT-LINE FROM PST-COUNT-LINE-2
052300         AFTER ADVANCING 1 LINE.
052400     WRITE POST-REPORT-LINE FROM PST-COUNT-LINE-3
052500         AFTER ADVANCING 1 LINE.
052600     WRITE POST-REPORT-LINE FROM PST-COUNT-LINE-4
052700         AFTER ADVANCING 1 LINE.
052800     MOVE "CHEQUES:" TO PST-AMOUNT-NAME.
052900     MOVE WS-CHEQUE-TOTAL TO PST-AMOUNT-VALUE.
053000     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
053100     MOVE "CARD PAYMENTS:" TO PST-AMOUNT-NAME.
053200     MOVE WS-CARD-TOTAL TO PST-AMOUNT-VALUE.
053300     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
053400     MOVE "BURSARIES:" TO PST-AMOUNT-NAME.
053500     MOVE WS-BURSARY-TOTAL TO PST-AMOUNT-VALUE.
053600     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
053700     MOVE "WRITE-OFFS:" TO PST-AMOUNT-NAME.
053800     MOVE WS-WRITE-OFF-TOTAL TO PST-AMOUNT-VALUE.
053900     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
054000     MOVE "REFUNDS:" TO PST-AMOUNT-NAME.
054100     MOVE WS-REFUND-TOTAL TO PST-AMOUNT-VALUE.
054200     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
054300     MOVE "LEDGER OWING BEFORE:" TO PST-AMOUNT-NAME.
054400     MOVE WS-OPEN-OWING TO PST-AMOUNT-VALUE.
054500     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
054600     MOVE "LEDGER CREDIT BEFORE:" TO PST-AMOUNT-NAME.
054700     MOVE WS-OPEN-CREDIT TO PST-AMOUNT-VALUE.
054800     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
054900     MOVE "LEDGER OWING AFTER:" TO PST-AMOUNT-NAME.
055000     MOVE WS-CLOSE-OWING TO PST-AMOUNT-VALUE.
055100     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
055200     MOVE "LEDGER CREDIT AFTER:" TO PST-AMOUNT-NAME.
055300     MOVE WS-CLOSE-CREDIT TO PST-AMOUNT-VALUE.
055400     PERFORM 3050-WRITE-AMOUNT-LINE THRU 3050-EXIT.
055500     CLOSE ACCOUNT-MASTER.
055600     CLOSE TRANSACTION-FILE.
055700     CLOSE HISTORY-FILE.
055800     CLOSE POST-REPORT.
055900     PERFORM 3100-WRITE-BALANCE-TOTALS THRU 3100-EXIT.
056000 3000-EXIT.
056100     EXIT.
056200
056300 3050-WRITE-AMOUNT-LINE.
056400     WRITE POST-REPORT-LINE FROM PST-AMOUNT-LINE
056500         AFTER ADVANCING 1 LINE.
056600 3050-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000* 3100-WRITE-BALANCE-TOTALS - write the run totals to the shared
057100*                            control-balance file. Each dollar
057200*                            amount goes as three counters via
057300*                            3150 - dollars below a million under
057400*                            its own name, millions suffixed -M,
057500*                            cents suffixed -C - so the ledger
057600*                            proof balances to the cent.
057700******************************************************************
057800 3100-WRITE-BALANCE-TOTALS.
057900     OPEN EXTEND BALANCE-FILE.
058000     MOVE WS-RUN-DATE TO BAL-RUN-DATE.
058100     MOVE "ACCTPOST" TO BAL-PROGRAM-NAME.
058200     MOVE "READ" TO BAL-COUNTER-NAME.
058300     MOVE WS-READ-COUNT TO BAL-COUNTER-VALUE.
058400     WRITE BALANCE-LINE FROM BALANCE-RECORD.
058500     MOVE "POSTED" TO BAL-COUNTER-NAME.
058600     MOVE WS-POSTED-COUNT TO BAL-COUNTER-VALUE.
058700     WRITE BALANCE-LINE FROM BALANCE-RECORD.
058800     MOVE "REJECTED" TO BAL-COUNTER-NAME.
058900     MOVE WS-REJECT-COUNT TO BAL-COUNTER-VALUE.
059000     WRITE BALANCE-LINE FROM BALANCE-RECORD.
059100     MOVE "OPN-OWING" TO WS-BAL-NAME.
059200     MOVE WS-OPEN-OWING TO WS-BAL-AMOUNT.
059300     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
059400     MOVE "OPN-CREDIT" TO WS-BAL-NAME.
059500     MOVE WS-OPEN-CREDIT TO WS-BAL-AMOUNT.
059600     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
059700     MOVE "PAYMENTS" TO WS-BAL-NAME.
059800     MOVE WS-PAYMENT-TOTAL TO WS-BAL-AMOUNT.
059900     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
060000     MOVE "REFUNDS" TO WS-BAL-NAME.
060100     MOVE WS-REFUND-TOTAL TO WS-BAL-AMOUNT.
060200     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
060300     MOVE "CLS-OWING" TO WS-BAL-NAME.
060400     MOVE WS-CLOSE-OWING TO WS-BAL-AMOUNT.
060500     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
060600     MOVE "CLS-CREDIT" TO WS-BAL-NAME.
060700     MOVE WS-CLOSE-CREDIT TO WS-BAL-AMOUNT.
060800     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
060900     CLOSE BALANCE-FILE.
061000 3100-EXIT.
061100     EXIT.
061200
061300******************************************************************
061340* 3150-WRITE-BALANCE-AMOUNT - a balance counter holds six digits,
061380*                             so an amount goes out as three: the
061420*                             dollars below a million under its
061460*                             own name, the millions suffixed -M
061500*                             and the cents suffixed -C.
061540******************************************************************
061580 3150-WRITE-BALANCE-AMOUNT.
061620     MOVE WS-BAL-NAME TO BAL-COUNTER-NAME.
061660     MOVE WS-BAL-UNITS TO BAL-COUNTER-VALUE.
061700     WRITE BALANCE-LINE FROM BALANCE-RECORD.
061740     MOVE SPACES TO BAL-COUNTER-NAME.
061780     STRING WS-BAL-NAME DELIMITED BY SPACE
061820         "-M" DELIMITED BY SIZE
061860         INTO BAL-COUNTER-NAME.
061900     MOVE WS-BAL-MILLIONS TO BAL-COUNTER-VALUE.
061940     WRITE BALANCE-LINE FROM BALANCE-RECORD.
061980     MOVE SPACES TO BAL-COUNTER-NAME.
062020     STRING WS-BAL-NAME DELIMITED BY SPACE
062060         "-C" DELIMITED BY SIZE
062100         INTO BAL-COUNTER-NAME.
062140     MOVE WS-BAL-CENTS TO BAL-COUNTER-VALUE.
062180     WRITE BALANCE-LINE FROM BALANCE-RECORD.
062220 3150-EXIT.
062260     EXIT.
062500
062600 END PROGRAM ACCOUNT-POST-PGM.
