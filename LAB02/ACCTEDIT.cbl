000100******************************************************************
000200* Program:     ACCOUNT-TRANS-EDIT-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Front-end edit for the account payment and
001000*              adjustment transactions keyed by the cashier's
001100*              office, in the style of GRADE-TRANS-EDIT-PGM.
001200*              Reads the raw ACCTTRAN-format file (ACCTRTXN.TXT),
001300*              applies the transaction-level checks (student
001400*              number present, a transaction type from the
001500*              approved list - cheque, card, bursary, refund,
001600*              write-off - a numeric non-zero amount and the
001700*              operator ID) plus the cross-file checks that the
001800*              student is on the indexed student master
001900*              (STUDENT.DAT) and that a refund or write-off is
002000*              against an account already on the account ledger
002100*              (ACCOUNT.DAT), and writes the clean transactions
002200*              to ACCTCTXN.TXT. ACCTCTXN.TXT is what should be
002300*              supplied to ACCOUNT-POST-PGM (as ACCTPTXN.TXT).
002400*              Failed transactions go to a reject file
002500*              (ACCTTREJ.TXT) with a reason code so the receipt
002600*              can be corrected and re-keyed.
002700*
002800* Modification History:
002900*   2026-10-15  D.K.  Original account transaction edit program.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. ACCOUNT-TRANS-EDIT-PGM.
003300 AUTHOR. D. KOWALSKI.
003400 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700 SECURITY. NON CONFIDENTIAL.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RAW-TRANS-FILE
004200     ASSIGN TO "..\ACCTRTXN.TXT"
004300     ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT CLEAN-TRANS-FILE
004600     ASSIGN TO "..\ACCTCTXN.TXT"
004700     ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT TRANS-REJECT-FILE
005000     ASSIGN TO "..\ACCTTREJ.TXT"
005100     ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT EDIT-REPORT
005400     ASSIGN TO "..\ACCTERPT.TXT"
005500     ORGANIZATION IS LINE SEQUENTIAL.
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
006600     SELECT OPTIONAL ACCOUNT-MASTER
006700     ASSIGN TO "..\ACCOUNT.DAT"
006800     ORGANIZATION IS INDEXED
006900     ACCESS MODE IS DYNAMIC
007000     RECORD KEY IS ACCT-STUDENT-NUMBER
007100     FILE STATUS IS WS-ACCOUNT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RAW-TRANS-FILE.
007500     COPY ACCTTRAN.
007600
007700 FD  CLEAN-TRANS-FILE.
007800 01  CLEAN-TRANSACTION-RECORD    PIC X(38).
007900
008000 FD  TRANS-REJECT-FILE.
008100 01  TRANS-REJECT-LINE           PIC X(73).
008200
008300 FD  EDIT-REPORT.
008400 01  EDIT-REPORT-LINE            PIC X(132).
008500
008600 FD  STUDENT-MASTER.
008700     COPY STUDREC.
008800
008900 FD  ACCOUNT-MASTER.
009000     COPY ACCTREC.
009100
009200 WORKING-STORAGE SECTION.
009300
009400 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
009500     88  WS-EOF                             VALUE "Y".
009600 77  WS-VALID-SW                 PIC X(01)   VALUE "Y".
009700     88  WS-TRANS-VALID                      VALUE "Y".
009800     88  WS-TRANS-INVALID                    VALUE "N".
009900 77  WS-MASTER-STATUS            PIC X(02)   VALUE "00".
010000     88  WS-MASTER-OK                        VALUE "00".
010100 77  WS-ACCOUNT-STATUS           PIC X(02)   VALUE "00".
010200     88  WS-ACCOUNT-OK                       VALUES "00" "05".
010300 77  WS-REASON-CODE              PIC X(03)   VALUE SPACES.
010400 77  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
010500 77  WS-READ-COUNT               PIC 9(06)   VALUE ZERO.
010600 77  WS-CLEAN-COUNT              PIC 9(06)   VALUE ZERO.
010700 77  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
010800 77  WS-CLEAN-TOTAL              PIC 9(08)V99 VALUE ZERO.
010900
011000 01  WS-RUN-DATE.
011100     05  WS-RUN-YY               PIC 9(02).
011200     05  WS-RUN-MM               PIC 9(02).
011300     05  WS-RUN-DD               PIC 9(02).
011400
011500 01  TRANS-REJECT-DETAIL.
011600     05  REJ-TRANSACTION-RECORD  PIC X(38).
011700     05  FILLER                  PIC X(01)   VALUE SPACES.
011800     05  REJ-REASON-CODE         PIC X(03).
011900     05  FILLER                  PIC X(01)   VALUE SPACES.
012000     05  REJ-REASON-TEXT         PIC X(30).
012100
012200 01  EDT-HDG-LINE-1.
012300     05  FILLER                  PIC X(10)   VALUE SPACES.
012400     05  FILLER                  PIC X(40)
012500         VALUE "ACCOUNT TRANSACTION EDIT CONTROL REPORT".
012600
012700 01  EDT-HDG-LINE-2.
012800     05  FILLER                  PIC X(05)   VALUE "DATE:".
012900     05  EDT-HDG-DATE            PIC X(08).
013000
013100 01  EDT-HDG-LINE-3.
013200     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
013300     05  FILLER                  PIC X(06)   VALUE "TYPE".
013400     05  FILLER                  PIC X(12)   VALUE "AMOUNT".
013500     05  FILLER                  PIC X(10)   VALUE "OPERATOR".
013600     05  FILLER                  PIC X(05)   VALUE "CODE".
013700     05  FILLER                  PIC X(30)   VALUE "REASON".
013800
013900 01  EDT-HDG-LINE-4.
014000     05  FILLER                  PIC X(75)   VALUE ALL "-".
014100
014200 01  EDT-DETAIL-LINE.
014300     05  EDT-STUDENT-NUMBER      PIC X(12).
014400     05  EDT-TYPE                PIC X(06).
014500     05  EDT-AMOUNT              PIC ZZZ,ZZ9.99.
014600     05  EDT-AMOUNT-RAW REDEFINES EDT-AMOUNT
014700                                 PIC X(10).
014800     05  FILLER                  PIC X(02)   VALUE SPACES.
014900     05  EDT-OPERATOR-ID         PIC X(10).
015000     05  EDT-REASON-CODE         PIC X(05).
015100     05  EDT-REASON-TEXT         PIC X(30).
015200
015300 01  EDT-TOTAL-LINE-1.
015400     05  FILLER          PIC X(24) VALUE "TRANSACTIONS READ:".
015500     05  EDT-TOTAL-READ      PIC ZZZ,ZZ9.
015600
015700 01  EDT-TOTAL-LINE-2.
015800     05  FILLER          PIC X(24) VALUE "TRANSACTIONS CLEAN:".
015900     05  EDT-TOTAL-CLEAN     PIC ZZZ,ZZ9.
016000
016100 01  EDT-TOTAL-LINE-3.
016200     05  FILLER          PIC X(24) VALUE "TRANSACTIONS REJECTED:".
016300     05  EDT-TOTAL-REJECTED  PIC ZZZ,ZZ9.
016400
016500 01  EDT-TOTAL-LINE-4.
016600     05  FILLER          PIC X(24) VALUE "CLEAN AMOUNT TOTAL:".
016700     05  EDT-TOTAL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
016800
016900 PROCEDURE DIVISION.
017000
017100******************************************************************
017200* 0000-MAINLINE
017300******************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     PERFORM 2000-EDIT-TRANSACTION THRU 2000-EXIT
017700         UNTIL WS-EOF.
017800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
017900     STOP RUN.
018000
018100******************************************************************
018200* 1000-INITIALIZE - open files, print the edit report headings,
018300*                   and read the first raw transaction. The
018400*                   student master must already exist; the
018500*                   account ledger may not exist yet, in which
018600*                   case every refund and write-off rejects.
018700******************************************************************
018800 1000-INITIALIZE.
018900     OPEN INPUT STUDENT-MASTER.
019000     IF NOT WS-MASTER-OK
019100         DISPLAY "ACCOUNT-TRANS-EDIT-PGM: UNABLE TO OPEN"
019200             " STUDENT MASTER, STATUS=" WS-MASTER-STATUS
019300         STOP RUN
019400     END-IF.
019500     OPEN INPUT ACCOUNT-MASTER.
019600     IF NOT WS-ACCOUNT-OK
019700         DISPLAY "ACCOUNT-TRANS-EDIT-PGM: UNABLE TO OPEN"
019800             " ACCOUNT LEDGER, STATUS=" WS-ACCOUNT-STATUS
019900         STOP RUN
020000     END-IF.
020100     OPEN INPUT RAW-TRANS-FILE.
020200     OPEN OUTPUT CLEAN-TRANS-FILE.
020300     OPEN OUTPUT TRANS-REJECT-FILE.
020400     OPEN OUTPUT EDIT-REPORT.
020500     ACCEPT WS-RUN-DATE FROM DATE.
020600     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
020700     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
020800 1000-EXIT.
020900     EXIT.
021000
021100 1100-WRITE-HEADINGS.
021200     STRING WS-RUN-MM DELIMITED BY SIZE
021300         "/" DELIMITED BY SIZE
021400         WS-RUN-DD DELIMITED BY SIZE
021500         "/" DELIMITED BY SIZE
021600         WS-RUN-YY DELIMITED BY SIZE
021700         INTO EDT-HDG-DATE.
021800     WRITE EDIT-REPORT-LINE FROM EDT-HDG-LINE-1
021900         AFTER ADVANCING 1 LINE.
022000     WRITE EDIT-REPORT-LINE FROM EDT-HDG-LINE-2
022100         AFTER ADVANCING 1 LINE.
022200     WRITE EDIT-REPORT-LINE FROM EDT-HDG-LINE-3
022300         AFTER ADVANCING 2 LINES.
022400     WRITE EDIT-REPORT-LINE FROM EDT-HDG-LINE-4
022500         AFTER ADVANCING 1 LINE.
022600 1100-EXIT.
022700     EXIT.
022800
022900 1200-READ-TRANSACTION.
023000     READ RAW-TRANS-FILE
023100         AT END SET WS-EOF TO TRUE
023200     END-READ.
023300     IF NOT WS-EOF
023400         ADD 1 TO WS-READ-COUNT
023500     END-IF.
023600 1200-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000* 2000-EDIT-TRANSACTION - validate one raw transaction, route it
024100*                        to the clean file or the reject file,
024200*                        and read the next transaction.
024300******************************************************************
024400 2000-EDIT-TRANSACTION.
024500     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
024600     IF WS-TRANS-VALID
024700         PERFORM 2200-WRITE-CLEAN THRU 2200-EXIT
024800     ELSE
024900         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
025000     END-IF.
025100     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400
025500******************************************************************
025600* 2100-VALIDATE-TRANSACTION - field checks first, then the
025700*                            student on STUDENT.DAT, then - for
025800*                            a refund or write-off, which can
025900*                            only act on an existing balance -
026000*                            the account on ACCOUNT.DAT. The
026100*                            first failing check sets the reason.
026200******************************************************************
026300 2100-VALIDATE-TRANSACTION.
026400     SET WS-TRANS-VALID TO TRUE.
026500     MOVE SPACES TO WS-REASON-CODE.
026600     MOVE SPACES TO WS-REASON-TEXT.
026700     IF ATRN-STUDENT-NUMBER = SPACES
026800         SET WS-TRANS-INVALID TO TRUE
026900         MOVE "A01" TO WS-REASON-CODE
027000         MOVE "STUDENT NUMBER MISSING" TO WS-REASON-TEXT
027100         GO TO 2100-EXIT
027200     END-IF.
027300     IF NOT ATRN-TYPE-VALID
027400         SET WS-TRANS-INVALID TO TRUE
027500         MOVE "A02" TO WS-REASON-CODE
027600         MOVE "INVALID TRANSACTION TYPE" TO WS-REASON-TEXT
027700         GO TO 2100-EXIT
027800     END-IF.
027900     IF NOT ATRN-AMOUNT IS NUMERIC
028000         SET WS-TRANS-INVALID TO TRUE
028100         MOVE "A03" TO WS-REASON-CODE
028200         MOVE "AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
028300         GO TO 2100-EXIT
028400     END-IF.
028500     IF ATRN-AMOUNT = ZERO
028600         SET WS-TRANS-INVALID TO TRUE
028700         MOVE "A03" TO WS-REASON-CODE
028800         MOVE "AMOUNT IS ZERO" TO WS-REASON-TEXT
028900         GO TO 2100-EXIT
029000     END-IF.
029100     IF ATRN-OPERATOR-ID = SPACES
029200         SET WS-TRANS-INVALID TO TRUE
029300         MOVE "A04" TO WS-REASON-CODE
029400         MOVE "OPERATOR ID MISSING" TO WS-REASON-TEXT
029500         GO TO 2100-EXIT
029600     END-IF.
029700     MOVE ATRN-STUDENT-NUMBER TO STUDENT-NUMBER.
029800     READ STUDENT-MASTER
029900         INVALID KEY
030000             SET WS-TRANS-INVALID TO TRUE
030100             MOVE "A05" TO WS-REASON-CODE
030200             MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TEXT
030300             GO TO 2100-EXIT
030400     END-READ.
030500     IF ATRN-REFUND OR ATRN-WRITE-OFF
030600         MOVE ATRN-STUDENT-NUMBER TO ACCT-STUDENT-NUMBER
030700         READ ACCOUNT-MASTER
030800             INVALID KEY
030900                 SET WS-TRANS-INVALID TO TRUE
031000                 MOVE "A06" TO WS-REASON-CODE
031100                 MOVE "NO ACCOUNT ON LEDGER" TO WS-REASON-TEXT
031200         END-READ
031300     END-IF.
031400 2100-EXIT.
031500     EXIT.
031600
031700 2200-WRITE-CLEAN.
031800     MOVE ACCOUNT-TRANSACTION-RECORD TO CLEAN-TRANSACTION-RECORD.
031900     WRITE CLEAN-TRANSACTION-RECORD.
032000     ADD 1 TO WS-CLEAN-COUNT.
032100     ADD ATRN-AMOUNT TO WS-CLEAN-TOTAL.
032200 2200-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600* 2300-WRITE-REJECT - drop the failed transaction to the reject
032700*                     file with its reason code and print it on
032800*                     the edit report.
032900******************************************************************
033000 2300-WRITE-REJECT.
033100     MOVE ACCOUNT-TRANSACTION-RECORD TO REJ-TRANSACTION-RECORD.
033200     MOVE WS-REASON-CODE TO REJ-REASON-CODE.
033300     MOVE WS-REASON-TEXT TO REJ-REASON-TEXT.
033400     WRITE TRANS-REJECT-LINE FROM TRANS-REJECT-DETAIL.
033500     ADD 1 TO WS-REJECT-COUNT.
033600     MOVE ATRN-STUDENT-NUMBER TO EDT-STUDENT-NUMBER.
033700     MOVE ATRN-TYPE TO EDT-TYPE.
033800     IF ATRN-AMOUNT IS NUMERIC
033900         MOVE ATRN-AMOUNT TO EDT-AMOUNT
034000     ELSE
034100         MOVE ALL "*" TO EDT-AMOUNT-RAW
034200     END-IF.
034300     MOVE ATRN-OPERATOR-ID TO EDT-OPERATOR-ID.
034400     MOVE WS-REASON-CODE TO EDT-REASON-CODE.
034500     MOVE WS-REASON-TEXT TO EDT-REASON-TEXT.
034600     WRITE EDIT-REPORT-LINE FROM EDT-DETAIL-LINE
034700         AFTER ADVANCING 1 LINE.
034800 2300-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 3000-TERMINATE - print the edit totals and close files.
035300******************************************************************
035400 3000-TERMINATE.
035500     MOVE WS-READ-COUNT TO EDT-TOTAL-READ.
035600     MOVE WS-CLEAN-COUNT TO EDT-TOTAL-CLEAN.
035700     MOVE WS-REJECT-COUNT TO EDT-TOTAL-REJECTED.
035800     MOVE WS-CLEAN-TOTAL TO EDT-TOTAL-AMOUNT.
035900     WRITE EDIT-REPORT-LINE FROM EDT-HDG-LINE-4
036000         AFTER ADVANCING 2 LINES.
036100     WRITE EDIT-REPORT-LINE FROM EDT-TOTAL-LINE-1
036200         AFTER ADVANCING 1 LINE.
036300     WRITE EDIT-REPORT-LINE FROM EDT-TOTAL-LINE-2
036400         AFTER ADVANCING 1 LINE.
036500     WRITE EDIT-REPORT-LINE FROM EDT-TOTAL-LINE-3
036600         AFTER ADVANCING 1 LINE.
036700     WRITE EDIT-REPORT-LINE FROM EDT-TOTAL-LINE-4
036800         AFTER ADVANCING 1 LINE.
036900     CLOSE STUDENT-MASTER.
037000     CLOSE ACCOUNT-MASTER.
037100     CLOSE RAW-TRANS-FILE.
037200     CLOSE CLEAN-TRANS-FILE.
037300     CLOSE TRANS-REJECT-FILE.
037400     CLOSE EDIT-REPORT.
037500 3000-EXIT.
037600     EXIT.
037700
037800 END PROGRAM ACCOUNT-TRANS-EDIT-PGM.
