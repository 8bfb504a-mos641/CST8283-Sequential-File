002500*              STUDENT-PROGRAM with no schedule rate assesses at
002600*              ZERO and prints flagged so the schedule can be
002700*              fixed.
002707*              Each billed course line is also posted as a charge
002714*              to the indexed student account ledger
002721*              (ACCOUNT.DAT, created on first use) and logged to
002728*              the ledger history (ACCTHIST.TXT). The statement
002735*              opens with the previous balance and the payments
002742*              and refunds received since the last statement,
002749*              and its amount due is the account balance after
002756*              the charges. An account already assessed for the
002763*              term prints flagged and is not charged again. The
002770*              ledger's owing and credit totals before and after
002777*              the run and the charges posted are written to
002784*              STUDBAL.TXT as well.
002800*
002900* Modification History:
003000*   2026-09-02  D.K.  Original term fee assessment program.
003040*                     and billing 0.00 without the NO RATE
003050*                     flag - and the course catalog open is
003060*                     status-checked like the other opens.
003064*   2026-10-15  D.K.  Term charges now post to the student account
003068*                     ledger (ACCOUNT.DAT), one history record per
003072*                     course to ACCTHIST.TXT. The statement shows
003076*                     the previous balance and the payments and
003080*                     refunds since, and the amount due is the new
003084*                     account balance. A term already posted is
003088*                     not charged twice. Ledger totals before and
003092*                     after and the charges posted go to STUDBAL.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. FEE-ASSESS-PGM.
007700     SELECT OPTIONAL BALANCE-FILE
007800     ASSIGN TO "..\STUDBAL.TXT"
007900     ORGANIZATION IS LINE SEQUENTIAL.
007908
007916     SELECT OPTIONAL ACCOUNT-MASTER
007924     ASSIGN TO "..\ACCOUNT.DAT"
007932     ORGANIZATION IS INDEXED
007940     ACCESS MODE IS DYNAMIC
007948     RECORD KEY IS ACCT-STUDENT-NUMBER
007956     FILE STATUS IS WS-ACCOUNT-STATUS.
007964
007972     SELECT OPTIONAL HISTORY-FILE
007980     ASSIGN TO "..\ACCTHIST.TXT"
007988     ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT SORT-WORK-FILE
008200     ASSIGN TO "SORTWK01".
010200
010300 FD  BALANCE-FILE.
010400 01  BALANCE-LINE                PIC X(32).
010410
010420 FD  ACCOUNT-MASTER.
010430     COPY ACCTREC.
010440
010450 FD  HISTORY-FILE.
010460     COPY ACCTHIST.
010500
010600 SD  SORT-WORK-FILE.
010700 01  SORT-RECORD.
014200     88  WS-STUDENT-BILLABLE                 VALUE "Y".
014300 77  WS-PREV-STUDENT             PIC X(10)   VALUE SPACES.
014400 77  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
014405 77  WS-ACCOUNT-STATUS           PIC X(02)   VALUE "00".
014410     88  WS-ACCOUNT-OK                       VALUES "00" "05".
014415 77  WS-LEDGER-EOF-SW            PIC X(01)   VALUE "N".
014420     88  WS-LEDGER-EOF                       VALUE "Y".
014425 77  WS-NEW-ACCOUNT-SW           PIC X(01)   VALUE "N".
014430     88  WS-NEW-ACCOUNT                      VALUE "Y".
014435 77  WS-POSTED-SW                PIC X(01)   VALUE "N".
014440     88  WS-ALREADY-POSTED                   VALUE "Y".
014445 77  WS-ITEM-SUB                 PIC 9(03)   COMP VALUE ZERO.
014450 77  WS-CHARGE-LEFT              PIC 9(06)V99 VALUE ZERO.
014455 77  WS-ALREADY-COUNT            PIC 9(06)   VALUE ZERO.
014460 77  WS-POSTED-TOTAL             PIC 9(08)V99 VALUE ZERO.
014465 77  WS-LEDGER-OWING             PIC 9(08)V99 VALUE ZERO.
014470 77  WS-LEDGER-CREDIT            PIC 9(08)V99 VALUE ZERO.
014475 77  WS-OPEN-OWING               PIC 9(08)V99 VALUE ZERO.
014480 77  WS-OPEN-CREDIT              PIC 9(08)V99 VALUE ZERO.
014485 77  WS-CLOSE-OWING              PIC 9(08)V99 VALUE ZERO.
014490 77  WS-CLOSE-CREDIT             PIC 9(08)V99 VALUE ZERO.
014495 77  WS-BAL-NAME                 PIC X(10)   VALUE SPACES.
014500
014600 01  WS-FEE-TABLE.
014700     05  WS-FEE-ENTRY OCCURS 50 TIMES
015100 01  WS-FEE-USED                 PIC 9(03)   VALUE ZERO.
015200
015300     COPY STUDBAL.
015310
015320 01  WS-BAL-AMOUNT               PIC 9(08)V99 VALUE ZERO.
015330 01  WS-BAL-AMOUNT-PARTS REDEFINES WS-BAL-AMOUNT.
015340     05  WS-BAL-DOLLARS.
015343         10  WS-BAL-MILLIONS     PIC 9(02).
015346         10  WS-BAL-UNITS        PIC 9(06).
015350     05  WS-BAL-CENTS            PIC 9(02).
015400
015500 01  STM-HDG-LINE-1.
015600     05  FILLER                  PIC X(10)   VALUE SPACES.
019400 01  STM-DUE-LINE.
019500     05  FILLER                  PIC X(12)   VALUE "AMOUNT DUE:".
019600     05  FILLER                  PIC X(27)   VALUE SPACES.
019700     05  STM-AMOUNT-DUE          PIC ZZZ,ZZ9.99CR.
019800
019900 01  STM-BLANK-LINE              PIC X(50)   VALUE SPACES.
019910
019920 01  STM-ACCOUNT-LINE.
019930     05  STM-ACCOUNT-TEXT        PIC X(39).
019940     05  STM-ACCOUNT-AMOUNT      PIC ZZZ,ZZ9.99CR.
019950
019960 01  STM-ALREADY-LINE.
019970     05  FILLER                  PIC X(40)
019980         VALUE "** TERM CHARGES ALREADY POSTED **".
020000
020100 01  STM-TOTAL-LINE-1.
020200     05  FILLER          PIC X(24) VALUE "ENROLLMENTS CHARGED:".
021300 01  STM-TOTAL-LINE-4.
021400     05  FILLER          PIC X(24) VALUE "TOTAL ASSESSED:".
021500     05  STM-TOTAL-DOLLARS   PIC Z,ZZZ,ZZ9.99.
021510
021520 01  STM-TOTAL-LINE-5.
021530     05  FILLER          PIC X(24) VALUE "CHARGES POSTED:".
021540     05  STM-TOTAL-POSTED    PIC Z,ZZZ,ZZ9.99.
021550
021560 01  STM-TOTAL-LINE-6.
021570     05  FILLER          PIC X(24) VALUE "TERMS ALREADY POSTED:".
021580     05  STM-TOTAL-ALREADY   PIC ZZZ,ZZ9.
021600
021700 PROCEDURE DIVISION.
021800
023400*                   or a zero term refuses the run), load the
023500*                   fee schedule (an empty schedule refuses the
023600*                   run too - nothing can be billed at no rate),
023700*                   open the files (the account ledger is
023730*                   created on first use), take the opening
023760*                   ledger totals and print the run heading.
023800******************************************************************
023900 1000-INITIALIZE.
024000     OPEN INPUT PARM-FILE.
027130             " CATALOG, STATUS=" WS-COURSE-STATUS
027140         STOP RUN
027150     END-IF.
027154     OPEN I-O ACCOUNT-MASTER.
027158     IF NOT WS-ACCOUNT-OK
027162         DISPLAY "FEE-ASSESS-PGM: UNABLE TO OPEN ACCOUNT"
027166             " LEDGER, STATUS=" WS-ACCOUNT-STATUS
027170         STOP RUN
027174     END-IF.
027178     PERFORM 1300-TOTAL-LEDGER THRU 1300-EXIT.
027182     MOVE WS-LEDGER-OWING TO WS-OPEN-OWING.
027186     MOVE WS-LEDGER-CREDIT TO WS-OPEN-CREDIT.
027190     OPEN EXTEND HISTORY-FILE.
027200     OPEN OUTPUT STATEMENT-FILE.
027300     ACCEPT WS-RUN-DATE FROM DATE.
027400     MOVE WS-ASSESS-TERM TO STM-HDG-TERM.
030600     PERFORM 1110-READ-FEE-RECORD THRU 1110-EXIT.
030700 1120-EXIT.
030800     EXIT.
030802
030804******************************************************************
030806* 1300-TOTAL-LEDGER - one pass of the account ledger, totalling
030808*                     what is owed (positive balances) and what
030810*                     is held in credit (negative balances)
030812*                     separately. Taken before and after the run
030814*                     for the control-balance proof.
030816******************************************************************
030818 1300-TOTAL-LEDGER.
030820     MOVE ZERO TO WS-LEDGER-OWING.
030822     MOVE ZERO TO WS-LEDGER-CREDIT.
030824     MOVE "N" TO WS-LEDGER-EOF-SW.
030826     MOVE LOW-VALUES TO ACCT-STUDENT-NUMBER.
030828     START ACCOUNT-MASTER
030830         KEY IS NOT LESS THAN ACCT-STUDENT-NUMBER
030832         INVALID KEY
030834             SET WS-LEDGER-EOF TO TRUE
030836     END-START.
030838     PERFORM 1310-READ-LEDGER THRU 1310-EXIT.
030840     PERFORM 1320-ADD-LEDGER THRU 1320-EXIT
030842         UNTIL WS-LEDGER-EOF.
030844 1300-EXIT.
030846     EXIT.
030848
030850 1310-READ-LEDGER.
030852     IF NOT WS-LEDGER-EOF
030854         READ ACCOUNT-MASTER NEXT RECORD
030856             AT END SET WS-LEDGER-EOF TO TRUE
030858         END-READ
030860     END-IF.
030862 1310-EXIT.
030864     EXIT.
030866
030868 1320-ADD-LEDGER.
030870     IF ACCT-BALANCE > ZERO
030872         ADD ACCT-BALANCE TO WS-LEDGER-OWING
030874     ELSE
030876         SUBTRACT ACCT-BALANCE FROM WS-LEDGER-CREDIT
030878     END-IF.
030880     PERFORM 1310-READ-LEDGER THRU 1310-EXIT.
030882 1320-EXIT.
030884     EXIT.
030900
031000******************************************************************
031100* 1500-SELECT-ENROLLMENTS - SORT input procedure: release one
038300     MOVE WS-STUDENT-RATE TO STM-COURSE-CHARGE.
038400     ADD WS-STUDENT-RATE TO WS-STUDENT-TOTAL.
038500     ADD WS-STUDENT-RATE TO WS-GRAND-TOTAL.
038520     IF NOT WS-ALREADY-POSTED AND WS-STUDENT-RATE > ZERO
038540         PERFORM 2270-POST-CHARGE THRU 2270-EXIT
038560     END-IF.
038600     WRITE STATEMENT-LINE FROM STM-COURSE-LINE
038700         AFTER ADVANCING 1 LINE.
038800     ADD 1 TO WS-LINE-COUNT.
038900 2250-EXIT.
039000     EXIT.
039001
039002******************************************************************
039003* 2270-POST-CHARGE - post one course charge to the account.
039004*                    Unapplied credit is used up first; the rest
039005*                    becomes an open item dated today, joined to
039006*                    an item already charged today. A full item
039007*                    list takes the charge into its last item.
039008*                    Each charge is logged to the ledger history.
039009******************************************************************
039010 2270-POST-CHARGE.
039011     MOVE WS-STUDENT-RATE TO WS-CHARGE-LEFT.
039012     IF ACCT-UNAPPLIED-CREDIT > ZERO
039013         IF ACCT-UNAPPLIED-CREDIT NOT < WS-CHARGE-LEFT
039014             SUBTRACT WS-CHARGE-LEFT FROM ACCT-UNAPPLIED-CREDIT
039015             MOVE ZERO TO WS-CHARGE-LEFT
039016         ELSE
039017             SUBTRACT ACCT-UNAPPLIED-CREDIT FROM WS-CHARGE-LEFT
039018             MOVE ZERO TO ACCT-UNAPPLIED-CREDIT
039019         END-IF
039020     END-IF.
039021     IF WS-CHARGE-LEFT > ZERO
039022         EVALUATE TRUE
039023             WHEN ACCT-ITEM-COUNT > ZERO
039024                     AND ACCT-ITEM-DATE(ACCT-ITEM-COUNT)
039025                         = WS-RUN-DATE
039026                 ADD WS-CHARGE-LEFT
039027                     TO ACCT-ITEM-AMOUNT(ACCT-ITEM-COUNT)
039028             WHEN ACCT-ITEM-COUNT < 12
039029                 ADD 1 TO ACCT-ITEM-COUNT
039030                 MOVE WS-RUN-DATE
039031                     TO ACCT-ITEM-DATE(ACCT-ITEM-COUNT)
039032                 MOVE WS-CHARGE-LEFT
039033                     TO ACCT-ITEM-AMOUNT(ACCT-ITEM-COUNT)
039034             WHEN OTHER
039035                 ADD WS-CHARGE-LEFT TO ACCT-ITEM-AMOUNT(12)
039036         END-EVALUATE
039037     END-IF.
039038     ADD WS-STUDENT-RATE TO ACCT-BALANCE.
039039     ADD WS-STUDENT-RATE TO WS-POSTED-TOTAL.
039040     MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE.
039041     MOVE WS-RUN-DATE TO AHST-POST-DATE.
039042     MOVE SORT-STUDENT-NUMBER TO AHST-STUDENT-NUMBER.
039043     MOVE "CH" TO AHST-TYPE.
039044     MOVE WS-STUDENT-RATE TO AHST-AMOUNT.
039045     MOVE SORT-COURSE-CODE TO AHST-REFERENCE.
039046     MOVE WS-ASSESS-TERM TO AHST-TERM.
039047     MOVE "FEEASSES" TO AHST-OPERATOR-ID.
039048     MOVE ACCT-BALANCE TO AHST-BALANCE-AFTER.
039049     WRITE ACCOUNT-HISTORY-RECORD.
039050 2270-EXIT.
039051     EXIT.
039100
039200******************************************************************
039300* 2300-START-STATEMENT - close the prior statement, join the new
039380*                       student against the master, print the
039460*                       3-line address block, and open the
039540*                       student's account. A student no longer
039620*                       on the master prints flagged and is not
039700*                       billed.
039800******************************************************************
039900 2300-START-STATEMENT.
040000     IF WS-STMT-OPEN
044000     END-IF.
044100     WRITE STATEMENT-LINE FROM STM-BLANK-LINE
044200         AFTER ADVANCING 1 LINE.
044250     PERFORM 2360-LOAD-ACCOUNT THRU 2360-EXIT.
044300 2300-EXIT.
044400     EXIT.
044500
045400     END-SEARCH.
045500 2350-EXIT.
045600     EXIT.
045601
045602******************************************************************
045603* 2360-LOAD-ACCOUNT - read the student's account from the ledger
045604*                     (a student never billed before gets a new
045605*                     one) and print the previous balance, as of
045606*                     the last statement, and the payments and
045607*                     refunds posted since. A term this account
045608*                     has already been assessed for is flagged
045609*                     so the charges are not posted twice.
045610******************************************************************
045611 2360-LOAD-ACCOUNT.
045612     MOVE "N" TO WS-NEW-ACCOUNT-SW.
045613     MOVE "N" TO WS-POSTED-SW.
045614     MOVE SORT-STUDENT-NUMBER TO ACCT-STUDENT-NUMBER.
045615     READ ACCOUNT-MASTER
045616         INVALID KEY
045617             MOVE "Y" TO WS-NEW-ACCOUNT-SW
045618     END-READ.
045619     IF WS-NEW-ACCOUNT
045620         PERFORM 2370-OPEN-ACCOUNT THRU 2370-EXIT
045621     END-IF.
045622     IF ACCT-LAST-ASSESS-TERM = WS-ASSESS-TERM
045623         MOVE "Y" TO WS-POSTED-SW
045624         ADD 1 TO WS-ALREADY-COUNT
045625     END-IF.
045626     MOVE "PREVIOUS BALANCE:" TO STM-ACCOUNT-TEXT.
045627     MOVE ACCT-STMT-BALANCE TO STM-ACCOUNT-AMOUNT.
045628     WRITE STATEMENT-LINE FROM STM-ACCOUNT-LINE
045629         AFTER ADVANCING 1 LINE.
045630     MOVE "PAYMENTS AND CREDITS RECEIVED:" TO STM-ACCOUNT-TEXT.
045631     MOVE ACCT-PAYMENTS-SINCE-STMT TO STM-ACCOUNT-AMOUNT.
045632     WRITE STATEMENT-LINE FROM STM-ACCOUNT-LINE
045633         AFTER ADVANCING 1 LINE.
045634     IF ACCT-REFUNDS-SINCE-STMT > ZERO
045635         MOVE "REFUNDS ISSUED:" TO STM-ACCOUNT-TEXT
045636         MOVE ACCT-REFUNDS-SINCE-STMT TO STM-ACCOUNT-AMOUNT
045637         WRITE STATEMENT-LINE FROM STM-ACCOUNT-LINE
045638             AFTER ADVANCING 1 LINE
045639     END-IF.
045640     WRITE STATEMENT-LINE FROM STM-BLANK-LINE
045641         AFTER ADVANCING 1 LINE.
045642 2360-EXIT.
045643     EXIT.
045644
045645 2370-OPEN-ACCOUNT.
045646     MOVE SORT-STUDENT-NUMBER TO ACCT-STUDENT-NUMBER.
045647     MOVE ZERO TO ACCT-BALANCE.
045648     MOVE ZERO TO ACCT-UNAPPLIED-CREDIT.
045649     MOVE ZERO TO ACCT-LAST-ASSESS-TERM.
045650     MOVE ZERO TO ACCT-LAST-ACTIVITY-DATE.
045651     MOVE ZERO TO ACCT-STMT-DATE.
045652     MOVE ZERO TO ACCT-STMT-BALANCE.
045653     MOVE ZERO TO ACCT-PAYMENTS-SINCE-STMT.
045654     MOVE ZERO TO ACCT-REFUNDS-SINCE-STMT.
045655     MOVE ZERO TO ACCT-ITEM-COUNT.
045656     PERFORM 2380-CLEAR-ITEM THRU 2380-EXIT
045657         VARYING WS-ITEM-SUB FROM 1 BY 1
045658         UNTIL WS-ITEM-SUB > 12.
045659 2370-EXIT.
045660     EXIT.
045661
045662 2380-CLEAR-ITEM.
045663     MOVE ZERO TO ACCT-ITEM-DATE(WS-ITEM-SUB).
045664     MOVE ZERO TO ACCT-ITEM-AMOUNT(WS-ITEM-SUB).
045665 2380-EXIT.
045666     EXIT.
045700
045800******************************************************************
045820* 2400-CLOSE-STATEMENT - print the term charges and the amount
045840*                        due - the account balance after the
045860*                        charges are posted, CR for a credit -
045880*                        and save the account. A term already
045900*                        posted prints flagged instead of its
045920*                        charges, which are already in the
045940*                        previous balance.
045960******************************************************************
045980 2400-CLOSE-STATEMENT.
046000     IF WS-STUDENT-BILLABLE
046020         IF WS-ALREADY-POSTED
046040             WRITE STATEMENT-LINE FROM STM-ALREADY-LINE
046060                 AFTER ADVANCING 1 LINE
046080         ELSE
046100             MOVE "TERM CHARGES:" TO STM-ACCOUNT-TEXT
046120             MOVE WS-STUDENT-TOTAL TO STM-ACCOUNT-AMOUNT
046140             WRITE STATEMENT-LINE FROM STM-ACCOUNT-LINE
046160                 AFTER ADVANCING 1 LINE
046180         END-IF
046200         MOVE ACCT-BALANCE TO STM-AMOUNT-DUE
046220         WRITE STATEMENT-LINE FROM STM-DUE-LINE
046240             AFTER ADVANCING 1 LINE
046260         PERFORM 2450-SAVE-ACCOUNT THRU 2450-EXIT
046280     END-IF.
046400     WRITE STATEMENT-LINE FROM STM-BLANK-LINE
046500         AFTER ADVANCING 1 LINE.
046600 2400-EXIT.
046700     EXIT.
046703
046706******************************************************************
046709* 2450-SAVE-ACCOUNT - mark the term assessed and reset the
046712*                     statement fields, so the next statement
046715*                     opens with this one's amount due as its
046718*                     previous balance, then write the account
046721*                     back to the ledger.
046724******************************************************************
046727 2450-SAVE-ACCOUNT.
046730     MOVE WS-ASSESS-TERM TO ACCT-LAST-ASSESS-TERM.
046733     MOVE WS-RUN-DATE TO ACCT-STMT-DATE.
046736     MOVE ACCT-BALANCE TO ACCT-STMT-BALANCE.
046739     MOVE ZERO TO ACCT-PAYMENTS-SINCE-STMT.
046742     MOVE ZERO TO ACCT-REFUNDS-SINCE-STMT.
046745     IF WS-NEW-ACCOUNT
046748         WRITE ACCOUNT-RECORD
046751             INVALID KEY
046754                 DISPLAY "FEE-ASSESS-PGM: ACCOUNT WRITE FAILED"
046757                     " FOR " ACCT-STUDENT-NUMBER
046760                     ", STATUS=" WS-ACCOUNT-STATUS
046763         END-WRITE
046766     ELSE
046769         REWRITE ACCOUNT-RECORD
046772             INVALID KEY
046775                 DISPLAY "FEE-ASSESS-PGM: ACCOUNT REWRITE FAILED"
046778                     " FOR " ACCT-STUDENT-NUMBER
046781                     ", STATUS=" WS-ACCOUNT-STATUS
046784         END-REWRITE
046787     END-IF.
046790 2450-EXIT.
046793     EXIT.
046800
046900******************************************************************
046980* 3000-TERMINATE - take the closing account ledger totals, print
047060*                  the run totals, write the counts to the
047140*                  control-balance file for the cycle balancing
047220*                  program, and close files.
047300******************************************************************
047400 3000-TERMINATE.
047420     PERFORM 1300-TOTAL-LEDGER THRU 1300-EXIT.
047440     MOVE WS-LEDGER-OWING TO WS-CLOSE-OWING.
047460     MOVE WS-LEDGER-CREDIT TO WS-CLOSE-CREDIT.
047500     MOVE WS-READ-COUNT TO STM-TOTAL-READ.
047600     MOVE WS-STUDENT-COUNT TO STM-TOTAL-STUDENTS.
047700     MOVE WS-ORPHAN-COUNT TO STM-TOTAL-ORPHANS.
048600         AFTER ADVANCING 1 LINE.
048700     WRITE STATEMENT-LINE FROM STM-TOTAL-LINE-4
048800         AFTER ADVANCING 1 LINE.
048810     MOVE WS-POSTED-TOTAL TO STM-TOTAL-POSTED.
048820     MOVE WS-ALREADY-COUNT TO STM-TOTAL-ALREADY.
048830     WRITE STATEMENT-LINE FROM STM-TOTAL-LINE-5
048840         AFTER ADVANCING 1 LINE.
048850     WRITE STATEMENT-LINE FROM STM-TOTAL-LINE-6
048860         AFTER ADVANCING 1 LINE.
048900     CLOSE ENROLL-MASTER.
049000     CLOSE STUDENT-MASTER.
049100     CLOSE COURSE-MASTER.
049130     CLOSE ACCOUNT-MASTER.
049160     CLOSE HISTORY-FILE.
049200     CLOSE STATEMENT-FILE.
049300     PERFORM 3100-WRITE-BALANCE-TOTALS THRU 3100-EXIT.
049400 3000-EXIT.
049500     EXIT.
049600
049700******************************************************************
049750* 3100-WRITE-BALANCE-TOTALS - write the run totals to the shared
049790*                            control-balance file. DOLLARS is the
049830*                            whole-dollar assessed total, as
049870*                            always. The ledger amounts - charges
049910*                            posted and the owing and credit
049950*                            totals before and after - go as three
049990*                            counters each via 3150 - dollars
050030*                            below a million under the name,
050070*                            millions suffixed -M, cents suffixed
050110*                            -C - so the ledger proof balances to
050150*                            the cent.
050250******************************************************************
050300 3100-WRITE-BALANCE-TOTALS.
050400     OPEN EXTEND BALANCE-FILE.
050500     MOVE WS-RUN-DATE TO BAL-RUN-DATE.
051700     MOVE WS-GRAND-TOTAL TO WS-GRAND-DOLLARS.
051800     MOVE WS-GRAND-DOLLARS TO BAL-COUNTER-VALUE.
051900     WRITE BALANCE-LINE FROM BALANCE-RECORD.
051906     MOVE "CHARGES" TO WS-BAL-NAME.
051912     MOVE WS-POSTED-TOTAL TO WS-BAL-AMOUNT.
051918     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
051924     MOVE "OPN-OWING" TO WS-BAL-NAME.
051930     MOVE WS-OPEN-OWING TO WS-BAL-AMOUNT.
051936     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
051942     MOVE "OPN-CREDIT" TO WS-BAL-NAME.
051948     MOVE WS-OPEN-CREDIT TO WS-BAL-AMOUNT.
051954     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
051960     MOVE "CLS-OWING" TO WS-BAL-NAME.
051966     MOVE WS-CLOSE-OWING TO WS-BAL-AMOUNT.
051972     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
051978     MOVE "CLS-CREDIT" TO WS-BAL-NAME.
051984     MOVE WS-CLOSE-CREDIT TO WS-BAL-AMOUNT.
051990     PERFORM 3150-WRITE-BALANCE-AMOUNT THRU 3150-EXIT.
052000     CLOSE BALANCE-FILE.
052100 3100-EXIT.
052200     EXIT.
052207
052214******************************************************************
052217* 3150-WRITE-BALANCE-AMOUNT - a balance counter holds six digits,
052220*                             so an amount goes out as three: the
052223*                             dollars below a million under its
052226*                             own name, the millions suffixed -M
052229*                             and the cents suffixed -C.
052232******************************************************************
052235 3150-WRITE-BALANCE-AMOUNT.
052238     MOVE WS-BAL-NAME TO BAL-COUNTER-NAME.
052241     MOVE WS-BAL-UNITS TO BAL-COUNTER-VALUE.
052244     WRITE BALANCE-LINE FROM BALANCE-RECORD.
052247     MOVE SPACES TO BAL-COUNTER-NAME.
052250     STRING WS-BAL-NAME DELIMITED BY SPACE
052253         "-M" DELIMITED BY SIZE
052256         INTO BAL-COUNTER-NAME.
052259     MOVE WS-BAL-MILLIONS TO BAL-COUNTER-VALUE.
052262     WRITE BALANCE-LINE FROM BALANCE-RECORD.
052265     MOVE SPACES TO BAL-COUNTER-NAME.
052268     STRING WS-BAL-NAME DELIMITED BY SPACE
052271         "-C" DELIMITED BY SIZE
052274         INTO BAL-COUNTER-NAME.
052277     MOVE WS-BAL-CENTS TO BAL-COUNTER-VALUE.
052280     WRITE BALANCE-LINE FROM BALANCE-RECORD.
052283 3150-EXIT.
052286     EXIT.
052300
052400 END PROGRAM FEE-ASSESS-PGM.
