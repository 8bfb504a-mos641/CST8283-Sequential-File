001800*                  update's after-count;
001810*                - the fee assessment's statement lines plus its
001820*                  skipped (not-on-master) enrollments must
001830*                  equal the enrollments it read for the term;
001840*                - the account ledger's change in what is owed
001850*                  and held in credit must equal the charges the
001860*                  assessment posted, and separately the payments
001870*                  less refunds the account posting applied.
001900*              Prints an in-balance/out-of-balance report
002000*              (STUDBRPT.TXT) for operations to sign off before
002100*              anything is released downstream. When the same
003230*                     STUDENTS, LINES, SKIPPED, DOLLARS) to the
003240*                     control-balance file and LINES + SKIPPED
003250*                     must equal READ.
003255*   2026-10-15  D.K.  The student account ledger is proved too:
003260*                     FEE-ASSESS-PGM and ACCOUNT-POST-PGM write
003265*                     the ledger's owing and credit totals before
003270*                     and after, and the charges, payments and
003275*                     refunds posted, as dollar, millions (-M) and
003278*                     cents (-C) counters, and each run must
003281*                     account for the whole change to the cent.
003284*                     Totals table raised to 100 entries for the
003292*                     new counters.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CYCLE-BALANCE-PGM.
007100 77  WS-ACTUAL-VALUE             PIC 9(06)   VALUE ZERO.
007200 77  WS-CHECK-FOUND-SW           PIC X(01)   VALUE "Y".
007300     88  WS-CHECK-COMPLETE                   VALUE "Y".
007310 77  WS-FIND-BASE                PIC X(12)   VALUE SPACES.
007320 77  WS-FOUND-AMOUNT             PIC 9(08)V99 VALUE ZERO.
007330 77  WS-EXPECTED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
007340 77  WS-ACTUAL-AMOUNT            PIC 9(09)V99 VALUE ZERO.
007350 77  WS-AMOUNT-HDG-SW            PIC X(01)   VALUE "N".
007360     88  WS-AMOUNT-HDG-DONE                  VALUE "Y".
007400
007500     COPY STUDBAL.
007600
008000     05  WS-RUN-DD               PIC 9(02).
008100
008200 01  WS-TOTALS-TABLE.
008300     05  WS-TOTAL-ENTRY OCCURS 100 TIMES
008400             INDEXED BY WS-TOT-IDX.
008500         10  WS-TOT-PROGRAM      PIC X(08)   VALUE SPACES.
008600         10  WS-TOT-COUNTER      PIC X(12)   VALUE SPACES.
008700         10  WS-TOT-VALUE        PIC 9(06)   VALUE ZERO.
008800 01  WS-TOTALS-USED              PIC 9(03)   VALUE ZERO.
008900
009000 01  BLN-HDG-LINE-1.
009100     05  FILLER                  PIC X(10)   VALUE SPACES.
012500
012600 01  BLN-VERDICT-LINE.
012700     05  BLN-VERDICT-TEXT        PIC X(50).
012705
012710 01  BLN-HDG-LINE-6.
012715     05  FILLER                  PIC X(36)   VALUE "LEDGER CHECK".
012720     05  FILLER                  PIC X(15)
012725         VALUE "       EXPECTED".
012730     05  FILLER                  PIC X(15)
012735         VALUE "         ACTUAL".
012740     05  FILLER                  PIC X(14)   VALUE "STATUS".
012745
012750 01  BLN-AMOUNT-LINE.
012755     05  BLN-AMT-NAME            PIC X(36).
012760     05  BLN-AMT-EXPECTED        PIC ZZ,ZZZ,ZZ9.99.
012765     05  FILLER                  PIC X(02)   VALUE SPACES.
012770     05  BLN-AMT-ACTUAL          PIC ZZ,ZZZ,ZZ9.99.
012775     05  FILLER                  PIC X(02)   VALUE SPACES.
012780     05  BLN-AMT-STATUS          PIC X(14).
012800
012900 PROCEDURE DIVISION.
013000
018300     SET WS-TOT-IDX TO 1.
018400     SEARCH WS-TOTAL-ENTRY
018500         AT END
018600             IF WS-TOTALS-USED < 100
018700                 ADD 1 TO WS-TOTALS-USED
018800                 SET WS-TOT-IDX TO WS-TOTALS-USED
018900                 MOVE BAL-PROGRAM-NAME
021700     PERFORM 3300-CHECK-ROSTER-FOOTING THRU 3300-EXIT.
021800     PERFORM 3400-CHECK-CSV-TO-UPDATE THRU 3400-EXIT.
021810     PERFORM 3500-CHECK-ASSESS-FOOTING THRU 3500-EXIT.
021840     PERFORM 3550-CHECK-ASSESS-LEDGER THRU 3550-EXIT.
021870     PERFORM 3600-CHECK-POSTING-LEDGER THRU 3600-EXIT.
021900 3000-EXIT.
022000     EXIT.
022100
029009     EXIT.
029010
029011******************************************************************
029012* 3550-CHECK-ASSESS-LEDGER - the account ledger must move by
029013*                           exactly the charges the assessment
029014*                           posted: opening owing plus charges
029015*                           plus closing credit must equal
029016*                           closing owing plus opening credit.
029017*                           Skipped when the assessment did not
029018*                           run this cycle.
029019******************************************************************
029020 3550-CHECK-ASSESS-LEDGER.
029021     MOVE "ASSESS" TO WS-FIND-PROGRAM.
029022     MOVE "CHARGES" TO WS-FIND-COUNTER.
029023     PERFORM 3700-FIND-TOTAL THRU 3700-EXIT.
029024     IF NOT WS-TOTAL-FOUND
029025         GO TO 3550-EXIT
029026     END-IF.
029027     MOVE "ASSESS LEDGER OPEN + CHARGES = CLOSE"
029028         TO BLN-AMT-NAME.
029029     SET WS-CHECK-COMPLETE TO TRUE.
029030     MOVE "OPN-OWING" TO WS-FIND-COUNTER.
029031     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029032     MOVE WS-FOUND-AMOUNT TO WS-EXPECTED-AMOUNT.
029033     MOVE "CHARGES" TO WS-FIND-COUNTER.
029034     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029035     ADD WS-FOUND-AMOUNT TO WS-EXPECTED-AMOUNT.
029036     MOVE "CLS-CREDIT" TO WS-FIND-COUNTER.
029037     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029038     ADD WS-FOUND-AMOUNT TO WS-EXPECTED-AMOUNT.
029039     MOVE "CLS-OWING" TO WS-FIND-COUNTER.
029040     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029041     MOVE WS-FOUND-AMOUNT TO WS-ACTUAL-AMOUNT.
029042     MOVE "OPN-CREDIT" TO WS-FIND-COUNTER.
029043     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029044     ADD WS-FOUND-AMOUNT TO WS-ACTUAL-AMOUNT.
029045     PERFORM 3850-WRITE-AMOUNT-LINE THRU 3850-EXIT.
029046 3550-EXIT.
029047     EXIT.
029048
029049******************************************************************
029050* 3600-CHECK-POSTING-LEDGER - the account ledger must move by
029051*                            exactly the payments and refunds
029052*                            posted: opening owing plus refunds
029053*                            plus closing credit must equal
029054*                            closing owing plus payments plus
029055*                            opening credit. Skipped when no
029056*                            posting ran this cycle.
029057******************************************************************
029058 3600-CHECK-POSTING-LEDGER.
029059     MOVE "ACCTPOST" TO WS-FIND-PROGRAM.
029060     MOVE "PAYMENTS" TO WS-FIND-COUNTER.
029061     PERFORM 3700-FIND-TOTAL THRU 3700-EXIT.
029062     IF NOT WS-TOTAL-FOUND
029063         GO TO 3600-EXIT
029064     END-IF.
029065     MOVE "ACCTPOST LEDGER OPEN - PAID = CLOSE"
029066         TO BLN-AMT-NAME.
029067     SET WS-CHECK-COMPLETE TO TRUE.
029068     MOVE "OPN-OWING" TO WS-FIND-COUNTER.
029069     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029070     MOVE WS-FOUND-AMOUNT TO WS-EXPECTED-AMOUNT.
029071     MOVE "REFUNDS" TO WS-FIND-COUNTER.
029072     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029073     ADD WS-FOUND-AMOUNT TO WS-EXPECTED-AMOUNT.
029074     MOVE "CLS-CREDIT" TO WS-FIND-COUNTER.
029075     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029076     ADD WS-FOUND-AMOUNT TO WS-EXPECTED-AMOUNT.
029077     MOVE "CLS-OWING" TO WS-FIND-COUNTER.
029078     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029079     MOVE WS-FOUND-AMOUNT TO WS-ACTUAL-AMOUNT.
029080     MOVE "PAYMENTS" TO WS-FIND-COUNTER.
029081     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029082     ADD WS-FOUND-AMOUNT TO WS-ACTUAL-AMOUNT.
029083     MOVE "OPN-CREDIT" TO WS-FIND-COUNTER.
029084     PERFORM 3750-FIND-AMOUNT THRU 3750-EXIT.
029085     ADD WS-FOUND-AMOUNT TO WS-ACTUAL-AMOUNT.
029086     PERFORM 3850-WRITE-AMOUNT-LINE THRU 3850-EXIT.
029087 3600-EXIT.
029088     EXIT.
029089
029090******************************************************************
029100* 3700-FIND-TOTAL - look up one program/counter pair in the
029200*                  totals table. A miss marks the current
029300*                  check incomplete.
031000     END-SEARCH.
031100 3700-EXIT.
031200     EXIT.
031204
031208******************************************************************
031212* 3750-FIND-AMOUNT - look up a dollar amount written as three
031215*                   counters: whole dollars below a million under
031218*                   the name in WS-FIND-COUNTER, millions under
031221*                   the same name suffixed -M, and cents suffixed
031224*                   -C. Any part missing marks the current check
031227*                   incomplete.
031230******************************************************************
031233 3750-FIND-AMOUNT.
031236     MOVE WS-FIND-COUNTER TO WS-FIND-BASE.
031239     PERFORM 3700-FIND-TOTAL THRU 3700-EXIT.
031242     MOVE WS-FOUND-VALUE TO WS-FOUND-AMOUNT.
031245     MOVE SPACES TO WS-FIND-COUNTER.
031248     STRING WS-FIND-BASE DELIMITED BY SPACE
031251         "-M" DELIMITED BY SIZE
031254         INTO WS-FIND-COUNTER.
031257     PERFORM 3700-FIND-TOTAL THRU 3700-EXIT.
031260     COMPUTE WS-FOUND-AMOUNT =
031263         WS-FOUND-AMOUNT + WS-FOUND-VALUE * 1000000.
031266     MOVE SPACES TO WS-FIND-COUNTER.
031269     STRING WS-FIND-BASE DELIMITED BY SPACE
031272         "-C" DELIMITED BY SIZE
031275         INTO WS-FIND-COUNTER.
031278     PERFORM 3700-FIND-TOTAL THRU 3700-EXIT.
031281     COMPUTE WS-FOUND-AMOUNT =
031284         WS-FOUND-AMOUNT + WS-FOUND-VALUE / 100.
031287 3750-EXIT.
031290     EXIT.
031300
031400******************************************************************
031500* 3800-WRITE-CHECK-LINE - print one check with its verdict and
033300         AFTER ADVANCING 1 LINE.
033400 3800-EXIT.
033500     EXIT.
033503
033506******************************************************************
033509* 3850-WRITE-AMOUNT-LINE - print one dollar-amount check, under
033512*                         its own heading the first time, with
033515*                         the same verdict tallies as 3800.
033518******************************************************************
033521 3850-WRITE-AMOUNT-LINE.
033524     IF NOT WS-AMOUNT-HDG-DONE
033527         WRITE BALANCE-REPORT-LINE FROM BLN-HDG-LINE-6
033530             AFTER ADVANCING 2 LINES
033533         WRITE BALANCE-REPORT-LINE FROM BLN-HDG-LINE-4
033536             AFTER ADVANCING 1 LINE
033539         MOVE "Y" TO WS-AMOUNT-HDG-SW
033542     END-IF.
033545     MOVE WS-EXPECTED-AMOUNT TO BLN-AMT-EXPECTED.
033548     MOVE WS-ACTUAL-AMOUNT TO BLN-AMT-ACTUAL.
033551     EVALUATE TRUE
033554         WHEN NOT WS-CHECK-COMPLETE
033557             MOVE "NOT CHECKED" TO BLN-AMT-STATUS
033560             ADD 1 TO WS-MISSING-COUNT
033563         WHEN WS-EXPECTED-AMOUNT = WS-ACTUAL-AMOUNT
033566             MOVE "IN BALANCE" TO BLN-AMT-STATUS
033569         WHEN OTHER
033572             MOVE "OUT OF BALANCE" TO BLN-AMT-STATUS
033575             ADD 1 TO WS-OOB-COUNT
033578     END-EVALUATE.
033581     WRITE BALANCE-REPORT-LINE FROM BLN-AMOUNT-LINE
033584         AFTER ADVANCING 1 LINE.
033587 3850-EXIT.
033590     EXIT.
033600
033700******************************************************************
033800* 4000-TERMINATE - print the cycle verdict and close files.
