000100******************************************************************
000200* Program:     TERM-MAINT-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Applies a file of term calendar ADD/CHANGE/DELETE
001000*              transactions (TERMTXN.TXT), keyed on the term
001100*              (YYYYMM), against the indexed term calendar
001200*              (TERM.DAT) and prints a one-line audit record for
001300*              every transaction, modelled on COURSE-MAINT-PGM.
001400*              The calendar is created on first use. A term is
001500*              added OPEN; every date must be a valid YYMMDD date
001600*              and the dates must run in order - start, last add,
001700*              last drop, withdraw-with-W, grade deadline. A
001800*              CLOSED term cannot be changed or deleted here - it
001900*              is closed only by TERM-CLOSE-PGM. The enrollment
002000*              maintenance and grade edit programs enforce the
002100*              calendar's deadlines.
002200*
002300* Modification History:
002400*   2026-10-15  D.K.  Original term calendar maintenance program.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TERM-MAINT-PGM.
002800 AUTHOR. D. KOWALSKI.
002900 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200 SECURITY. NON CONFIDENTIAL.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL TERM-MASTER
003700     ASSIGN TO "..\TERM.DAT"
003800     ORGANIZATION IS INDEXED
003900     ACCESS MODE IS DYNAMIC
004000     RECORD KEY IS TERM-CODE
004100     FILE STATUS IS WS-TERM-STATUS.
004200
004300     SELECT TRANSACTION-FILE
004400     ASSIGN TO "..\TERMTXN.TXT"
004500     ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT MAINT-REPORT
004800     ASSIGN TO "..\TERMMRPT.TXT"
004900     ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TERM-MASTER.
005300     COPY TERMREC.
005400
005500 FD  TRANSACTION-FILE.
005600     COPY TERMTRAN.
005700
005800 FD  MAINT-REPORT.
005900 01  MAINT-REPORT-LINE           PIC X(132).
006000
006100 WORKING-STORAGE SECTION.
006200
006300 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
006400     88  WS-EOF                             VALUE "Y".
006500 77  WS-TERM-STATUS             PIC X(02)   VALUE "00".
006600     88  WS-TERM-OK                         VALUES "00" "05".
006700 77  WS-DATES-SW                PIC X(01)   VALUE "Y".
006800     88  WS-DATES-VALID                     VALUE "Y".
006900     88  WS-DATES-INVALID                   VALUE "N".
007000 77  WS-DATE-SUB                PIC 9(01)   COMP VALUE ZERO.
007100 77  WS-ADD-COUNT               PIC 9(05)   VALUE ZERO.
007200 77  WS-CHANGE-COUNT            PIC 9(05)   VALUE ZERO.
007300 77  WS-DELETE-COUNT            PIC 9(05)   VALUE ZERO.
007400 77  WS-REJECT-COUNT            PIC 9(05)   VALUE ZERO.
007500 77  WS-RESULT-TEXT             PIC X(08)   VALUE SPACES.
007600 77  WS-REASON-TEXT             PIC X(30)   VALUE SPACES.
007700
007800 01  WS-RUN-DATE.
007900     05  WS-RUN-YY               PIC 9(02).
008000     05  WS-RUN-MM               PIC 9(02).
008100     05  WS-RUN-DD               PIC 9(02).
008200
008300 01  WS-TERM-CHECK               PIC 9(06).
008400 01  WS-TERM-CHECK-PARTS REDEFINES WS-TERM-CHECK.
008500     05  WS-TERM-CHECK-YYYY      PIC 9(04).
008600     05  WS-TERM-CHECK-MM        PIC 9(02).
008700         88  WS-TERM-MONTH-VALID             VALUES 01 THRU 12.
008800
008900*    The five calendar dates in the order they must fall, so one
009000*    loop can check each date and each date against the next.
009100 01  WS-DATE-LIST.
009200     05  WS-DATE-ENTRY OCCURS 5 TIMES.
009300         10  WS-DATE-YY          PIC 9(02).
009400         10  WS-DATE-MM          PIC 9(02).
009500             88  WS-DATE-MONTH-VALID         VALUES 01 THRU 12.
009600         10  WS-DATE-DD          PIC 9(02).
009700             88  WS-DATE-DAY-VALID           VALUES 01 THRU 31.
009800 01  WS-DATE-LIST-N REDEFINES WS-DATE-LIST.
009900     05  WS-DATE-VALUE OCCURS 5 TIMES PIC 9(06).
010000
010100 01  TRM-HDG-LINE-1.
010200     05  FILLER                  PIC X(10)   VALUE SPACES.
010300     05  FILLER                  PIC X(40)
010400         VALUE "TERM CALENDAR MAINTENANCE AUDIT REPORT".
010500
010600 01  TRM-HDG-LINE-2.
010700     05  FILLER                  PIC X(05)   VALUE "DATE:".
010800     05  TRM-HDG-DATE            PIC X(08).
010900
011000 01  TRM-HDG-LINE-3.
011100     05  FILLER                  PIC X(02)   VALUE "TC".
011200     05  FILLER                  PIC X(02)   VALUE SPACES.
011300     05  FILLER                  PIC X(08)   VALUE "TERM".
011400     05  FILLER                  PIC X(08)   VALUE "START".
011500     05  FILLER                  PIC X(08)   VALUE "ADD BY".
011600     05  FILLER                  PIC X(08)   VALUE "DROP BY".
011700     05  FILLER                  PIC X(08)   VALUE "W BY".
011800     05  FILLER                  PIC X(08)   VALUE "GRADES".
011900     05  FILLER                  PIC X(10)   VALUE "RESULT".
012000     05  FILLER                  PIC X(30)   VALUE "REASON".
012100
012200 01  TRM-HDG-LINE-4.
012300     05  FILLER                  PIC X(92)   VALUE ALL "-".
012400
012500 01  TRM-DETAIL-LINE.
012600     05  TRM-TRANS-CODE          PIC X(02).
012700     05  FILLER                  PIC X(02)   VALUE SPACES.
012800     05  TRM-TERM                PIC X(08).
012900     05  TRM-START-DATE          PIC X(08).
013000     05  TRM-LAST-ADD-DATE       PIC X(08).
013100     05  TRM-LAST-DROP-DATE      PIC X(08).
013200     05  TRM-WITHDRAW-DATE       PIC X(08).
013300     05  TRM-GRADE-DEADLINE      PIC X(08).
013400     05  TRM-RESULT              PIC X(10).
013500     05  TRM-REASON              PIC X(30).
013600
013700 01  TRM-TOTAL-LINE-1.
013800     05  FILLER              PIC X(16) VALUE "ADDS APPLIED:".
013900     05  TRM-TOTAL-ADDS      PIC ZZ,ZZ9.
014000
014100 01  TRM-TOTAL-LINE-2.
014200     05  FILLER              PIC X(16) VALUE "CHANGES APPLIED:".
014300     05  TRM-TOTAL-CHANGES   PIC ZZ,ZZ9.
014400
014500 01  TRM-TOTAL-LINE-3.
014600     05  FILLER              PIC X(16) VALUE "DELETES APPLIED:".
014700     05  TRM-TOTAL-DELETES   PIC ZZ,ZZ9.
014800
014900 01  TRM-TOTAL-LINE-4.
015000     05  FILLER              PIC X(23)
015100         VALUE "TRANSACTIONS REJECTED:".
015200     05  TRM-TOTAL-REJECTS   PIC ZZ,ZZ9.
015300
015400 PROCEDURE DIVISION.
015500
015600******************************************************************
015700* 0000-MAINLINE
015800******************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
016200         UNTIL WS-EOF.
016300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016400     STOP RUN.
016500
016600******************************************************************
016700* 1000-INITIALIZE - open files and print the audit report
016800*                   headings. The term calendar is created here on
016900*                   first use.
017000******************************************************************
017100 1000-INITIALIZE.
017200     OPEN I-O TERM-MASTER.
017300     IF NOT WS-TERM-OK
017400         DISPLAY "TERM-MAINT-PGM: UNABLE TO OPEN TERM"
017500             " CALENDAR, STATUS=" WS-TERM-STATUS
017600         STOP RUN
017700     END-IF.
017800     OPEN INPUT TRANSACTION-FILE.
017900     OPEN OUTPUT MAINT-REPORT.
018000     ACCEPT WS-RUN-DATE FROM DATE.
018100     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
018200     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
018300 1000-EXIT.
018400     EXIT.
018500
018600 1100-WRITE-HEADINGS.
018700     STRING WS-RUN-MM DELIMITED BY SIZE
018800         "/" DELIMITED BY SIZE
018900         WS-RUN-DD DELIMITED BY SIZE
019000         "/" DELIMITED BY SIZE
019100         WS-RUN-YY DELIMITED BY SIZE
019200         INTO TRM-HDG-DATE.
019300     WRITE MAINT-REPORT-LINE FROM TRM-HDG-LINE-1
019400         AFTER ADVANCING 1 LINE.
019500     WRITE MAINT-REPORT-LINE FROM TRM-HDG-LINE-2
019600         AFTER ADVANCING 1 LINE.
019700     WRITE MAINT-REPORT-LINE FROM TRM-HDG-LINE-3
019800         AFTER ADVANCING 2 LINES.
019900     WRITE MAINT-REPORT-LINE FROM TRM-HDG-LINE-4
020000         AFTER ADVANCING 1 LINE.
020100 1100-EXIT.
020200     EXIT.
020300
020400 1200-READ-TRANSACTION.
020500     READ TRANSACTION-FILE
020600         AT END SET WS-EOF TO TRUE
020700     END-READ.
020800 1200-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200* 2000-PROCESS-TRANSACTION - dispatch on transaction code and
021300*                           read the next transaction.
021400******************************************************************
021500 2000-PROCESS-TRANSACTION.
021600     EVALUATE TRUE
021700         WHEN TTRN-ADD
021800             PERFORM 2100-ADD-TERM THRU 2100-EXIT
021900         WHEN TTRN-CHANGE
022000             PERFORM 2200-CHANGE-TERM THRU 2200-EXIT
022100         WHEN TTRN-DELETE
022200             PERFORM 2300-DELETE-TERM THRU 2300-EXIT
022300         WHEN OTHER
022400             PERFORM 2400-REJECT-UNKNOWN-CODE THRU 2400-EXIT
022500     END-EVALUATE.
022600     PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT.
022700     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200* 2100-ADD-TERM - the term must be a valid YYYYMM and every date
023300*                 must be supplied, valid and in order. The term
023400*                 is added OPEN; a duplicate term rejects on the
023500*                 WRITE.
023600******************************************************************
023700 2100-ADD-TERM.
023800     MOVE TTRN-TERM TO WS-TERM-CHECK.
023900     IF TTRN-TERM NOT NUMERIC
024000         OR NOT WS-TERM-MONTH-VALID
024100         MOVE "REJECTED" TO WS-RESULT-TEXT
024200         MOVE "TERM NOT A VALID YYYYMM" TO WS-REASON-TEXT
024300         ADD 1 TO WS-REJECT-COUNT
024400         GO TO 2100-EXIT
024500     END-IF.
024600     MOVE TTRN-TERM TO TERM-CODE.
024700     MOVE TTRN-START-DATE TO TERM-START-DATE.
024800     MOVE TTRN-LAST-ADD-DATE TO TERM-LAST-ADD-DATE.
024900     MOVE TTRN-LAST-DROP-DATE TO TERM-LAST-DROP-DATE.
025000     MOVE TTRN-WITHDRAW-DATE TO TERM-WITHDRAW-DATE.
025100     MOVE TTRN-GRADE-DEADLINE TO TERM-GRADE-DEADLINE.
025200     PERFORM 2500-CHECK-DATES THRU 2500-EXIT.
025300     IF WS-DATES-INVALID
025400         GO TO 2100-EXIT
025500     END-IF.
025600     SET TERM-OPEN TO TRUE.
025700     MOVE ZERO TO TERM-CLOSE-DATE.
025800     MOVE SPACES TO TERM-CLOSED-BY.
025900     WRITE TERM-RECORD
026000         INVALID KEY
026100             MOVE "REJECTED" TO WS-RESULT-TEXT
026200             MOVE "DUPLICATE TERM" TO WS-REASON-TEXT
026300             ADD 1 TO WS-REJECT-COUNT
026400         NOT INVALID KEY
026500             MOVE "APPLIED" TO WS-RESULT-TEXT
026600             MOVE SPACES TO WS-REASON-TEXT
026700             ADD 1 TO WS-ADD-COUNT
026800     END-WRITE.
026900 2100-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300* 2200-CHANGE-TERM - overlay only the dates that were supplied -
027400*                    a ZERO date keeps the current calendar value
027500*                    - then recheck the whole set of dates before
027600*                    rewriting. A CLOSED term cannot be changed.
027700******************************************************************
027800 2200-CHANGE-TERM.
027900     MOVE TTRN-TERM TO TERM-CODE.
028000     READ TERM-MASTER
028100         INVALID KEY
028200             MOVE "REJECTED" TO WS-RESULT-TEXT
028300             MOVE "NO MATCH ON TERM" TO WS-REASON-TEXT
028400             ADD 1 TO WS-REJECT-COUNT
028500             GO TO 2200-EXIT
028600     END-READ.
028700     IF TERM-CLOSED
028800         MOVE "REJECTED" TO WS-RESULT-TEXT
028900         MOVE "TERM CLOSED - NO CHANGE" TO WS-REASON-TEXT
029000         ADD 1 TO WS-REJECT-COUNT
029100         GO TO 2200-EXIT
029200     END-IF.
029300     IF TTRN-START-DATE IS NUMERIC
029400         AND TTRN-START-DATE NOT = ZERO
029500         MOVE TTRN-START-DATE TO TERM-START-DATE
029600     END-IF.
029700     IF TTRN-LAST-ADD-DATE IS NUMERIC
029800         AND TTRN-LAST-ADD-DATE NOT = ZERO
029900         MOVE TTRN-LAST-ADD-DATE TO TERM-LAST-ADD-DATE
030000     END-IF.
030100     IF TTRN-LAST-DROP-DATE IS NUMERIC
030200         AND TTRN-LAST-DROP-DATE NOT = ZERO
030300         MOVE TTRN-LAST-DROP-DATE TO TERM-LAST-DROP-DATE
030400     END-IF.
030500     IF TTRN-WITHDRAW-DATE IS NUMERIC
030600         AND TTRN-WITHDRAW-DATE NOT = ZERO
030700         MOVE TTRN-WITHDRAW-DATE TO TERM-WITHDRAW-DATE
030800     END-IF.
030900     IF TTRN-GRADE-DEADLINE IS NUMERIC
031000         AND TTRN-GRADE-DEADLINE NOT = ZERO
031100         MOVE TTRN-GRADE-DEADLINE TO TERM-GRADE-DEADLINE
031200     END-IF.
031300     PERFORM 2500-CHECK-DATES THRU 2500-EXIT.
031400     IF WS-DATES-INVALID
031500         GO TO 2200-EXIT
031600     END-IF.
031700     REWRITE TERM-RECORD
031800         INVALID KEY
031900             MOVE "REJECTED" TO WS-RESULT-TEXT
032000             MOVE "REWRITE FAILED" TO WS-REASON-TEXT
032100             ADD 1 TO WS-REJECT-COUNT
032200         NOT INVALID KEY
032300             MOVE "APPLIED" TO WS-RESULT-TEXT
032400             MOVE SPACES TO WS-REASON-TEXT
032500             ADD 1 TO WS-CHANGE-COUNT
032600     END-REWRITE.
032700 2200-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 2300-DELETE-TERM - only an OPEN term can come off the calendar;
033200*                    a CLOSED term stays as the record of its
033300*                    close.
033400******************************************************************
033500 2300-DELETE-TERM.
033600     MOVE TTRN-TERM TO TERM-CODE.
033700     READ TERM-MASTER
033800         INVALID KEY
033900             MOVE "REJECTED" TO WS-RESULT-TEXT
034000             MOVE "NO MATCH ON TERM" TO WS-REASON-TEXT
034100             ADD 1 TO WS-REJECT-COUNT
034200             GO TO 2300-EXIT
034300     END-READ.
034400     IF TERM-CLOSED
034500         MOVE "REJECTED" TO WS-RESULT-TEXT
034600         MOVE "TERM CLOSED - NO DELETE" TO WS-REASON-TEXT
034700         ADD 1 TO WS-REJECT-COUNT
034800         GO TO 2300-EXIT
034900     END-IF.
035000     DELETE TERM-MASTER RECORD
035100         INVALID KEY
035200             MOVE "REJECTED" TO WS-RESULT-TEXT
035300             MOVE "DELETE FAILED" TO WS-REASON-TEXT
035400             ADD 1 TO WS-REJECT-COUNT
035500         NOT INVALID KEY
035600             MOVE "APPLIED" TO WS-RESULT-TEXT
035700             MOVE SPACES TO WS-REASON-TEXT
035800             ADD 1 TO WS-DELETE-COUNT
035900     END-DELETE.
036000 2300-EXIT.
036100     EXIT.
036200
036300 2400-REJECT-UNKNOWN-CODE.
036400     MOVE "REJECTED" TO WS-RESULT-TEXT.
036500     MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT.
036600     ADD 1 TO WS-REJECT-COUNT.
036700 2400-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100* 2500-CHECK-DATES - the five calendar dates in the record area
037200*                    must each be a valid YYMMDD date, and each
037300*                    must fall on or before the next. A failure
037400*                    sets the reject result and reason.
037500******************************************************************
037600 2500-CHECK-DATES.
037700     SET WS-DATES-VALID TO TRUE.
037800     IF TERM-START-DATE NOT NUMERIC
037900         OR TERM-LAST-ADD-DATE NOT NUMERIC
038000         OR TERM-LAST-DROP-DATE NOT NUMERIC
038100         OR TERM-WITHDRAW-DATE NOT NUMERIC
038200         OR TERM-GRADE-DEADLINE NOT NUMERIC
038300         SET WS-DATES-INVALID TO TRUE
038400         MOVE "REJECTED" TO WS-RESULT-TEXT
038500         MOVE "DATE NOT NUMERIC" TO WS-REASON-TEXT
038600         ADD 1 TO WS-REJECT-COUNT
038700         GO TO 2500-EXIT
038800     END-IF.
038900     MOVE TERM-START-DATE TO WS-DATE-VALUE(1).
039000     MOVE TERM-LAST-ADD-DATE TO WS-DATE-VALUE(2).
039100     MOVE TERM-LAST-DROP-DATE TO WS-DATE-VALUE(3).
039200     MOVE TERM-WITHDRAW-DATE TO WS-DATE-VALUE(4).
039300     MOVE TERM-GRADE-DEADLINE TO WS-DATE-VALUE(5).
039400     PERFORM 2510-CHECK-ONE-DATE THRU 2510-EXIT
039500         VARYING WS-DATE-SUB FROM 1 BY 1
039600         UNTIL WS-DATE-SUB > 5
039700             OR WS-DATES-INVALID.
039800 2500-EXIT.
039900     EXIT.
040000
040100 2510-CHECK-ONE-DATE.
040200     IF NOT WS-DATE-MONTH-VALID(WS-DATE-SUB)
040300         OR NOT WS-DATE-DAY-VALID(WS-DATE-SUB)
040400         SET WS-DATES-INVALID TO TRUE
040500         MOVE "REJECTED" TO WS-RESULT-TEXT
040600         MOVE "DATE NOT A VALID YYMMDD" TO WS-REASON-TEXT
040700         ADD 1 TO WS-REJECT-COUNT
040800         GO TO 2510-EXIT
040900     END-IF.
041000     IF WS-DATE-SUB < 5
041100         IF WS-DATE-VALUE(WS-DATE-SUB)
041200             > WS-DATE-VALUE(WS-DATE-SUB + 1)
041300             SET WS-DATES-INVALID TO TRUE
041400             MOVE "REJECTED" TO WS-RESULT-TEXT
041500             MOVE "DATES OUT OF SEQUENCE" TO WS-REASON-TEXT
041600             ADD 1 TO WS-REJECT-COUNT
041700         END-IF
041800     END-IF.
041900 2510-EXIT.
042000     EXIT.
042100
042200 2900-WRITE-AUDIT-LINE.
042300     MOVE TTRN-CODE TO TRM-TRANS-CODE.
042400     MOVE TTRN-TERM TO TRM-TERM.
042500     MOVE TTRN-START-DATE TO TRM-START-DATE.
042600     MOVE TTRN-LAST-ADD-DATE TO TRM-LAST-ADD-DATE.
042700     MOVE TTRN-LAST-DROP-DATE TO TRM-LAST-DROP-DATE.
042800     MOVE TTRN-WITHDRAW-DATE TO TRM-WITHDRAW-DATE.
042900     MOVE TTRN-GRADE-DEADLINE TO TRM-GRADE-DEADLINE.
043000     MOVE WS-RESULT-TEXT TO TRM-RESULT.
043100     MOVE WS-REASON-TEXT TO TRM-REASON.
043200     WRITE MAINT-REPORT-LINE FROM TRM-DETAIL-LINE
043300         AFTER ADVANCING 1 LINE.
043400 2900-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 3000-TERMINATE - print the transaction totals and close files.
043900******************************************************************
044000 3000-TERMINATE.
044100     MOVE WS-ADD-COUNT TO TRM-TOTAL-ADDS.
044200     MOVE WS-CHANGE-COUNT TO TRM-TOTAL-CHANGES.
044300     MOVE WS-DELETE-COUNT TO TRM-TOTAL-DELETES.
044400     MOVE WS-REJECT-COUNT TO TRM-TOTAL-REJECTS.
044500     WRITE MAINT-REPORT-LINE FROM TRM-HDG-LINE-4
044600         AFTER ADVANCING 2 LINES.
044700     WRITE MAINT-REPORT-LINE FROM TRM-TOTAL-LINE-1
044800         AFTER ADVANCING 1 LINE.
044900     WRITE MAINT-REPORT-LINE FROM TRM-TOTAL-LINE-2
045000         AFTER ADVANCING 1 LINE.
045100     WRITE MAINT-REPORT-LINE FROM TRM-TOTAL-LINE-3
045200         AFTER ADVANCING 1 LINE.
045300     WRITE MAINT-REPORT-LINE FROM TRM-TOTAL-LINE-4
045400         AFTER ADVANCING 1 LINE.
045500     CLOSE TERM-MASTER.
045600     CLOSE TRANSACTION-FILE.
045700     CLOSE MAINT-REPORT.
045800 3000-EXIT.
045900     EXIT.
046000
046100 END PROGRAM TERM-MAINT-PGM.
