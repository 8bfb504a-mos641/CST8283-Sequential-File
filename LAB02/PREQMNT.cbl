000100******************************************************************
000200* Program:     PREREQ-MAINT-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Applies a file of course prerequisite ADD/CHANGE/
001000*              DELETE transactions (PREQTXN.TXT), keyed on
001100*              COURSE-CODE plus the required prior course, against
001200*              the indexed prerequisite master (PREREQ.DAT) and
001300*              prints a one-line audit record for every
001400*              transaction, modelled on COURSE-MAINT-PGM. The
001500*              prerequisite master is created on first use. Both
001600*              courses must be on the course catalog (COURSE.DAT)
001700*              and the minimum grade must be a passing grade on
001800*              the GRADPTS scale. The enrollment maintenance
001900*              program checks every ADD against these
002000*              prerequisites.
002100*
002200* Modification History:
002300*   2026-10-15  D.K.  Original prerequisite maintenance program.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PREREQ-MAINT-PGM.
002700 AUTHOR. D. KOWALSKI.
002800 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100 SECURITY. NON CONFIDENTIAL.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL PREREQ-MASTER
003600     ASSIGN TO "..\PREREQ.DAT"
003700     ORGANIZATION IS INDEXED
003800     ACCESS MODE IS DYNAMIC
003900     RECORD KEY IS PREQ-KEY
004000     FILE STATUS IS WS-PREREQ-STATUS.
004100
004200     SELECT COURSE-MASTER
004300     ASSIGN TO "..\COURSE.DAT"
004400     ORGANIZATION IS INDEXED
004500     ACCESS MODE IS DYNAMIC
004600     RECORD KEY IS COURSE-CODE
004700     FILE STATUS IS WS-COURSE-STATUS.
004800
004900     SELECT TRANSACTION-FILE
005000     ASSIGN TO "..\PREQTXN.TXT"
005100     ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT MAINT-REPORT
005400     ASSIGN TO "..\PREQMRPT.TXT"
005500     ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PREREQ-MASTER.
005900     COPY PREQREC.
006000
006100 FD  COURSE-MASTER.
006200     COPY COURSREC.
006300
006400 FD  TRANSACTION-FILE.
006500     COPY PREQTRAN.
006600
006700 FD  MAINT-REPORT.
006800 01  MAINT-REPORT-LINE           PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100
007200 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
007300     88  WS-EOF                             VALUE "Y".
007400 77  WS-PREREQ-STATUS           PIC X(02)   VALUE "00".
007500     88  WS-PREREQ-OK                       VALUES "00" "05".
007600 77  WS-COURSE-STATUS           PIC X(02)   VALUE "00".
007700     88  WS-COURSE-OK                       VALUE "00".
007800 77  WS-GRADE-SW                PIC X(01)   VALUE "N".
007900     88  WS-GRADE-PASSING                   VALUE "Y".
008000 77  WS-ADD-COUNT               PIC 9(05)   VALUE ZERO.
008100 77  WS-CHANGE-COUNT            PIC 9(05)   VALUE ZERO.
008200 77  WS-DELETE-COUNT            PIC 9(05)   VALUE ZERO.
008300 77  WS-REJECT-COUNT            PIC 9(05)   VALUE ZERO.
008400 77  WS-RESULT-TEXT             PIC X(08)   VALUE SPACES.
008500 77  WS-REASON-TEXT             PIC X(30)   VALUE SPACES.
008600
008700 01  WS-RUN-DATE.
008800     05  WS-RUN-YY               PIC 9(02).
008900     05  WS-RUN-MM               PIC 9(02).
009000     05  WS-RUN-DD               PIC 9(02).
009100
009200     COPY GRADPTS.
009300
009400 01  PRQ-HDG-LINE-1.
009500     05  FILLER                  PIC X(10)   VALUE SPACES.
009600     05  FILLER                  PIC X(40)
009700         VALUE "COURSE PREREQUISITE MAINTENANCE AUDIT".
009800
009900 01  PRQ-HDG-LINE-2.
010000     05  FILLER                  PIC X(05)   VALUE "DATE:".
010100     05  PRQ-HDG-DATE            PIC X(08).
010200
010300 01  PRQ-HDG-LINE-3.
010400     05  FILLER                  PIC X(02)   VALUE "TC".
010500     05  FILLER                  PIC X(02)   VALUE SPACES.
010600     05  FILLER                  PIC X(10)   VALUE "COURSE".
010700     05  FILLER                  PIC X(10)   VALUE "REQUIRES".
010800     05  FILLER                  PIC X(06)   VALUE "MIN".
010900     05  FILLER                  PIC X(10)   VALUE "RESULT".
011000     05  FILLER                  PIC X(30)   VALUE "REASON".
011100
011200 01  PRQ-HDG-LINE-4.
011300     05  FILLER                  PIC X(70)   VALUE ALL "-".
011400
011500 01  PRQ-DETAIL-LINE.
011600     05  PRQ-TRANS-CODE          PIC X(02).
011700     05  FILLER                  PIC X(02)   VALUE SPACES.
011800     05  PRQ-COURSE-CODE         PIC X(10).
011900     05  PRQ-REQUIRED-COURSE     PIC X(10).
012000     05  PRQ-MIN-GRADE           PIC X(06).
012100     05  PRQ-RESULT              PIC X(10).
012200     05  PRQ-REASON              PIC X(30).
012300
012400 01  PRQ-TOTAL-LINE-1.
012500     05  FILLER              PIC X(16) VALUE "ADDS APPLIED:".
012600     05  PRQ-TOTAL-ADDS      PIC ZZ,ZZ9.
012700
012800 01  PRQ-TOTAL-LINE-2.
012900     05  FILLER              PIC X(16) VALUE "CHANGES APPLIED:".
013000     05  PRQ-TOTAL-CHANGES   PIC ZZ,ZZ9.
013100
013200 01  PRQ-TOTAL-LINE-3.
013300     05  FILLER              PIC X(16) VALUE "DELETES APPLIED:".
013400     05  PRQ-TOTAL-DELETES   PIC ZZ,ZZ9.
013500
013600 01  PRQ-TOTAL-LINE-4.
013700     05  FILLER              PIC X(23)
013800         VALUE "TRANSACTIONS REJECTED:".
013900     05  PRQ-TOTAL-REJECTS   PIC ZZ,ZZ9.
014000
014100 PROCEDURE DIVISION.
014200
014300******************************************************************
014400* 0000-MAINLINE
014500******************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014800     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
014900         UNTIL WS-EOF.
015000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
015100     STOP RUN.
015200
015300******************************************************************
015400* 1000-INITIALIZE - open files and print the audit report
015500*                   headings. The prerequisite master is created
015600*                   here on first use.
015700******************************************************************
015800 1000-INITIALIZE.
015900     OPEN I-O PREREQ-MASTER.
016000     IF NOT WS-PREREQ-OK
016100         DISPLAY "PREREQ-MAINT-PGM: UNABLE TO OPEN PREREQUISITE"
016200             " MASTER, STATUS=" WS-PREREQ-STATUS
016300         STOP RUN
016400     END-IF.
016500     OPEN INPUT COURSE-MASTER.
016600     IF NOT WS-COURSE-OK
016700         DISPLAY "PREREQ-MAINT-PGM: UNABLE TO OPEN COURSE"
016800             " CATALOG, STATUS=" WS-COURSE-STATUS
016900         STOP RUN
017000     END-IF.
017100     OPEN INPUT TRANSACTION-FILE.
017200     OPEN OUTPUT MAINT-REPORT.
017300     ACCEPT WS-RUN-DATE FROM DATE.
017400     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
017500     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800
017900 1100-WRITE-HEADINGS.
018000     STRING WS-RUN-MM DELIMITED BY SIZE
018100         "/" DELIMITED BY SIZE
018200         WS-RUN-DD DELIMITED BY SIZE
018300         "/" DELIMITED BY SIZE
018400         WS-RUN-YY DELIMITED BY SIZE
018500         INTO PRQ-HDG-DATE.
018600     WRITE MAINT-REPORT-LINE FROM PRQ-HDG-LINE-1
018700         AFTER ADVANCING 1 LINE.
018800     WRITE MAINT-REPORT-LINE FROM PRQ-HDG-LINE-2
018900         AFTER ADVANCING 1 LINE.
019000     WRITE MAINT-REPORT-LINE FROM PRQ-HDG-LINE-3
019100         AFTER ADVANCING 2 LINES.
019200     WRITE MAINT-REPORT-LINE FROM PRQ-HDG-LINE-4
019300         AFTER ADVANCING 1 LINE.
019400 1100-EXIT.
019500     EXIT.
019600
019700 1200-READ-TRANSACTION.
019800     READ TRANSACTION-FILE
019900         AT END SET WS-EOF TO TRUE
020000     END-READ.
020100 1200-EXIT.
020200     EXIT.
020300
020400******************************************************************
020500* 2000-PROCESS-TRANSACTION - dispatch on transaction code and
020600*                           read the next transaction.
020700******************************************************************
020800 2000-PROCESS-TRANSACTION.
020900     EVALUATE TRUE
021000         WHEN PTRN-ADD
021100             PERFORM 2100-ADD-PREREQ THRU 2100-EXIT
021200         WHEN PTRN-CHANGE
021300             PERFORM 2200-CHANGE-PREREQ THRU 2200-EXIT
021400         WHEN PTRN-DELETE
021500             PERFORM 2300-DELETE-PREREQ THRU 2300-EXIT
021600         WHEN OTHER
021700             PERFORM 2400-REJECT-UNKNOWN-CODE THRU 2400-EXIT
021800     END-EVALUATE.
021900     PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT.
022000     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
022100 2000-EXIT.
022200     EXIT.
022300
022400******************************************************************
022500* 2100-ADD-PREREQ - both courses must be on the catalog, a course
022600*                  cannot require itself, and the minimum grade
022700*                  must be a passing grade (blank means the lowest
022800*                  pass). A duplicate pair rejects on the WRITE.
022900******************************************************************
023000 2100-ADD-PREREQ.
023100     IF PTRN-REQUIRED-COURSE = PTRN-COURSE-CODE
023200         MOVE "REJECTED" TO WS-RESULT-TEXT
023300         MOVE "COURSE CANNOT REQUIRE ITSELF" TO WS-REASON-TEXT
023400         ADD 1 TO WS-REJECT-COUNT
023500         GO TO 2100-EXIT
023600     END-IF.
023700     MOVE PTRN-COURSE-CODE TO COURSE-CODE.
023800     READ COURSE-MASTER
023900         INVALID KEY
024000             MOVE "REJECTED" TO WS-RESULT-TEXT
024100             MOVE "COURSE NOT IN CATALOG" TO WS-REASON-TEXT
024200             ADD 1 TO WS-REJECT-COUNT
024300             GO TO 2100-EXIT
024400     END-READ.
024500     MOVE PTRN-REQUIRED-COURSE TO COURSE-CODE.
024600     READ COURSE-MASTER
024700         INVALID KEY
024800             MOVE "REJECTED" TO WS-RESULT-TEXT
024900             MOVE "REQUIRED COURSE NOT IN CATALOG"
025000                 TO WS-REASON-TEXT
025100             ADD 1 TO WS-REJECT-COUNT
025200             GO TO 2100-EXIT
025300     END-READ.
025400     IF PTRN-MIN-GRADE = SPACES
025500         MOVE "D " TO PTRN-MIN-GRADE
025600     END-IF.
025700     PERFORM 2500-CHECK-MIN-GRADE THRU 2500-EXIT.
025800     IF NOT WS-GRADE-PASSING
025900         MOVE "REJECTED" TO WS-RESULT-TEXT
026000         MOVE "MINIMUM GRADE NOT A PASS" TO WS-REASON-TEXT
026100         ADD 1 TO WS-REJECT-COUNT
026200         GO TO 2100-EXIT
026300     END-IF.
026400     MOVE PTRN-COURSE-CODE TO PREQ-COURSE-CODE.
026500     MOVE PTRN-REQUIRED-COURSE TO PREQ-REQUIRED-COURSE.
026600     MOVE PTRN-MIN-GRADE TO PREQ-MIN-GRADE.
026700     WRITE PREREQ-RECORD
026800         INVALID KEY
026900             MOVE "REJECTED" TO WS-RESULT-TEXT
027000             MOVE "DUPLICATE PREREQUISITE" TO WS-REASON-TEXT
027100             ADD 1 TO WS-REJECT-COUNT
027200         NOT INVALID KEY
027300             MOVE "APPLIED" TO WS-RESULT-TEXT
027400             MOVE SPACES TO WS-REASON-TEXT
027500             ADD 1 TO WS-ADD-COUNT
027600     END-WRITE.
027700 2100-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100* 2200-CHANGE-PREREQ - a change replaces the minimum grade of an
028200*                     existing prerequisite.
028300******************************************************************
028400 2200-CHANGE-PREREQ.
028500     PERFORM 2500-CHECK-MIN-GRADE THRU 2500-EXIT.
028600     IF NOT WS-GRADE-PASSING
028700         MOVE "REJECTED" TO WS-RESULT-TEXT
028800         MOVE "MINIMUM GRADE NOT A PASS" TO WS-REASON-TEXT
028900         ADD 1 TO WS-REJECT-COUNT
029000         GO TO 2200-EXIT
029100     END-IF.
029200     MOVE PTRN-COURSE-CODE TO PREQ-COURSE-CODE.
029300     MOVE PTRN-REQUIRED-COURSE TO PREQ-REQUIRED-COURSE.
029400     READ PREREQ-MASTER
029500         INVALID KEY
029600             MOVE "REJECTED" TO WS-RESULT-TEXT
029700             MOVE "NO MATCH ON PREREQUISITE" TO WS-REASON-TEXT
029800             ADD 1 TO WS-REJECT-COUNT
029900         NOT INVALID KEY
030000             MOVE PTRN-MIN-GRADE TO PREQ-MIN-GRADE
030100             REWRITE PREREQ-RECORD
030200                 INVALID KEY
030300                     MOVE "REJECTED" TO WS-RESULT-TEXT
030400                     MOVE "REWRITE FAILED" TO WS-REASON-TEXT
030500                     ADD 1 TO WS-REJECT-COUNT
030600                 NOT INVALID KEY
030700                     MOVE "APPLIED" TO WS-RESULT-TEXT
030800                     MOVE SPACES TO WS-REASON-TEXT
030900                     ADD 1 TO WS-CHANGE-COUNT
031000             END-REWRITE
031100     END-READ.
031200 2200-EXIT.
031300     EXIT.
031400
031500 2300-DELETE-PREREQ.
031600     MOVE PTRN-COURSE-CODE TO PREQ-COURSE-CODE.
031700     MOVE PTRN-REQUIRED-COURSE TO PREQ-REQUIRED-COURSE.
031800     READ PREREQ-MASTER
031900         INVALID KEY
032000             MOVE "REJECTED" TO WS-RESULT-TEXT
032100             MOVE "NO MATCH ON PREREQUISITE" TO WS-REASON-TEXT
032200             ADD 1 TO WS-REJECT-COUNT
032300         NOT INVALID KEY
032400             DELETE PREREQ-MASTER RECORD
032500                 INVALID KEY
032600                     MOVE "REJECTED" TO WS-RESULT-TEXT
032700                     MOVE "DELETE FAILED" TO WS-REASON-TEXT
032800                     ADD 1 TO WS-REJECT-COUNT
032900                 NOT INVALID KEY
033000                     MOVE "APPLIED" TO WS-RESULT-TEXT
033100                     MOVE SPACES TO WS-REASON-TEXT
033200                     ADD 1 TO WS-DELETE-COUNT
033300             END-DELETE
033400     END-READ.
033500 2300-EXIT.
033600     EXIT.
033700
033800 2400-REJECT-UNKNOWN-CODE.
033900     MOVE "REJECTED" TO WS-RESULT-TEXT.
034000     MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT.
034100     ADD 1 TO WS-REJECT-COUNT.
034200 2400-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600* 2500-CHECK-MIN-GRADE - the minimum grade must be on the GRADPTS
034700*                       scale and be a passing grade.
034800******************************************************************
034900 2500-CHECK-MIN-GRADE.
035000     MOVE "N" TO WS-GRADE-SW.
035100     SET GPT-IDX TO 1.
035200     SEARCH GPT-ENTRY
035300         WHEN GPT-GRADE(GPT-IDX) = PTRN-MIN-GRADE
035400             IF GPT-PASSING(GPT-IDX)
035500                 SET WS-GRADE-PASSING TO TRUE
035600             END-IF
035700     END-SEARCH.
035800 2500-EXIT.
035900     EXIT.
036000
036100 2900-WRITE-AUDIT-LINE.
036200     MOVE PTRN-CODE TO PRQ-TRANS-CODE.
036300     MOVE PTRN-COURSE-CODE TO PRQ-COURSE-CODE.
036400     MOVE PTRN-REQUIRED-COURSE TO PRQ-REQUIRED-COURSE.
036500     MOVE PTRN-MIN-GRADE TO PRQ-MIN-GRADE.
036600     MOVE WS-RESULT-TEXT TO PRQ-RESULT.
036700     MOVE WS-REASON-TEXT TO PRQ-REASON.
036800     WRITE MAINT-REPORT-LINE FROM PRQ-DETAIL-LINE
036900         AFTER ADVANCING 1 LINE.
037000 2900-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400* 3000-TERMINATE - print the transaction totals and close files.
037500******************************************************************
037600 3000-TERMINATE.
037700     MOVE WS-ADD-COUNT TO PRQ-TOTAL-ADDS.
037800     MOVE WS-CHANGE-COUNT TO PRQ-TOTAL-CHANGES.
037900     MOVE WS-DELETE-COUNT TO PRQ-TOTAL-DELETES.
038000     MOVE WS-REJECT-COUNT TO PRQ-TOTAL-REJECTS.
038100     WRITE MAINT-REPORT-LINE FROM PRQ-HDG-LINE-4
038200         AFTER ADVANCING 2 LINES.
038300     WRITE MAINT-REPORT-LINE FROM PRQ-TOTAL-LINE-1
038400         AFTER ADVANCING 1 LINE.
038500     WRITE MAINT-REPORT-LINE FROM PRQ-TOTAL-LINE-2
038600         AFTER ADVANCING 1 LINE.
038700     WRITE MAINT-REPORT-LINE FROM PRQ-TOTAL-LINE-3
038800         AFTER ADVANCING 1 LINE.
038900     WRITE MAINT-REPORT-LINE FROM PRQ-TOTAL-LINE-4
039000         AFTER ADVANCING 1 LINE.
039100     CLOSE PREREQ-MASTER.
039200     CLOSE COURSE-MASTER.
039300     CLOSE TRANSACTION-FILE.
039400     CLOSE MAINT-REPORT.
039500 3000-EXIT.
039600     EXIT.
039700
039800 END PROGRAM PREREQ-MAINT-PGM.
