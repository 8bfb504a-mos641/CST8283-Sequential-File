000100******************************************************************
000200* Program:     HOLD-MAINT-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Applies a file of registration hold ADD/RELEASE
001000*              transactions (HOLDTXN.TXT), as keyed by the offices
001100*              that block students - finance, library, student
001200*              conduct, admissions documents, the registrar -
001300*              against the indexed hold master (HOLD.DAT) and
001400*              prints a one-line audit record for every
001500*              transaction, modelled on COURSE-MAINT-PGM. The hold
001600*              master is created on first use. An add places a new
001700*              open hold; a release stamps the release date on
001800*              the open hold of that type and leaves the record
001900*              on file as history. The enrollment maintenance
002000*              program refuses course adds, and the transcript
002100*              print withholds the transcript, while a student
002200*              has any open hold.
002300*
002400* Modification History:
002500*   2026-10-15  D.K.  Original registration hold maintenance
002600*                     program.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. HOLD-MAINT-PGM.
003000 AUTHOR. D. KOWALSKI.
003100 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400 SECURITY. NON CONFIDENTIAL.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL HOLD-MASTER
003900     ASSIGN TO "..\HOLD.DAT"
004000     ORGANIZATION IS INDEXED
004100     ACCESS MODE IS DYNAMIC
004200     RECORD KEY IS HOLD-KEY
004300     FILE STATUS IS WS-HOLD-STATUS.
004400
004500     SELECT STUDENT-MASTER
004600     ASSIGN TO "..\STUDENT.DAT"
004700     ORGANIZATION IS INDEXED
004800     ACCESS MODE IS DYNAMIC
004900     RECORD KEY IS STUDENT-NUMBER
005000     ALTERNATE RECORD KEY IS LAST-NAME
005100         WITH DUPLICATES
005200     FILE STATUS IS WS-MASTER-STATUS.
005300
005400     SELECT TRANSACTION-FILE
005500     ASSIGN TO "..\HOLDTXN.TXT"
005600     ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT MAINT-REPORT
005900     ASSIGN TO "..\HOLDMRPT.TXT"
006000     ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  HOLD-MASTER.
006400     COPY HOLDREC.
006500
006600 FD  STUDENT-MASTER.
006700     COPY STUDREC.
006800
006900 FD  TRANSACTION-FILE.
007000     COPY HOLDTRAN.
007100
007200 FD  MAINT-REPORT.
007300 01  MAINT-REPORT-LINE           PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600
007700 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
007800     88  WS-EOF                             VALUE "Y".
007900 77  WS-HOLD-STATUS             PIC X(02)   VALUE "00".
008000     88  WS-HOLD-OK                         VALUES "00" "05".
008100 77  WS-MASTER-STATUS           PIC X(02)   VALUE "00".
008200     88  WS-MASTER-OK                       VALUE "00".
008300 77  WS-SCAN-SW                 PIC X(01)   VALUE "N".
008400     88  WS-SCAN-FOUND                      VALUE "F".
008500     88  WS-SCAN-ENDED                      VALUE "E".
008600 77  WS-ADD-COUNT               PIC 9(05)   VALUE ZERO.
008700 77  WS-RELEASE-COUNT           PIC 9(05)   VALUE ZERO.
008800 77  WS-REJECT-COUNT            PIC 9(05)   VALUE ZERO.
008900 77  WS-RESULT-TEXT             PIC X(08)   VALUE SPACES.
009000 77  WS-REASON-TEXT             PIC X(30)   VALUE SPACES.
009100 77  WS-EFFECTIVE-DATE          PIC 9(06)   VALUE ZERO.
009200
009300 01  WS-RUN-DATE.
009400     05  WS-RUN-YY               PIC 9(02).
009500     05  WS-RUN-MM               PIC 9(02).
009600     05  WS-RUN-DD               PIC 9(02).
009700
009800 01  HLD-HDG-LINE-1.
009900     05  FILLER                  PIC X(10)   VALUE SPACES.
010000     05  FILLER                  PIC X(42)
010100         VALUE "REGISTRATION HOLD MAINTENANCE AUDIT REPORT".
010200
010300 01  HLD-HDG-LINE-2.
010400     05  FILLER                  PIC X(05)   VALUE "DATE:".
010500     05  HLD-HDG-DATE            PIC X(08).
010600
010700 01  HLD-HDG-LINE-3.
010800     05  FILLER                  PIC X(02)   VALUE "TC".
010900     05  FILLER                  PIC X(02)   VALUE SPACES.
011000     05  FILLER                  PIC X(12)   VALUE "STUDENT".
011100     05  FILLER                  PIC X(06)   VALUE "TYPE".
011200     05  FILLER                  PIC X(10)   VALUE "OFFICE".
011300     05  FILLER                  PIC X(08)   VALUE "PLACED".
011400     05  FILLER                  PIC X(09)   VALUE "RELEASED".
011500     05  FILLER                  PIC X(10)   VALUE "OPERATOR".
011600     05  FILLER                  PIC X(10)   VALUE "RESULT".
011700     05  FILLER                  PIC X(30)   VALUE "REASON".
011800
011900 01  HLD-HDG-LINE-4.
012000     05  FILLER                  PIC X(99)   VALUE ALL "-".
012100
012200 01  HLD-DETAIL-LINE.
012300     05  HLD-TRANS-CODE          PIC X(02).
012400     05  FILLER                  PIC X(02)   VALUE SPACES.
012500     05  HLD-STUDENT-NUMBER      PIC X(12).
012600     05  HLD-HOLD-TYPE           PIC X(06).
012700     05  HLD-PLACED-BY           PIC X(10).
012800     05  HLD-DATE-PLACED         PIC 9(06).
012900     05  FILLER                  PIC X(02)   VALUE SPACES.
013000     05  HLD-DATE-RELEASED       PIC 9(06).
013100     05  FILLER                  PIC X(03)   VALUE SPACES.
013200     05  HLD-OPERATOR-ID         PIC X(10).
013300     05  HLD-RESULT              PIC X(10).
013400     05  HLD-REASON              PIC X(30).
013500
013600 01  HLD-TOTAL-LINE-1.
013700     05  FILLER              PIC X(16) VALUE "HOLDS PLACED:".
013800     05  HLD-TOTAL-ADDS      PIC ZZ,ZZ9.
013900
014000 01  HLD-TOTAL-LINE-2.
014100     05  FILLER              PIC X(16) VALUE "HOLDS RELEASED:".
014200     05  HLD-TOTAL-RELEASES  PIC ZZ,ZZ9.
014300
014400 01  HLD-TOTAL-LINE-3.
014500     05  FILLER              PIC X(23)
014600         VALUE "TRANSACTIONS REJECTED:".
014700     05  HLD-TOTAL-REJECTS   PIC ZZ,ZZ9.
014800
014900 PROCEDURE DIVISION.
015000
015100******************************************************************
015200* 0000-MAINLINE
015300******************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
015700         UNTIL WS-EOF.
015800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
015900     STOP RUN.
016000
016100******************************************************************
016200* 1000-INITIALIZE - open files and print the audit report
016300*                   headings. The hold master is created here on
016400*                   first use.
016500******************************************************************
016600 1000-INITIALIZE.
016700     OPEN I-O HOLD-MASTER.
016800     IF NOT WS-HOLD-OK
016900         DISPLAY "HOLD-MAINT-PGM: UNABLE TO OPEN HOLD MASTER,"
017000             " STATUS=" WS-HOLD-STATUS
017100         STOP RUN
017200     END-IF.
017300     OPEN INPUT STUDENT-MASTER.
017400     IF NOT WS-MASTER-OK
017500         DISPLAY "HOLD-MAINT-PGM: UNABLE TO OPEN STUDENT MASTER,"
017600             " STATUS=" WS-MASTER-STATUS
017700         STOP RUN
017800     END-IF.
017900     OPEN INPUT TRANSACTION-FILE.
018000     OPEN OUTPUT MAINT-REPORT.
018100     ACCEPT WS-RUN-DATE FROM DATE.
018200     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
018300     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600
018700 1100-WRITE-HEADINGS.
018800     STRING WS-RUN-MM DELIMITED BY SIZE
018900         "/" DELIMITED BY SIZE
019000         WS-RUN-DD DELIMITED BY SIZE
019100         "/" DELIMITED BY SIZE
019200         WS-RUN-YY DELIMITED BY SIZE
019300         INTO HLD-HDG-DATE.
019400     WRITE MAINT-REPORT-LINE FROM HLD-HDG-LINE-1
019500         AFTER ADVANCING 1 LINE.
019600     WRITE MAINT-REPORT-LINE FROM HLD-HDG-LINE-2
019700         AFTER ADVANCING 1 LINE.
019800     WRITE MAINT-REPORT-LINE FROM HLD-HDG-LINE-3
019900         AFTER ADVANCING 2 LINES.
020000     WRITE MAINT-REPORT-LINE FROM HLD-HDG-LINE-4
020100         AFTER ADVANCING 1 LINE.
020200 1100-EXIT.
020300     EXIT.
020400
020500 1200-READ-TRANSACTION.
020600     READ TRANSACTION-FILE
020700         AT END SET WS-EOF TO TRUE
020800     END-READ.
020900 1200-EXIT.
021000     EXIT.
021100
021200******************************************************************
021300* 2000-PROCESS-TRANSACTION - dispatch on transaction code and
021400*                           read the next transaction. A ZERO date
021500*                           on the transaction means the run date.
021600******************************************************************
021700 2000-PROCESS-TRANSACTION.
021800     MOVE ZERO TO HOLD-DATE-PLACED.
021900     MOVE ZERO TO HOLD-DATE-RELEASED.
022000     MOVE HTRN-PLACED-BY TO HOLD-PLACED-BY.
022100     IF HTRN-DATE IS NUMERIC
022200         AND HTRN-DATE NOT = ZERO
022300         MOVE HTRN-DATE TO WS-EFFECTIVE-DATE
022400     ELSE
022500         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
022600     END-IF.
022700     EVALUATE TRUE
022800         WHEN HTRN-ADD
022900             PERFORM 2100-ADD-HOLD THRU 2100-EXIT
023000         WHEN HTRN-RELEASE
023100             PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT
023200         WHEN OTHER
023300             PERFORM 2400-REJECT-UNKNOWN-CODE THRU 2400-EXIT
023400     END-EVALUATE.
023500     PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT.
023600     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
023700 2000-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100* 2100-ADD-HOLD - an add must name a valid hold type, the office
024200*                placing it, a reason and the operator, and the
024300*                student must be on the master. A second hold of
024400*                the same type on the same day rejects on the
024500*                WRITE.
024600******************************************************************
024700 2100-ADD-HOLD.
024800     MOVE HTRN-TYPE TO HOLD-TYPE.
024900     IF NOT HOLD-TYPE-VALID
025000         MOVE "REJECTED" TO WS-RESULT-TEXT
025100         MOVE "INVALID HOLD TYPE" TO WS-REASON-TEXT
025200         ADD 1 TO WS-REJECT-COUNT
025300         GO TO 2100-EXIT
025400     END-IF.
025500     IF HTRN-PLACED-BY = SPACES
025600         MOVE "REJECTED" TO WS-RESULT-TEXT
025700         MOVE "PLACING OFFICE MISSING" TO WS-REASON-TEXT
025800         ADD 1 TO WS-REJECT-COUNT
025900         GO TO 2100-EXIT
026000     END-IF.
026100     IF HTRN-REASON = SPACES
026200         MOVE "REJECTED" TO WS-RESULT-TEXT
026300         MOVE "HOLD REASON MISSING" TO WS-REASON-TEXT
026400         ADD 1 TO WS-REJECT-COUNT
026500         GO TO 2100-EXIT
026600     END-IF.
026700     IF HTRN-OPERATOR-ID = SPACES
026800         MOVE "REJECTED" TO WS-RESULT-TEXT
026900         MOVE "OPERATOR ID MISSING" TO WS-REASON-TEXT
027000         ADD 1 TO WS-REJECT-COUNT
027100         GO TO 2100-EXIT
027200     END-IF.
027300     MOVE HTRN-STUDENT-NUMBER TO STUDENT-NUMBER.
027400     READ STUDENT-MASTER
027500         INVALID KEY
027600             MOVE "REJECTED" TO WS-RESULT-TEXT
027700             MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TEXT
027800             ADD 1 TO WS-REJECT-COUNT
027900             GO TO 2100-EXIT
028000     END-READ.
028100     MOVE HTRN-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER.
028200     MOVE HTRN-TYPE TO HOLD-TYPE.
028300     MOVE WS-EFFECTIVE-DATE TO HOLD-DATE-PLACED.
028400     MOVE HTRN-PLACED-BY TO HOLD-PLACED-BY.
028500     MOVE ZERO TO HOLD-DATE-RELEASED.
028600     MOVE HTRN-REASON TO HOLD-REASON.
028700     WRITE HOLD-RECORD
028800         INVALID KEY
028900             MOVE "REJECTED" TO WS-RESULT-TEXT
029000             MOVE "DUPLICATE HOLD" TO WS-REASON-TEXT
029100             ADD 1 TO WS-REJECT-COUNT
029200         NOT INVALID KEY
029300             MOVE "APPLIED" TO WS-RESULT-TEXT
029400             MOVE SPACES TO WS-REASON-TEXT
029500             ADD 1 TO WS-ADD-COUNT
029600     END-WRITE.
029700 2100-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100* 2200-RELEASE-HOLD - find the open hold of the transaction's
030200*                    type for the student (the one placed on
030300*                    HTRN-DATE-PLACED if given, otherwise the
030400*                    oldest) and stamp the release date on it. The
030500*                    record stays on the master as history. The
030600*                    audit line shows the office that placed the
030700*                    hold, taken from the record found.
030800******************************************************************
030900 2200-RELEASE-HOLD.
031000     IF HTRN-OPERATOR-ID = SPACES
031100         MOVE "REJECTED" TO WS-RESULT-TEXT
031200         MOVE "OPERATOR ID MISSING" TO WS-REASON-TEXT
031300         ADD 1 TO WS-REJECT-COUNT
031400         GO TO 2200-EXIT
031500     END-IF.
031600     MOVE HTRN-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER.
031700     MOVE HTRN-TYPE TO HOLD-TYPE.
031800     IF HTRN-DATE-PLACED IS NUMERIC
031900         MOVE HTRN-DATE-PLACED TO HOLD-DATE-PLACED
032000     ELSE
032100         MOVE ZERO TO HOLD-DATE-PLACED
032200     END-IF.
032300     MOVE "N" TO WS-SCAN-SW.
032400     START HOLD-MASTER KEY IS NOT LESS THAN HOLD-KEY
032500         INVALID KEY
032600             SET WS-SCAN-ENDED TO TRUE
032700     END-START.
032800     PERFORM 2210-FIND-OPEN-HOLD THRU 2210-EXIT
032900         UNTIL WS-SCAN-FOUND OR WS-SCAN-ENDED.
033000     IF NOT WS-SCAN-FOUND
033100         MOVE ZERO TO HOLD-DATE-PLACED
033200         MOVE ZERO TO HOLD-DATE-RELEASED
033300         MOVE HTRN-PLACED-BY TO HOLD-PLACED-BY
033400         MOVE "REJECTED" TO WS-RESULT-TEXT
033500         MOVE "NO OPEN HOLD OF THAT TYPE" TO WS-REASON-TEXT
033600         ADD 1 TO WS-REJECT-COUNT
033700         GO TO 2200-EXIT
033800     END-IF.
033900     IF WS-EFFECTIVE-DATE < HOLD-DATE-PLACED
034000         MOVE "REJECTED" TO WS-RESULT-TEXT
034100         MOVE "RELEASE BEFORE DATE PLACED" TO WS-REASON-TEXT
034200         ADD 1 TO WS-REJECT-COUNT
034300         GO TO 2200-EXIT
034400     END-IF.
034500     MOVE WS-EFFECTIVE-DATE TO HOLD-DATE-RELEASED.
034600     REWRITE HOLD-RECORD
034700         INVALID KEY
034800             MOVE "REJECTED" TO WS-RESULT-TEXT
034900             MOVE "REWRITE FAILED" TO WS-REASON-TEXT
035000             ADD 1 TO WS-REJECT-COUNT
035100         NOT INVALID KEY
035200             MOVE "APPLIED" TO WS-RESULT-TEXT
035300             MOVE SPACES TO WS-REASON-TEXT
035400             ADD 1 TO WS-RELEASE-COUNT
035500     END-REWRITE.
035600 2200-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 2210-FIND-OPEN-HOLD - step through the student's holds of the
036100*                      transaction's type until an open one turns
036200*                      up or the type runs out.
036300******************************************************************
036400 2210-FIND-OPEN-HOLD.
036500     READ HOLD-MASTER NEXT RECORD
036600         AT END
036700             SET WS-SCAN-ENDED TO TRUE
036800             GO TO 2210-EXIT
036900     END-READ.
037000     IF HOLD-STUDENT-NUMBER NOT = HTRN-STUDENT-NUMBER
037100         OR HOLD-TYPE NOT = HTRN-TYPE
037200         SET WS-SCAN-ENDED TO TRUE
037300         GO TO 2210-EXIT
037400     END-IF.
037500     IF HTRN-DATE-PLACED IS NUMERIC
037600         AND HTRN-DATE-PLACED NOT = ZERO
037700         AND HOLD-DATE-PLACED NOT = HTRN-DATE-PLACED
037800         SET WS-SCAN-ENDED TO TRUE
037900         GO TO 2210-EXIT
038000     END-IF.
038100     IF HOLD-OPEN
038200         SET WS-SCAN-FOUND TO TRUE
038300     END-IF.
038400 2210-EXIT.
038500     EXIT.
038600
038700 2400-REJECT-UNKNOWN-CODE.
038800     MOVE "REJECTED" TO WS-RESULT-TEXT.
038900     MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT.
039000     ADD 1 TO WS-REJECT-COUNT.
039100 2400-EXIT.
039200     EXIT.
039300
039400 2900-WRITE-AUDIT-LINE.
039500     MOVE HTRN-CODE TO HLD-TRANS-CODE.
039600     MOVE HTRN-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
039700     MOVE HTRN-TYPE TO HLD-HOLD-TYPE.
039800     MOVE HOLD-PLACED-BY TO HLD-PLACED-BY.
039900     MOVE HOLD-DATE-PLACED TO HLD-DATE-PLACED.
040000     MOVE HOLD-DATE-RELEASED TO HLD-DATE-RELEASED.
040100     MOVE HTRN-OPERATOR-ID TO HLD-OPERATOR-ID.
040200     MOVE WS-RESULT-TEXT TO HLD-RESULT.
040300     MOVE WS-REASON-TEXT TO HLD-REASON.
040400     WRITE MAINT-REPORT-LINE FROM HLD-DETAIL-LINE
040500         AFTER ADVANCING 1 LINE.
040600 2900-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 3000-TERMINATE - print the transaction totals and close files.
041100******************************************************************
041200 3000-TERMINATE.
041300     MOVE WS-ADD-COUNT TO HLD-TOTAL-ADDS.
041400     MOVE WS-RELEASE-COUNT TO HLD-TOTAL-RELEASES.
041500     MOVE WS-REJECT-COUNT TO HLD-TOTAL-REJECTS.
041600     WRITE MAINT-REPORT-LINE FROM HLD-HDG-LINE-4
041700         AFTER ADVANCING 2 LINES.
041800     WRITE MAINT-REPORT-LINE FROM HLD-TOTAL-LINE-1
041900         AFTER ADVANCING 1 LINE.
042000     WRITE MAINT-REPORT-LINE FROM HLD-TOTAL-LINE-2
042100         AFTER ADVANCING 1 LINE.
042200     WRITE MAINT-REPORT-LINE FROM HLD-TOTAL-LINE-3
042300         AFTER ADVANCING 1 LINE.
042400     CLOSE HOLD-MASTER.
042500     CLOSE STUDENT-MASTER.
042600     CLOSE TRANSACTION-FILE.
042700     CLOSE MAINT-REPORT.
042800 3000-EXIT.
042900     EXIT.
043000
043100 END PROGRAM HOLD-MAINT-PGM.
