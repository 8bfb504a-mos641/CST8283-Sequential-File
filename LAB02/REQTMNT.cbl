000100******************************************************************
000200* Program:     PROGRAM-REQT-MAINT-PGM
000300* Author:      D. KOWALSKI
000400* Installation: CST8283 REGISTRAR SYSTEMS
000500* Date-Written: 2026-10-15
000600* Date-Compiled:
000700* Security:    NON CONFIDENTIAL
000800*
000900* Purpose:     Applies a file of program requirement ADD/CHANGE/
001000*              DELETE transactions (REQTTXN.TXT) against the
001100*              indexed program requirements master (PROGREQ.DAT),
001200*              keyed on STUDENT-PROGRAM, and prints a one-line
001300*              audit record for every transaction, modelled on
001400*              COURSE-MAINT-PGM. The requirements master is
001500*              created on first use. Group 00 lines are required
001600*              courses; an elective group is defined by a header
001700*              line carrying how many of its courses are needed
001800*              and then filled with course lines. Every course
001900*              must be on the course catalog (COURSE.DAT). The
002000*              degree audit run measures each student against
002100*              these requirements.
002200*
002300* Modification History:
002400*   2026-10-15  D.K.  Original program requirements maintenance.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PROGRAM-REQT-MAINT-PGM.
002800 AUTHOR. D. KOWALSKI.
002900 INSTALLATION. CST8283 REGISTRAR SYSTEMS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200 SECURITY. NON CONFIDENTIAL.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL REQUIREMENT-MASTER
003700     ASSIGN TO "..\PROGREQ.DAT"
003800     ORGANIZATION IS INDEXED
003900     ACCESS MODE IS DYNAMIC
004000     RECORD KEY IS REQT-KEY
004100     FILE STATUS IS WS-REQT-STATUS.
004200
004300     SELECT COURSE-MASTER
004400     ASSIGN TO "..\COURSE.DAT"
004500     ORGANIZATION IS INDEXED
004600     ACCESS MODE IS DYNAMIC
004700     RECORD KEY IS COURSE-CODE
004800     FILE STATUS IS WS-COURSE-STATUS.
004900
005000     SELECT TRANSACTION-FILE
005100     ASSIGN TO "..\REQTTXN.TXT"
005200     ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT MAINT-REPORT
005500     ASSIGN TO "..\REQTMRPT.TXT"
005600     ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  REQUIREMENT-MASTER.
006000     COPY REQTREC.
006100
006200 FD  COURSE-MASTER.
006300     COPY COURSREC.
006400
006500 FD  TRANSACTION-FILE.
006600     COPY REQTTRAN.
006700
006800 FD  MAINT-REPORT.
006900 01  MAINT-REPORT-LINE           PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 77  WS-EOF-SW                  PIC X(01)   VALUE "N".
007400     88  WS-EOF                             VALUE "Y".
007500 77  WS-REQT-STATUS             PIC X(02)   VALUE "00".
007600     88  WS-REQT-OK                         VALUES "00" "05".
007700 77  WS-COURSE-STATUS           PIC X(02)   VALUE "00".
007800     88  WS-COURSE-OK                       VALUE "00".
007900 77  WS-MEMBER-SW               PIC X(01)   VALUE "N".
008000     88  WS-GROUP-HAS-MEMBERS               VALUE "Y".
008100 77  WS-ADD-COUNT               PIC 9(05)   VALUE ZERO.
008200 77  WS-CHANGE-COUNT            PIC 9(05)   VALUE ZERO.
008300 77  WS-DELETE-COUNT            PIC 9(05)   VALUE ZERO.
008400 77  WS-REJECT-COUNT            PIC 9(05)   VALUE ZERO.
008500 77  WS-RESULT-TEXT             PIC X(08)   VALUE SPACES.
008600 77  WS-REASON-TEXT             PIC X(30)   VALUE SPACES.
008700
008800 01  WS-RUN-DATE.
008900     05  WS-RUN-YY               PIC 9(02).
009000     05  WS-RUN-MM               PIC 9(02).
009100     05  WS-RUN-DD               PIC 9(02).
009200
009300 01  RQM-HDG-LINE-1.
009400     05  FILLER                  PIC X(10)   VALUE SPACES.
009500     05  FILLER                  PIC X(40)
009600         VALUE "PROGRAM REQUIREMENTS MAINTENANCE AUDIT".
009700
009800 01  RQM-HDG-LINE-2.
009900     05  FILLER                  PIC X(05)   VALUE "DATE:".
010000     05  RQM-HDG-DATE            PIC X(08).
010100
010200 01  RQM-HDG-LINE-3.
010300     05  FILLER                  PIC X(02)   VALUE "TC".
010400     05  FILLER                  PIC X(02)   VALUE SPACES.
010500     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
010600     05  FILLER                  PIC X(06)   VALUE "GROUP".
010700     05  FILLER                  PIC X(10)   VALUE "COURSE".
010800     05  FILLER                  PIC X(07)   VALUE "NEEDED".
010900     05  FILLER                  PIC X(10)   VALUE "RESULT".
011000     05  FILLER                  PIC X(30)   VALUE "REASON".
011100
011200 01  RQM-HDG-LINE-4.
011300     05  FILLER                  PIC X(77)   VALUE ALL "-".
011400
011500 01  RQM-DETAIL-LINE.
011600     05  RQM-TRANS-CODE          PIC X(02).
011700     05  FILLER                  PIC X(02)   VALUE SPACES.
011800     05  RQM-PROGRAM             PIC X(10).
011900     05  RQM-GROUP               PIC X(06).
012000     05  RQM-COURSE-CODE         PIC X(10).
012100     05  RQM-GROUP-NEEDED        PIC X(07).
012200     05  RQM-RESULT              PIC X(10).
012300     05  RQM-REASON              PIC X(30).
012400
012500 01  RQM-TOTAL-LINE-1.
012600     05  FILLER              PIC X(16) VALUE "ADDS APPLIED:".
012700     05  RQM-TOTAL-ADDS      PIC ZZ,ZZ9.
012800
012900 01  RQM-TOTAL-LINE-2.
013000     05  FILLER              PIC X(16) VALUE "CHANGES APPLIED:".
013100     05  RQM-TOTAL-CHANGES   PIC ZZ,ZZ9.
013200
013300 01  RQM-TOTAL-LINE-3.
013400     05  FILLER              PIC X(16) VALUE "DELETES APPLIED:".
013500     05  RQM-TOTAL-DELETES   PIC ZZ,ZZ9.
013600
013700 01  RQM-TOTAL-LINE-4.
013800     05  FILLER              PIC X(23)
013900         VALUE "TRANSACTIONS REJECTED:".
014000     05  RQM-TOTAL-REJECTS   PIC ZZ,ZZ9.
014100
014200 PROCEDURE DIVISION.
014300
014400******************************************************************
014500* 0000-MAINLINE
014600******************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
015000         UNTIL WS-EOF.
015100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
015200     STOP RUN.
015300
015400******************************************************************
015500* 1000-INITIALIZE - open files and print the audit report
015600*                   headings. The requirements master is created
015700*                   here on first use.
015800******************************************************************
015900 1000-INITIALIZE.
016000     OPEN I-O REQUIREMENT-MASTER.
016100     IF NOT WS-REQT-OK
016200         DISPLAY "PROGRAM-REQT-MAINT-PGM: UNABLE TO OPEN"
016300             " REQUIREMENTS MASTER, STATUS=" WS-REQT-STATUS
016400         STOP RUN
016500     END-IF.
016600     OPEN INPUT COURSE-MASTER.
016700     IF NOT WS-COURSE-OK
016800         DISPLAY "PROGRAM-REQT-MAINT-PGM: UNABLE TO OPEN COURSE"
016900             " CATALOG, STATUS=" WS-COURSE-STATUS
017000         STOP RUN
017100     END-IF.
017200     OPEN INPUT TRANSACTION-FILE.
017300     OPEN OUTPUT MAINT-REPORT.
017400     ACCEPT WS-RUN-DATE FROM DATE.
017500     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
017600     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
017700 1000-EXIT.
017800     EXIT.
017900
018000 1100-WRITE-HEADINGS.
018100     STRING WS-RUN-MM DELIMITED BY SIZE
018200         "/" DELIMITED BY SIZE
018300         WS-RUN-DD DELIMITED BY SIZE
018400         "/" DELIMITED BY SIZE
018500         WS-RUN-YY DELIMITED BY SIZE
018600         INTO RQM-HDG-DATE.
018700     WRITE MAINT-REPORT-LINE FROM RQM-HDG-LINE-1
018800         AFTER ADVANCING 1 LINE.
018900     WRITE MAINT-REPORT-LINE FROM RQM-HDG-LINE-2
019000         AFTER ADVANCING 1 LINE.
019100     WRITE MAINT-REPORT-LINE FROM RQM-HDG-LINE-3
019200         AFTER ADVANCING 2 LINES.
019300     WRITE MAINT-REPORT-LINE FROM RQM-HDG-LINE-4
019400         AFTER ADVANCING 1 LINE.
019500 1100-EXIT.
019600     EXIT.
019700
019800 1200-READ-TRANSACTION.
019900     READ TRANSACTION-FILE
020000         AT END SET WS-EOF TO TRUE
020100     END-READ.
020200 1200-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600* 2000-PROCESS-TRANSACTION - dispatch on transaction code and
020700*                           read the next transaction. The program
020800*                           and group number are checked here for
020900*                           every code.
021000******************************************************************
021100 2000-PROCESS-TRANSACTION.
021200     EVALUATE TRUE
021300         WHEN RTRN-PROGRAM = SPACES
021400             MOVE "REJECTED" TO WS-RESULT-TEXT
021500             MOVE "PROGRAM MISSING" TO WS-REASON-TEXT
021600             ADD 1 TO WS-REJECT-COUNT
021700         WHEN RTRN-GROUP NOT NUMERIC
021800             MOVE "REJECTED" TO WS-RESULT-TEXT
021900             MOVE "GROUP NOT NUMERIC" TO WS-REASON-TEXT
022000             ADD 1 TO WS-REJECT-COUNT
022100         WHEN RTRN-ADD
022200             PERFORM 2100-ADD-REQUIREMENT THRU 2100-EXIT
022300         WHEN RTRN-CHANGE
022400             PERFORM 2200-CHANGE-REQUIREMENT THRU 2200-EXIT
022500         WHEN RTRN-DELETE
022600             PERFORM 2300-DELETE-REQUIREMENT THRU 2300-EXIT
022700         WHEN OTHER
022800             PERFORM 2400-REJECT-UNKNOWN-CODE THRU 2400-EXIT
022900     END-EVALUATE.
023000     PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT.
023100     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
023200 2000-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600* 2100-ADD-REQUIREMENT - a group 00 line needs a course on the
023700*                       catalog. A group header (blank course)
023800*                       needs a needed count of at least 1; a
023900*                       course line in a group needs the group's
024000*                       header already on file. A duplicate key
024100*                       rejects on the WRITE.
024200******************************************************************
024300 2100-ADD-REQUIREMENT.
024400     IF RTRN-GROUP-NEEDED NOT NUMERIC
024500         MOVE ZERO TO RTRN-GROUP-NEEDED
024600     END-IF.
024700     IF RTRN-GROUP = ZERO AND RTRN-COURSE-CODE = SPACES
024800         MOVE "REJECTED" TO WS-RESULT-TEXT
024900         MOVE "REQUIRED COURSE MISSING" TO WS-REASON-TEXT
025000         ADD 1 TO WS-REJECT-COUNT
025100         GO TO 2100-EXIT
025200     END-IF.
025300     IF RTRN-GROUP > ZERO AND RTRN-COURSE-CODE = SPACES
025400         AND RTRN-GROUP-NEEDED = ZERO
025500         MOVE "REJECTED" TO WS-RESULT-TEXT
025600         MOVE "NEEDED COUNT MISSING" TO WS-REASON-TEXT
025700         ADD 1 TO WS-REJECT-COUNT
025800         GO TO 2100-EXIT
025900     END-IF.
026000     IF RTRN-COURSE-CODE NOT = SPACES
026100         MOVE RTRN-COURSE-CODE TO COURSE-CODE
026200         READ COURSE-MASTER
026300             INVALID KEY
026400                 MOVE "REJECTED" TO WS-RESULT-TEXT
026500                 MOVE "COURSE NOT IN CATALOG" TO WS-REASON-TEXT
026600                 ADD 1 TO WS-REJECT-COUNT
026700                 GO TO 2100-EXIT
026800         END-READ
026900         MOVE ZERO TO RTRN-GROUP-NEEDED
027000     END-IF.
027100     IF RTRN-GROUP > ZERO AND RTRN-COURSE-CODE NOT = SPACES
027200         MOVE RTRN-PROGRAM TO REQT-PROGRAM
027300         MOVE RTRN-GROUP TO REQT-GROUP
027400         MOVE SPACES TO REQT-COURSE-CODE
027500         READ REQUIREMENT-MASTER
027600             INVALID KEY
027700                 MOVE "REJECTED" TO WS-RESULT-TEXT
027800                 MOVE "ELECTIVE GROUP NOT DEFINED"
027900                     TO WS-REASON-TEXT
028000                 ADD 1 TO WS-REJECT-COUNT
028100                 GO TO 2100-EXIT
028200         END-READ
028300     END-IF.
028400     MOVE RTRN-PROGRAM TO REQT-PROGRAM.
028500     MOVE RTRN-GROUP TO REQT-GROUP.
028600     MOVE RTRN-COURSE-CODE TO REQT-COURSE-CODE.
028700     MOVE RTRN-GROUP-NEEDED TO REQT-GROUP-NEEDED.
028800     MOVE WS-RUN-DATE TO REQT-DATE-ADDED.
028900     WRITE PROGRAM-REQUIREMENT-RECORD
029000         INVALID KEY
029100             MOVE "REJECTED" TO WS-RESULT-TEXT
029200             MOVE "DUPLICATE REQUIREMENT" TO WS-REASON-TEXT
029300             ADD 1 TO WS-REJECT-COUNT
029400         NOT INVALID KEY
029500             MOVE "APPLIED" TO WS-RESULT-TEXT
029600             MOVE SPACES TO WS-REASON-TEXT
029700             ADD 1 TO WS-ADD-COUNT
029800     END-WRITE.
029900 2100-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300* 2200-CHANGE-REQUIREMENT - a change replaces the needed count on
030400*                          an elective group header; course lines
030500*                          have nothing to change.
030600******************************************************************
030700 2200-CHANGE-REQUIREMENT.
030800     IF RTRN-GROUP = ZERO OR RTRN-COURSE-CODE NOT = SPACES
030900         MOVE "REJECTED" TO WS-RESULT-TEXT
031000         MOVE "ONLY A GROUP HEADER CHANGES" TO WS-REASON-TEXT
031100         ADD 1 TO WS-REJECT-COUNT
031200         GO TO 2200-EXIT
031300     END-IF.
031400     IF RTRN-GROUP-NEEDED NOT NUMERIC
031500         OR RTRN-GROUP-NEEDED = ZERO
031600         MOVE "REJECTED" TO WS-RESULT-TEXT
031700         MOVE "NEEDED COUNT MISSING" TO WS-REASON-TEXT
031800         ADD 1 TO WS-REJECT-COUNT
031900         GO TO 2200-EXIT
032000     END-IF.
032100     MOVE RTRN-PROGRAM TO REQT-PROGRAM.
032200     MOVE RTRN-GROUP TO REQT-GROUP.
032300     MOVE SPACES TO REQT-COURSE-CODE.
032400     READ REQUIREMENT-MASTER
032500         INVALID KEY
032600             MOVE "REJECTED" TO WS-RESULT-TEXT
032700             MOVE "ELECTIVE GROUP NOT DEFINED" TO WS-REASON-TEXT
032800             ADD 1 TO WS-REJECT-COUNT
032900         NOT INVALID KEY
033000             MOVE RTRN-GROUP-NEEDED TO REQT-GROUP-NEEDED
033100             REWRITE PROGRAM-REQUIREMENT-RECORD
033200                 INVALID KEY
033300                     MOVE "REJECTED" TO WS-RESULT-TEXT
033400                     MOVE "REWRITE FAILED" TO WS-REASON-TEXT
033500                     ADD 1 TO WS-REJECT-COUNT
033600                 NOT INVALID KEY
033700                     MOVE "APPLIED" TO WS-RESULT-TEXT
033800                     MOVE SPACES TO WS-REASON-TEXT
033900                     ADD 1 TO WS-CHANGE-COUNT
034000             END-REWRITE
034100     END-READ.
034200 2200-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600* 2300-DELETE-REQUIREMENT - a required course or a group course
034700*                          line deletes outright; a group header
034800*                          deletes only once the group has no
034900*                          course lines left under it.
035000******************************************************************
035100 2300-DELETE-REQUIREMENT.
035200     IF RTRN-GROUP > ZERO AND RTRN-COURSE-CODE = SPACES
035300         PERFORM 2350-CHECK-GROUP-MEMBERS THRU 2350-EXIT
035400         IF WS-GROUP-HAS-MEMBERS
035500             MOVE "REJECTED" TO WS-RESULT-TEXT
035600             MOVE "GROUP STILL HAS COURSES" TO WS-REASON-TEXT
035700             ADD 1 TO WS-REJECT-COUNT
035800             GO TO 2300-EXIT
035900         END-IF
036000     END-IF.
036100     MOVE RTRN-PROGRAM TO REQT-PROGRAM.
036200     MOVE RTRN-GROUP TO REQT-GROUP.
036300     MOVE RTRN-COURSE-CODE TO REQT-COURSE-CODE.
036400     READ REQUIREMENT-MASTER
036500         INVALID KEY
036600             MOVE "REJECTED" TO WS-RESULT-TEXT
036700             MOVE "NO MATCH ON REQUIREMENT" TO WS-REASON-TEXT
036800             ADD 1 TO WS-REJECT-COUNT
036900         NOT INVALID KEY
037000             DELETE REQUIREMENT-MASTER RECORD
037100                 INVALID KEY
037200                     MOVE "REJECTED" TO WS-RESULT-TEXT
037300                     MOVE "DELETE FAILED" TO WS-REASON-TEXT
037400                     ADD 1 TO WS-REJECT-COUNT
037500                 NOT INVALID KEY
037600                     MOVE "APPLIED" TO WS-RESULT-TEXT
037700                     MOVE SPACES TO WS-REASON-TEXT
037800                     ADD 1 TO WS-DELETE-COUNT
037900             END-DELETE
038000     END-READ.
038100 2300-EXIT.
038200     EXIT.
038300
038400 2350-CHECK-GROUP-MEMBERS.
038500     MOVE "N" TO WS-MEMBER-SW.
038600     MOVE RTRN-PROGRAM TO REQT-PROGRAM.
038700     MOVE RTRN-GROUP TO REQT-GROUP.
038800     MOVE SPACES TO REQT-COURSE-CODE.
038900     START REQUIREMENT-MASTER KEY IS GREATER THAN REQT-KEY
039000         INVALID KEY
039100             GO TO 2350-EXIT
039200     END-START.
039300     READ REQUIREMENT-MASTER NEXT RECORD
039400         AT END
039500             GO TO 2350-EXIT
039600     END-READ.
039700     IF REQT-PROGRAM = RTRN-PROGRAM AND REQT-GROUP = RTRN-GROUP
039800         SET WS-GROUP-HAS-MEMBERS TO TRUE
039900     END-IF.
040000 2350-EXIT.
040100     EXIT.
040200
040300 2400-REJECT-UNKNOWN-CODE.
040400     MOVE "REJECTED" TO WS-RESULT-TEXT.
040500     MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT.
040600     ADD 1 TO WS-REJECT-COUNT.
040700 2400-EXIT.
040800     EXIT.
040900
041000 2900-WRITE-AUDIT-LINE.
041100     MOVE RTRN-CODE TO RQM-TRANS-CODE.
041200     MOVE RTRN-PROGRAM TO RQM-PROGRAM.
041300     MOVE RTRN-GROUP TO RQM-GROUP.
041400     MOVE RTRN-COURSE-CODE TO RQM-COURSE-CODE.
041500     MOVE RTRN-GROUP-NEEDED TO RQM-GROUP-NEEDED.
041600     MOVE WS-RESULT-TEXT TO RQM-RESULT.
041700     MOVE WS-REASON-TEXT TO RQM-REASON.
041800     WRITE MAINT-REPORT-LINE FROM RQM-DETAIL-LINE
041900         AFTER ADVANCING 1 LINE.
042000 2900-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 3000-TERMINATE - print the transaction totals and close files.
042500******************************************************************
042600 3000-TERMINATE.
042700     MOVE WS-ADD-COUNT TO RQM-TOTAL-ADDS.
042800     MOVE WS-CHANGE-COUNT TO RQM-TOTAL-CHANGES.
042900     MOVE WS-DELETE-COUNT TO RQM-TOTAL-DELETES.
043000     MOVE WS-REJECT-COUNT TO RQM-TOTAL-REJECTS.
043100     WRITE MAINT-REPORT-LINE FROM RQM-HDG-LINE-4
043200         AFTER ADVANCING 2 LINES.
043300     WRITE MAINT-REPORT-LINE FROM RQM-TOTAL-LINE-1
043400         AFTER ADVANCING 1 LINE.
043500     WRITE MAINT-REPORT-LINE FROM RQM-TOTAL-LINE-2
043600         AFTER ADVANCING 1 LINE.
043700     WRITE MAINT-REPORT-LINE FROM RQM-TOTAL-LINE-3
043800         AFTER ADVANCING 1 LINE.
043900     WRITE MAINT-REPORT-LINE FROM RQM-TOTAL-LINE-4
044000         AFTER ADVANCING 1 LINE.
044100     CLOSE REQUIREMENT-MASTER.
044200     CLOSE COURSE-MASTER.
044300     CLOSE TRANSACTION-FILE.
044400     CLOSE MAINT-REPORT.
044500 3000-EXIT.
044600     EXIT.
044700
044800 END PROGRAM PROGRAM-REQT-MAINT-PGM.
