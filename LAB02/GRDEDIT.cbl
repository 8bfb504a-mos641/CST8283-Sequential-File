002100*              transactions go to a reject file (GRADTREJ.TXT)
002200*              with a reason code so the grade sheet can be
002300*              corrected and re-keyed.
002320*              The term being graded must be on the term calendar
002340*              (TERM.DAT); a grade for a CLOSED term is taken only
002360*              when it carries a registrar grade-change
002380*              authorization.
002400*
002500* Modification History:
002600*   2026-09-02  D.K.  Original grade transaction edit program.
002610*   2026-10-15  D.K.  Term calendar check - the term must be on
002620*                     TERM.DAT (G06) and a CLOSED term needs a
002630*                     registrar grade-change authorization (G07).
002640*                     GRADTRAN grew the authorization field,
002650*                     so the clean and reject records widen.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. GRADE-TRANS-EDIT-PGM.
005700     ACCESS MODE IS DYNAMIC
005800     RECORD KEY IS ENROLL-KEY
005900     FILE STATUS IS WS-ENROLL-STATUS.
005910
005920     SELECT TERM-MASTER
005930     ASSIGN TO "..\TERM.DAT"
005940     ORGANIZATION IS INDEXED
005950     ACCESS MODE IS DYNAMIC
005960     RECORD KEY IS TERM-CODE
005970     FILE STATUS IS WS-TERM-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RAW-TRANS-FILE.
006300     COPY GRADTRAN.
006400
006500 FD  CLEAN-TRANS-FILE.
006600 01  CLEAN-TRANSACTION-RECORD    PIC X(34).
006700
006800 FD  TRANS-REJECT-FILE.
006900 01  TRANS-REJECT-LINE           PIC X(72).
007000
007100 FD  EDIT-REPORT.
007200 01  EDIT-REPORT-LINE            PIC X(132).
007300
007400 FD  ENROLL-MASTER.
007500     COPY ENRLREC.
007520
007540 FD  TERM-MASTER.
007560     COPY TERMREC.
007600
007700 WORKING-STORAGE SECTION.
007800
008300     88  WS-TRANS-INVALID                    VALUE "N".
008400 77  WS-ENROLL-STATUS            PIC X(02)   VALUE "00".
008500     88  WS-ENROLL-OK                        VALUE "00".
008530 77  WS-TERM-STATUS              PIC X(02)   VALUE "00".
008560     88  WS-TERM-OK                          VALUE "00".
008600 77  WS-REASON-CODE              PIC X(03)   VALUE SPACES.
008700 77  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
008800 77  WS-READ-COUNT               PIC 9(06)   VALUE ZERO.
008900 77  WS-CLEAN-COUNT              PIC 9(06)   VALUE ZERO.
009000 77  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
009050 77  WS-AUTH-COUNT               PIC 9(06)   VALUE ZERO.
009100
009200 01  WS-RUN-DATE.
009300     05  WS-RUN-YY               PIC 9(02).
009500     05  WS-RUN-DD               PIC 9(02).
009600
009700 01  TRANS-REJECT-DETAIL.
009800     05  REJ-TRANSACTION-RECORD  PIC X(34).
009900     05  FILLER                  PIC X(01)   VALUE SPACES.
010000     05  REJ-REASON-CODE         PIC X(03).
010100     05  FILLER                  PIC X(01)   VALUE SPACES.
013800 01  EDT-TOTAL-LINE-3.
013900     05  FILLER          PIC X(24) VALUE "TRANSACTIONS REJECTED:".
014000     05  EDT-TOTAL-REJECTED  PIC ZZZ,ZZ9.
014020
014040 01  EDT-TOTAL-LINE-4.
014060     05  FILLER          PIC X(24)
014065         VALUE "CLOSED TERM, AUTHORIZED:".
014080     05  EDT-TOTAL-AUTHORIZED PIC ZZZ,ZZ9.
014100
014200 PROCEDURE DIVISION.
014300
016400             " ENROLLMENT MASTER, STATUS=" WS-ENROLL-STATUS
016500         STOP RUN
016600     END-IF.
016610     OPEN INPUT TERM-MASTER.
016620     IF NOT WS-TERM-OK
016630         DISPLAY "GRADE-TRANS-EDIT-PGM: UNABLE TO OPEN"
016640             " TERM CALENDAR, STATUS=" WS-TERM-STATUS
016650         STOP RUN
016660     END-IF.
016700     OPEN INPUT RAW-TRANS-FILE.
016800     OPEN OUTPUT CLEAN-TRANS-FILE.
016900     OPEN OUTPUT TRANS-REJECT-FILE.
026200             MOVE "G05" TO WS-REASON-CODE
026300             MOVE "ENROLLMENT NOT ON FILE" TO WS-REASON-TEXT
026400     END-READ.
026404     IF WS-TRANS-INVALID
026408         GO TO 2100-EXIT
026412     END-IF.
026416     MOVE GTRN-TERM TO TERM-CODE.
026420     READ TERM-MASTER
026424         INVALID KEY
026428             SET WS-TRANS-INVALID TO TRUE
026432             MOVE "G06" TO WS-REASON-CODE
026436             MOVE "TERM NOT ON CALENDAR" TO WS-REASON-TEXT
026440             GO TO 2100-EXIT
026444     END-READ.
026448     IF TERM-CLOSED
026452         IF GTRN-CHANGE-AUTH = SPACES
026456             SET WS-TRANS-INVALID TO TRUE
026460             MOVE "G07" TO WS-REASON-CODE
026464             MOVE "TERM CLOSED - NO AUTHORIZATION"
026468                 TO WS-REASON-TEXT
026472         ELSE
026476             ADD 1 TO WS-AUTH-COUNT
026480         END-IF
026484     END-IF.
026500 2100-EXIT.
026600     EXIT.
026700
030800         AFTER ADVANCING 1 LINE.
030900     WRITE EDIT-REPORT-LINE FROM EDT-TOTAL-LINE-3
031000         AFTER ADVANCING 1 LINE.
031020     MOVE WS-AUTH-COUNT TO EDT-TOTAL-AUTHORIZED.
031040     WRITE EDIT-REPORT-LINE FROM EDT-TOTAL-LINE-4
031060         AFTER ADVANCING 1 LINE.
031100     CLOSE ENROLL-MASTER.
031150     CLOSE TERM-MASTER.
031200     CLOSE RAW-TRANS-FILE.
031300     CLOSE CLEAN-TRANS-FILE.
031400     CLOSE TRANS-REJECT-FILE.
