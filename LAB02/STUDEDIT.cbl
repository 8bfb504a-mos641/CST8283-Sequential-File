002819*                     open record beyond the (now 1000-entry)
002820*                     table refuses the run - a cleared record
002821*                     beyond it is counted and noted instead.
002822*   2026-10-15  D.K.  A passing transaction no longer clears the
002832*                     enrollment maintenance program's suspense
002842*                     entries (operator ENRLMNT) - those clear
002852*                     when the enrollment for the same course and
002862*                     term later applies.
002872******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. STUDENT-TRANS-EDIT-PGM.
003100 AUTHOR. D. KOWALSKI.
027900     EXIT.
027910
027911******************************************************************
027915* 2250-CLEAR-SUSPENSE - a transaction that passes the edit
027919*                      clears every open suspense entry for its
027923*                      student number - the correction has
027927*                      arrived. Entries stamped ENRLMNT are
027931*                      enrollment rejects and are left for the
027935*                      enrollment run to clear.
027939******************************************************************
027943 2250-CLEAR-SUSPENSE.
027947     IF WS-SUSP-ENTRY-OPEN(WS-SUSP-SUB)
027951         AND WS-SUSP-STUDENT(WS-SUSP-SUB)
027955             = TRANS-STUDENT-NUMBER
027959         AND WS-SUSP-OPERATOR(WS-SUSP-SUB) NOT = "ENRLMNT"
027963         MOVE "C" TO WS-SUSP-STATUS(WS-SUSP-SUB)
027967         ADD 1 TO WS-SUSP-CLEARED-COUNT
027971     END-IF.
027975 2250-EXIT.
027979     EXIT.
028000
028100******************************************************************
028200* 2300-WRITE-REJECT - drop the failed transaction to the reject
