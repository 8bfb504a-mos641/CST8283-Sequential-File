      ******************************************************************
      * Copybook: GRADPTS
      * Purpose:  Grade-point scale - one entry per GRADE-VALUE the
      *           grade transactions accept (see GTRN-GRADE-VALID),
      *           carrying the grade points it is worth, a rank for
      *           comparing one grade against a minimum (higher rank
      *           is the better grade), whether it counts toward a
      *           GPA, and whether it is a passing grade. W and I
      *           carry no points and are not counted in the GPA. A
      *           working-storage table - COPYed by any program that
      *           converts or compares recorded grades; search it
      *           with GPT-IDX.
      *
      * Modification History:
      *   2026-10-15  Written for the academic standing run.
      ******************************************************************
       01 GRADE-POINT-VALUES.
           05 FILLER PIC X(8) VALUE "A+4013YY".
           05 FILLER PIC X(8) VALUE "A 4012YY".
           05 FILLER PIC X(8) VALUE "A-3711YY".
           05 FILLER PIC X(8) VALUE "B+3310YY".
           05 FILLER PIC X(8) VALUE "B 3009YY".
           05 FILLER PIC X(8) VALUE "B-2708YY".
           05 FILLER PIC X(8) VALUE "C+2307YY".
           05 FILLER PIC X(8) VALUE "C 2006YY".
           05 FILLER PIC X(8) VALUE "C-1705YY".
           05 FILLER PIC X(8) VALUE "D+1304YY".
           05 FILLER PIC X(8) VALUE "D 1003YY".
           05 FILLER PIC X(8) VALUE "F 0001YN".
           05 FILLER PIC X(8) VALUE "W 0000NN".
           05 FILLER PIC X(8) VALUE "I 0000NN".
       01 GRADE-POINT-TABLE REDEFINES GRADE-POINT-VALUES.
           05 GPT-ENTRY OCCURS 14 TIMES
                   INDEXED BY GPT-IDX.
               10 GPT-GRADE PIC X(2).
               10 GPT-POINTS PIC 9V9.
               10 GPT-RANK PIC 9(2).
               10 GPT-GPA-SW PIC X(1).
                   88 GPT-COUNTS-IN-GPA VALUE "Y".
               10 GPT-PASS-SW PIC X(1).
                   88 GPT-PASSING VALUE "Y".
