      ******************************************************************
      * Copybook: ACCTHIST
      * Purpose:  Account ledger history record - one record per
      *           amount posted to the account master, written
      *           cumulatively to ACCTHIST.TXT by the fee assessment
      *           (term charges, type CH, one per course) and the
      *           account posting program (payments and adjustments,
      *           ATRN-TYPE codes). Carries the balance after the
      *           posting so an account can be traced line by line.
      *
      * Modification History:
      *   2026-10-15  Written for the student account ledger.
      ******************************************************************
       01 ACCOUNT-HISTORY-RECORD.
           05 AHST-POST-DATE PIC 9(6).
           05 AHST-STUDENT-NUMBER PIC X(10).
           05 AHST-TYPE PIC X(2).
               88 AHST-CHARGE VALUE "CH".
           05 AHST-AMOUNT PIC 9(6)V99.
           05 AHST-REFERENCE PIC X(10).
           05 AHST-TERM PIC 9(6).
           05 AHST-OPERATOR-ID PIC X(8).
           05 AHST-BALANCE-AFTER PIC S9(6)V99.
