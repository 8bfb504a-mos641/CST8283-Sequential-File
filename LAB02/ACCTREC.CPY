      ******************************************************************
      * Copybook: ACCTREC
      * Purpose:  Student account ledger record - one record per
      *           student, keyed on STUDENT-NUMBER, held on the
      *           indexed account master (ACCOUNT.DAT). ACCT-BALANCE
      *           is what the student owes (negative is a credit).
      *           The open items are the unpaid part of each charge,
      *           oldest first, by the date it was charged - charges
      *           on the same date share one item - and payments
      *           settle the oldest item first, which is what the
      *           aged receivables report ages. A payment larger
      *           than the open items is held as unapplied credit
      *           against the next charge. The statement fields are
      *           reset each time a statement is produced so the
      *           next one can show the prior balance and the
      *           payments received since. ACCT-LAST-ASSESS-TERM
      *           stops a term from being charged twice.
      *
      * Modification History:
      *   2026-10-15  Written for the student account ledger.
      ******************************************************************
       01 ACCOUNT-RECORD.
           05 ACCT-STUDENT-NUMBER PIC X(10).
           05 ACCT-BALANCE PIC S9(6)V99.
           05 ACCT-UNAPPLIED-CREDIT PIC 9(6)V99.
           05 ACCT-LAST-ASSESS-TERM PIC 9(6).
           05 ACCT-LAST-ACTIVITY-DATE PIC 9(6).
           05 ACCT-STMT-DATE PIC 9(6).
           05 ACCT-STMT-BALANCE PIC S9(6)V99.
           05 ACCT-PAYMENTS-SINCE-STMT PIC 9(6)V99.
           05 ACCT-REFUNDS-SINCE-STMT PIC 9(6)V99.
           05 ACCT-ITEM-COUNT PIC 9(2).
           05 ACCT-OPEN-ITEM OCCURS 12 TIMES.
               10 ACCT-ITEM-DATE PIC 9(6).
               10 ACCT-ITEM-AMOUNT PIC 9(6)V99.
