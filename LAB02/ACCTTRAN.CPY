      ******************************************************************
      * Copybook: ACCTTRAN
      * Purpose:  Account payment/adjustment transaction record, as
      *           keyed by the cashier's office. Read raw by the
      *           account transaction edit program and clean by the
      *           account posting program. Cheques, card payments,
      *           bursaries and write-offs reduce the balance; a
      *           refund pays a credit balance back to the student.
      *           ATRN-REFERENCE carries the cheque number, card
      *           authorization or bursary name; ATRN-OPERATOR-ID is
      *           the cashier who keyed it.
      *
      * Modification History:
      *   2026-10-15  Written for the student account ledger.
      ******************************************************************
       01 ACCOUNT-TRANSACTION-RECORD.
           05 ATRN-STUDENT-NUMBER PIC X(10).
           05 ATRN-TYPE PIC X(2).
               88 ATRN-CHEQUE VALUE "CQ".
               88 ATRN-CARD VALUE "CD".
               88 ATRN-BURSARY VALUE "BU".
               88 ATRN-REFUND VALUE "RF".
               88 ATRN-WRITE-OFF VALUE "WO".
               88 ATRN-TYPE-VALID VALUES "CQ" "CD" "BU" "RF" "WO".
               88 ATRN-CREDIT VALUES "CQ" "CD" "BU" "WO".
           05 ATRN-AMOUNT PIC 9(6)V99.
           05 ATRN-REFERENCE PIC X(10).
           05 ATRN-OPERATOR-ID PIC X(8).
