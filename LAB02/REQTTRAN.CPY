      ******************************************************************
      * Copybook: REQTTRAN
      * Purpose:  Program requirement Add/Change/Delete transaction
      *           record, keyed the same way as REQT-KEY. Read by the
      *           program requirements maintenance program. An add in
      *           group 00 makes a course required; an add with a
      *           group 01-99 and a blank course defines the elective
      *           group and how many of its courses are needed, and an
      *           add with a course puts that course in the group. A
      *           change applies only to a group header and replaces
      *           the needed count.
      *
      * Modification History:
      *   2026-10-15  Written for the program requirements master and
      *                degree audit.
      ******************************************************************
       01 REQUIREMENT-TRANSACTION-RECORD.
           05 RTRN-CODE PIC X(1).
               88 RTRN-ADD VALUE "A".
               88 RTRN-CHANGE VALUE "C".
               88 RTRN-DELETE VALUE "D".
           05 RTRN-PROGRAM PIC X(8).
           05 RTRN-GROUP PIC 9(2).
           05 RTRN-COURSE-CODE PIC X(8).
           05 RTRN-GROUP-NEEDED PIC 9(2).
