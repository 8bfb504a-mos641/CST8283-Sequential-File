      ******************************************************************
      * Copybook: CENSREC
      * Purpose:  Ministry enrollment census file (CENSUS.TXT) record
      *           layouts, all 50 bytes, told apart by the record type
      *           in the first byte: one header record (institution,
      *           term, census date, creation date), one detail record
      *           per student counted, and one trailer record carrying
      *           the detail record count and the hash total of the
      *           detail records' student numbers, so the ministry's
      *           intake can prove the file arrived complete.
      *
      * Modification History:
      *   2026-10-15  Written for the ministry enrollment census.
      ******************************************************************
       01 CENSUS-HEADER-RECORD.
           05 CENS-HDR-TYPE PIC X(1) VALUE "H".
           05 CENS-HDR-INSTITUTION PIC X(8).
           05 CENS-HDR-TERM PIC 9(6).
           05 CENS-HDR-CENSUS-DATE PIC 9(6).
           05 CENS-HDR-CREATE-DATE PIC 9(6).
           05 FILLER PIC X(23) VALUE SPACES.
       01 CENSUS-DETAIL-RECORD.
           05 CENS-DTL-TYPE PIC X(1) VALUE "D".
           05 CENS-DTL-STUDENT-NUMBER PIC X(10).
           05 CENS-DTL-PROGRAM PIC X(8).
           05 CENS-DTL-YEAR PIC 9(6).
           05 CENS-DTL-POSTAL-CODE PIC X(7).
           05 CENS-DTL-COURSES PIC 9(2).
           05 CENS-DTL-LOAD PIC X(2).
               88 CENS-DTL-FULL-TIME VALUE "FT".
               88 CENS-DTL-PART-TIME VALUE "PT".
           05 FILLER PIC X(14) VALUE SPACES.
       01 CENSUS-TRAILER-RECORD.
           05 CENS-TRL-TYPE PIC X(1) VALUE "T".
           05 CENS-TRL-RECORD-COUNT PIC 9(6).
           05 CENS-TRL-HASH-TOTAL PIC 9(15).
           05 FILLER PIC X(28) VALUE SPACES.
