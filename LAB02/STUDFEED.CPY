      ******************************************************************
      * Copybook: STUDFEED
      * Purpose:  Student change feed record layouts (STUDFEED.TXT),
      *           both 155 bytes and told apart by the record type in
      *           the first byte. One detail record per student changed
      *           since the last feed, carrying the net action - NEW,
      *           CHANGED or REMOVED - the date of the student's latest
      *           change, and the full STUDENT-RECORD image as it now
      *           stands (for a removal, the last image held before the
      *           delete or purge). One trailer record closes the file
      *           with the detail record count.
      *
      * Modification History:
      *   2026-10-15  Written for the incremental student change feed.
      ******************************************************************
       01 FEED-DETAIL-RECORD.
           05 FEED-RECORD-TYPE PIC X(1) VALUE "D".
           05 FEED-ACTION PIC X(1).
               88 FEED-NEW VALUE "N".
               88 FEED-CHANGED VALUE "C".
               88 FEED-REMOVED VALUE "R".
           05 FEED-STUDENT-NUMBER PIC X(10).
           05 FEED-CHANGE-DATE PIC 9(6).
           05 FEED-STUDENT-IMAGE PIC X(137).
       01 FEED-TRAILER-RECORD.
           05 FEED-TRL-TYPE PIC X(1) VALUE "T".
           05 FEED-TRL-RECORD-COUNT PIC 9(6).
           05 FEED-TRL-FEED-DATE PIC 9(6).
           05 FILLER PIC X(142) VALUE SPACES.
