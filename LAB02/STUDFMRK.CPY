      ******************************************************************
      * Copybook: STUDFMRK
      * Purpose:  One-record high-water mark for the student change
      *           feed (STUDFMRK.TXT): how far the last successful
      *           feed read the cumulative maintenance journal
      *           (STUDJRNL.TXT) and purge archive (STUDARCH.TXT) -
      *           the position of the last record sent from each,
      *           counted from the top of the file, and that record's
      *           JRNL-RUN-DATE / ARCH-PURGE-DATE, so a journal or
      *           archive that no longer matches the mark is caught
      *           rather than silently resent or skipped. Rewritten
      *           only at the end of a feed that wrote records; a
      *           missing mark means no feed has run and the whole
      *           journal and archive are sent.
      *
      * Modification History:
      *   2026-10-15  Written for the incremental student change feed.
      ******************************************************************
       01 FEED-MARK-RECORD.
           05 MARK-FEED-DATE PIC 9(6).
           05 MARK-JRNL-POSITION PIC 9(6).
           05 MARK-JRNL-RUN-DATE PIC 9(6).
           05 MARK-ARCH-POSITION PIC 9(6).
           05 MARK-ARCH-PURGE-DATE PIC 9(6).
