002230*                     missing optional file (status 05) still
002240*                     runs, any other failure stops with a
002250*                     message.
002260*   2026-10-15  D.K.  Each term block now closes with the term
002270*                     GPA, cumulative GPA and academic standing
002280*                     from the standing master (STANDING.DAT,
002290*                     written by ACADEMIC-STANDING-PGM).
002291*   2026-10-15  D.K.  A student with any open registration hold
002292*                     on HOLD.DAT gets HOLD - NOT FOR RELEASE and
002293*                     the list of open holds in place of the
002294*                     course lines; the transcript is not printed
002295*                     until every hold is released.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. STUDENT-TRANSCRIPT-PGM.
006500     RECORD KEY IS COURSE-CODE
006600     FILE STATUS IS WS-COURSE-STATUS.
006700
006710     SELECT OPTIONAL STANDING-MASTER
006720     ASSIGN TO "..\STANDING.DAT"
006730     ORGANIZATION IS INDEXED
006740     ACCESS MODE IS DYNAMIC
006750     RECORD KEY IS STANDING-KEY
006760     FILE STATUS IS WS-STANDING-STATUS.
006762
006764     SELECT OPTIONAL HOLD-MASTER
006766     ASSIGN TO "..\HOLD.DAT"
006768     ORGANIZATION IS INDEXED
006770     ACCESS MODE IS DYNAMIC
006772     RECORD KEY IS HOLD-KEY
006774     FILE STATUS IS WS-HOLD-STATUS.
006780
006800     SELECT TRANSCRIPT-REPORT
006900     ASSIGN TO "..\STUDTRPT.TXT"
007000     ORGANIZATION IS LINE SEQUENTIAL.
008700
008800 FD  COURSE-MASTER.
008900     COPY COURSREC.
008920
008940 FD  STANDING-MASTER.
008960     COPY STNDREC.
008970
008980 FD  HOLD-MASTER.
008990     COPY HOLDREC.
009000
009100 FD  TRANSCRIPT-REPORT.
009200 01  TRANSCRIPT-REPORT-LINE      PIC X(132).
011000     88  WS-GRADE-OK                         VALUES "00" "05".
011100 77  WS-COURSE-STATUS            PIC X(02)   VALUE "00".
011200     88  WS-COURSE-OK                        VALUES "00" "05".
011230 77  WS-STANDING-STATUS          PIC X(02)   VALUE "00".
011260     88  WS-STANDING-OK                      VALUES "00" "05".
011300 77  WS-WANTED-NUMBER            PIC X(10)   VALUE SPACES.
011400 77  WS-COURSE-COUNT             PIC 9(05)   VALUE ZERO.
011500 77  WS-GRADED-COUNT             PIC 9(05)   VALUE ZERO.
011600 77  WS-PREV-TERM                PIC 9(06)   VALUE ZERO.
011700 77  WS-TERM-OPEN-SW             PIC X(01)   VALUE "N".
011800     88  WS-TERM-OPEN                        VALUE "Y".
011810 77  WS-HOLD-STATUS              PIC X(02)   VALUE "00".
011820     88  WS-HOLD-OK                          VALUES "00" "05".
011830 77  WS-HOLD-SCAN-SW             PIC X(01)   VALUE "N".
011840     88  WS-HOLD-SCAN-ENDED                  VALUE "Y".
011850 77  WS-HELD-SW                  PIC X(01)   VALUE "N".
011860     88  WS-TRANSCRIPT-HELD                  VALUE "Y".
011900
012000 01  WS-RUN-DATE.
012100     05  WS-RUN-YY               PIC 9(02).
015800     05  TRN-COURSE-CODE         PIC X(10).
015900     05  TRN-COURSE-TITLE        PIC X(32).
016000     05  TRN-GRADE               PIC X(05).
016006
016012 01  TRN-STANDING-LINE.
016018     05  FILLER                  PIC X(10)   VALUE "TERM GPA:".
016024     05  TRN-TERM-GPA            PIC 9.99.
016030     05  FILLER                  PIC X(04)   VALUE SPACES.
016036     05  FILLER          PIC X(16) VALUE "CUMULATIVE GPA:".
016042     05  TRN-CUM-GPA             PIC 9.99.
016048     05  FILLER                  PIC X(04)   VALUE SPACES.
016054     05  FILLER                  PIC X(10)   VALUE "STANDING:".
016060     05  TRN-STANDING            PIC X(20).
016066
016072 01  TRN-NO-STANDING-LINE.
016078     05  FILLER                  PIC X(40)
016084         VALUE "STANDING NOT YET ASSIGNED FOR THIS TERM".
016100
016200 01  TRN-NONE-LINE.
016300     05  FILLER                  PIC X(40)
016600 01  TRN-NOT-ON-MASTER-LINE.
016700     05  FILLER                  PIC X(40)
016800         VALUE "** STUDENT NOT ON MASTER **".
016805
016810 01  TRN-HOLD-LINE.
016815     05  FILLER                  PIC X(40)
016820         VALUE "** HOLD - NOT FOR RELEASE **".
016825
016830 01  TRN-HOLD-HDG-LINE.
016835     05  FILLER                  PIC X(06)   VALUE "HOLD".
016840     05  FILLER                  PIC X(10)   VALUE "OFFICE".
016845     05  FILLER                  PIC X(08)   VALUE "PLACED".
016850     05  FILLER                  PIC X(30)   VALUE "REASON".
016855
016860 01  TRN-HOLD-DETAIL-LINE.
016865     05  TRN-HOLD-TYPE           PIC X(06).
016870     05  TRN-HOLD-PLACED-BY      PIC X(10).
016875     05  TRN-HOLD-DATE-PLACED    PIC 9(06).
016880     05  FILLER                  PIC X(02)   VALUE SPACES.
016885     05  TRN-HOLD-REASON         PIC X(30).
016900
017000 01  TRN-TOTAL-LINE-1.
017100     05  FILLER          PIC X(24) VALUE "COURSES LISTED:".
018200******************************************************************
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     IF NOT WS-TRANSCRIPT-HELD
018570         SORT SORT-WORK-FILE
018640             ON ASCENDING KEY SORT-TERM
018710                              SORT-COURSE-CODE
018780             INPUT PROCEDURE IS 1200-SELECT-ENROLLMENTS
018850             OUTPUT PROCEDURE IS 2000-FORMAT-TRANSCRIPT
018920     END-IF.
019000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019100     STOP RUN.
019200
022530             " CATALOG, STATUS=" WS-COURSE-STATUS
022540         STOP RUN
022550     END-IF.
022557     OPEN INPUT STANDING-MASTER.
022564     IF NOT WS-STANDING-OK
022571         DISPLAY "STUDENT-TRANSCRIPT-PGM: UNABLE TO OPEN"
022578             " STANDING MASTER, STATUS=" WS-STANDING-STATUS
022585         STOP RUN
022592     END-IF.
022593     OPEN INPUT HOLD-MASTER.
022594     IF NOT WS-HOLD-OK
022595         DISPLAY "STUDENT-TRANSCRIPT-PGM: UNABLE TO OPEN HOLD"
022596             " MASTER, STATUS=" WS-HOLD-STATUS
022597         STOP RUN
022598     END-IF.
022600     OPEN OUTPUT TRANSCRIPT-REPORT.
022700     ACCEPT WS-RUN-DATE FROM DATE.
022800     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
022850     PERFORM 1300-CHECK-HOLDS THRU 1300-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100
029900     PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
030000 1220-EXIT.
030100     EXIT.
030101
030102******************************************************************
030103* 1300-CHECK-HOLDS - a student with any open registration hold
030104*                    gets the hold notice and the list of open
030105*                    holds instead of the transcript; the SORT is
030106*                    skipped so no course line prints.
030107******************************************************************
030108 1300-CHECK-HOLDS.
030109     MOVE "N" TO WS-HOLD-SCAN-SW.
030110     MOVE WS-WANTED-NUMBER TO HOLD-STUDENT-NUMBER.
030111     MOVE LOW-VALUES TO HOLD-TYPE.
030112     MOVE ZERO TO HOLD-DATE-PLACED.
030113     START HOLD-MASTER KEY IS NOT LESS THAN HOLD-KEY
030114         INVALID KEY
030115             SET WS-HOLD-SCAN-ENDED TO TRUE
030116     END-START.
030117     PERFORM 1310-LIST-OPEN-HOLD THRU 1310-EXIT
030118         UNTIL WS-HOLD-SCAN-ENDED.
030119 1300-EXIT.
030120     EXIT.
030121
030122 1310-LIST-OPEN-HOLD.
030123     READ HOLD-MASTER NEXT RECORD
030124         AT END
030125             SET WS-HOLD-SCAN-ENDED TO TRUE
030126             GO TO 1310-EXIT
030127     END-READ.
030128     IF HOLD-STUDENT-NUMBER NOT = WS-WANTED-NUMBER
030129         SET WS-HOLD-SCAN-ENDED TO TRUE
030130         GO TO 1310-EXIT
030131     END-IF.
030132     IF NOT HOLD-OPEN
030133         GO TO 1310-EXIT
030134     END-IF.
030135     IF NOT WS-TRANSCRIPT-HELD
030136         SET WS-TRANSCRIPT-HELD TO TRUE
030137         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-HOLD-LINE
030138             AFTER ADVANCING 2 LINES
030139         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-HOLD-HDG-LINE
030140             AFTER ADVANCING 2 LINES
030141         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-HDG-LINE-4
030142             AFTER ADVANCING 1 LINE
030143     END-IF.
030144     MOVE HOLD-TYPE TO TRN-HOLD-TYPE.
030145     MOVE HOLD-PLACED-BY TO TRN-HOLD-PLACED-BY.
030146     MOVE HOLD-DATE-PLACED TO TRN-HOLD-DATE-PLACED.
030147     MOVE HOLD-REASON TO TRN-HOLD-REASON.
030148     WRITE TRANSCRIPT-REPORT-LINE FROM TRN-HOLD-DETAIL-LINE
030149         AFTER ADVANCING 1 LINE.
030150 1310-EXIT.
030151     EXIT.
030200
030300******************************************************************
030400* 2000-FORMAT-TRANSCRIPT - SORT output procedure: control break
031000     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
031100     PERFORM 2200-WRITE-COURSE-LINE THRU 2200-EXIT
031200         UNTIL WS-SORT-EOF.
031220     IF WS-TERM-OPEN
031240         PERFORM 2400-CLOSE-TERM THRU 2400-EXIT
031260     END-IF.
031300     IF WS-COURSE-COUNT = ZERO
031400         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-NONE-LINE
031500             AFTER ADVANCING 2 LINES
035500     EXIT.
035600
035700 2300-START-TERM.
035720     IF WS-TERM-OPEN
035740         PERFORM 2400-CLOSE-TERM THRU 2400-EXIT
035760     END-IF.
035800     MOVE SORT-TERM TO WS-PREV-TERM.
035900     MOVE SORT-TERM TO TRN-TERM.
036000     WRITE TRANSCRIPT-REPORT-LINE FROM TRN-TERM-LINE
036600     MOVE "Y" TO WS-TERM-OPEN-SW.
036700 2300-EXIT.
036800     EXIT.
036802
036804******************************************************************
036806* 2400-CLOSE-TERM - print the term GPA, cumulative GPA and
036808*                   standing the academic standing run assigned
036810*                   for the term just listed. A term the standing
036812*                   run has not yet covered prints a note instead.
036814******************************************************************
036816 2400-CLOSE-TERM.
036818     MOVE WS-WANTED-NUMBER TO STND-STUDENT-NUMBER.
036820     MOVE WS-PREV-TERM TO STND-TERM.
036822     READ STANDING-MASTER
036824         INVALID KEY
036826             WRITE TRANSCRIPT-REPORT-LINE
036827                 FROM TRN-NO-STANDING-LINE
036828                 AFTER ADVANCING 2 LINES
036830             END-WRITE
036832             GO TO 2400-EXIT
036834     END-READ.
036836     MOVE STND-TERM-GPA TO TRN-TERM-GPA.
036838     MOVE STND-CUM-GPA TO TRN-CUM-GPA.
036840     EVALUATE TRUE
036842         WHEN STND-PROBATION
036844             MOVE "ACADEMIC PROBATION" TO TRN-STANDING
036846         WHEN STND-WITHDRAW
036848             MOVE "REQUIRED TO WITHDRAW" TO TRN-STANDING
036850         WHEN STND-ON-DEANS-LIST
036852             MOVE "DEAN'S LIST" TO TRN-STANDING
036854         WHEN OTHER
036856             MOVE "GOOD STANDING" TO TRN-STANDING
036858     END-EVALUATE.
036860     WRITE TRANSCRIPT-REPORT-LINE FROM TRN-STANDING-LINE
036862         AFTER ADVANCING 2 LINES.
036864 2400-EXIT.
036866     EXIT.
036900
037000******************************************************************
037100* 3000-TERMINATE - print the course and grade counts and close
037200*                  files.
037300******************************************************************
037400 3000-TERMINATE.
037500     IF NOT WS-TRANSCRIPT-HELD
037580         MOVE WS-COURSE-COUNT TO TRN-TOTAL-COURSES
037660         MOVE WS-GRADED-COUNT TO TRN-TOTAL-GRADED
037740         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-HDG-LINE-4
037820             AFTER ADVANCING 2 LINES
037900         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-TOTAL-LINE-1
037980             AFTER ADVANCING 1 LINE
038060         WRITE TRANSCRIPT-REPORT-LINE FROM TRN-TOTAL-LINE-2
038140             AFTER ADVANCING 1 LINE
038220     END-IF.
038300     CLOSE ENROLL-MASTER.
038400     CLOSE STUDENT-MASTER.
038500     CLOSE GRADE-MASTER.
038600     CLOSE COURSE-MASTER.
038650     CLOSE STANDING-MASTER.
038670     CLOSE HOLD-MASTER.
038700     CLOSE TRANSCRIPT-REPORT.
038800 3000-EXIT.
038900     EXIT.
