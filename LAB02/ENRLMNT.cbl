002188*                     run before anything is touched; and a
002189*                     full seat table is counted and noted so
002190*                     capacity enforcement never stops quietly.
002191*   2026-10-15  D.K.  An ADD for a student with any open
002192*                     registration hold on HOLD.DAT (maintained by
002193*                     HOLD-MAINT-PGM) now rejects STUDENT ON HOLD.
002194*                     Every rejected transaction is also written
002195*                     to the cumulative suspense file
002196*                     (STUDSUSP.TXT) for the aging report - code
002197*                     E02 for a hold, E01 for any other reject.
002198*   2026-10-15  D.K.  An ADD now needs a passing grade, at or
002199*                     above the minimum on PREREQ.DAT (maintained
002200*                     by PREREQ-MAINT-PGM), in every prerequisite
002201*                     from an earlier term - PREREQ NOT MET
002202*                     rejects with suspense code E03. A
002203*                     prerequisite being taken now with no grade
002204*                     yet, or only an incomplete "I ", lets the
002205*                     ADD through flagged PREREQ IN PROGRESS and
002206*                     logged to ENRLPROV.TXT for the term-end
002207*                     recheck (PREREQ-RECHECK-PGM).
002208*   2026-10-15  D.K.  Term calendar (TERM.DAT, maintained by TERM-
002209*                     MAINT-PGM) enforced: ADDs and DROPs need the
002210*                     term on the calendar and OPEN, and no ADD or
002211*                     waitlist promotion is taken after the last
002212*                     add date (code E04). A DROP after the last
002213*                     drop date keeps the enrollment and records a
002214*                     "W " grade on GRADE.DAT; after the withdraw
002215*                     date it is refused.
002216*   2026-10-15  D.K.  Enrollment rejects on STUDSUSP.TXT now clear
002222*                     here: the suspense file is tabled at start-
002228*                     up (a file larger than the table refuses the
002234*                     run), an ADD or DROP that applies clears the
002240*                     open ENRLMNT entries for its student, course
002246*                     and term, and the file is rewritten at end
002252*                     of run. An ADD with more than ten
002258*                     prerequisites in progress rejects TOO MANY
002264*                     PREREQS IN PROGRESS instead of losing the
002270*                     extras, and a waitlisted ADD on one in
002276*                     progress is audited FULL - PREREQ IN
002282*                     PROGRESS.
002288******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ENROLL-MAINT-PGM.
002500 AUTHOR. D. KOWALSKI.
004650     RECORD KEY IS COURSE-CODE
004660     FILE STATUS IS WS-COURSE-STATUS.
004670
004672     SELECT OPTIONAL PREREQ-MASTER
004674     ASSIGN TO "..\PREREQ.DAT"
004676     ORGANIZATION IS INDEXED
004678     ACCESS MODE IS DYNAMIC
004680     RECORD KEY IS PREQ-KEY
004682     FILE STATUS IS WS-PREREQ-STATUS.
004684
004686     SELECT OPTIONAL GRADE-MASTER
004688     ASSIGN TO "..\GRADE.DAT"
004690     ORGANIZATION IS INDEXED
004692     ACCESS MODE IS DYNAMIC
004694     RECORD KEY IS GRADE-KEY
004696     FILE STATUS IS WS-GRADE-STATUS.
004698
004700     SELECT TRANSACTION-FILE
004800     ASSIGN TO "..\ENRLTXN.TXT"
004900     ORGANIZATION IS LINE SEQUENTIAL.
004910
004920     SELECT TERM-MASTER
004930     ASSIGN TO "..\TERM.DAT"
004940     ORGANIZATION IS INDEXED
004950     ACCESS MODE IS DYNAMIC
004960     RECORD KEY IS TERM-CODE
004970     FILE STATUS IS WS-TERM-STATUS.
005000
005100     SELECT MAINT-REPORT
005200     ASSIGN TO "..\ENRLMRPT.TXT"
005320     SELECT OPTIONAL WAITLIST-FILE
005330     ASSIGN TO "..\ENRLWAIT.TXT"
005340     ORGANIZATION IS LINE SEQUENTIAL.
005342
005344     SELECT OPTIONAL PROVISIONAL-FILE
005346     ASSIGN TO "..\ENRLPROV.TXT"
005348     ORGANIZATION IS LINE SEQUENTIAL.
005350
005360     SELECT WAITLIST-REPORT
005370     ASSIGN TO "..\ENRLWRPT.TXT"
005380     ORGANIZATION IS LINE SEQUENTIAL.
005381
005382     SELECT OPTIONAL HOLD-MASTER
005383     ASSIGN TO "..\HOLD.DAT"
005384     ORGANIZATION IS INDEXED
005385     ACCESS MODE IS DYNAMIC
005386     RECORD KEY IS HOLD-KEY
005387     FILE STATUS IS WS-HOLD-STATUS.
005388
005389     SELECT OPTIONAL SUSPENSE-FILE
005390     ASSIGN TO "..\STUDSUSP.TXT"
005391     ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ENROLL-MASTER.
006010
006020 FD  COURSE-MASTER.
006030     COPY COURSREC.
006037
006044 FD  PREREQ-MASTER.
006051     COPY PREQREC.
006058
006065 FD  GRADE-MASTER.
006072     COPY GRADEREC.
006079
006086 FD  PROVISIONAL-FILE.
006093     COPY ENRLPROV.
006094
006095 FD  TERM-MASTER.
006096     COPY TERMREC.
006100
006200 FD  TRANSACTION-FILE.
006300     COPY ENRLTRAN.
006640
006650 FD  WAITLIST-REPORT.
006660 01  WAITLIST-REPORT-LINE        PIC X(132).
006665
006670 FD  HOLD-MASTER.
006675     COPY HOLDREC.
006680
006685 FD  SUSPENSE-FILE.
006690     COPY STUDSUSP.
006700
006800 WORKING-STORAGE SECTION.
006900
007800 77  WS-REJECT-COUNT             PIC 9(05)   VALUE ZERO.
007900 77  WS-RESULT-TEXT              PIC X(10)   VALUE SPACES.
008000 77  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
008001 77  WS-TERM-STATUS              PIC X(02)   VALUE "00".
008002     88  WS-TERM-OK                          VALUE "00".
008003 77  WS-TERM-SW                  PIC X(01)   VALUE "N".
008004     88  WS-TERM-REFUSED                     VALUE "Y".
008005 77  WS-WITHDRAW-COUNT           PIC 9(05)   VALUE ZERO.
008010 77  WS-SCAN-EOF-SW              PIC X(01)   VALUE "N".
008011     88  WS-SCAN-EOF                         VALUE "Y".
008012 77  WS-WAIT-EOF-SW              PIC X(01)   VALUE "N".
008034 77  WS-WAIT-TRUNC-SW            PIC X(01)   VALUE "N".
008035     88  WS-WAIT-TRUNCATED                   VALUE "Y".
008036 77  WS-SEAT-MISS-COUNT          PIC 9(05)   VALUE ZERO.
008037 77  WS-HOLD-STATUS              PIC X(02)   VALUE "00".
008038     88  WS-HOLD-OK                          VALUES "00" "05".
008039 77  WS-HOLD-SCAN-SW             PIC X(01)   VALUE "N".
008040     88  WS-HOLD-FOUND                       VALUE "F".
008041     88  WS-HOLD-SCAN-ENDED                  VALUE "E".
008042 77  WS-HOLD-REJECT-COUNT        PIC 9(05)   VALUE ZERO.
008043 77  WS-SUSP-REASON              PIC X(03)   VALUE SPACES.
008044 77  WS-PREREQ-STATUS            PIC X(02)   VALUE "00".
008045     88  WS-PREREQ-OK                        VALUES "00" "05".
008046 77  WS-GRADE-STATUS             PIC X(02)   VALUE "00".
008047     88  WS-GRADE-OK                         VALUES "00" "05".
008048 77  WS-PREQ-SCAN-SW             PIC X(01)   VALUE "N".
008049     88  WS-PREQ-SCAN-ENDED                  VALUE "Y".
008050 77  WS-PREQ-FAIL-SW             PIC X(01)   VALUE "N".
008051     88  WS-PREREQ-FAILED                    VALUE "Y".
008052 77  WS-PREQ-MET-SW              PIC X(01)   VALUE "N".
008053     88  WS-PREQ-PASSED                      VALUE "P".
008054     88  WS-PREQ-TAKING                      VALUE "T".
008055     88  WS-PREQ-LOOK-ENDED                  VALUE "E".
008056 77  WS-MIN-RANK                 PIC 9(02)   VALUE ZERO.
008057 77  WS-MISSING-PREREQ           PIC X(08)   VALUE SPACES.
008058 77  WS-PROV-SUB                 PIC 9(03)   COMP VALUE ZERO.
008059 77  WS-PROV-ADD-COUNT           PIC 9(05)   VALUE ZERO.
008060 77  WS-PROV-OVER-SW             PIC X(01)   VALUE "N".
008061     88  WS-PROV-OVERFLOW                    VALUE "Y".
008062 77  WS-SUSP-EOF-SW              PIC X(01)   VALUE "N".
008063     88  WS-SUSP-EOF                         VALUE "Y".
008064 77  WS-SUSP-TRUNC-SW            PIC X(01)   VALUE "N".
008065     88  WS-SUSP-TRUNCATED                   VALUE "Y".
008066 77  WS-SUSP-SUB                 PIC 9(04)   COMP VALUE ZERO.
008067 77  WS-SUSP-CLEARED-COUNT       PIC 9(05)   VALUE ZERO.
008068 77  WS-SUSP-LOST-COUNT          PIC 9(05)   VALUE ZERO.
008069 77  WS-SUSP-DROPPED-COUNT       PIC 9(05)   VALUE ZERO.
008096
008100 01  WS-SEAT-TABLE.
008101     05  WS-SEAT-ENTRY OCCURS 200 TIMES
008102             INDEXED BY WS-SEAT-IDX.
008115             88  WS-WAIT-WAITING             VALUE "W".
008116 01  WS-WAIT-USED                PIC 9(03)   VALUE ZERO.
008117
008118 01  WS-PROV-TABLE.
008119     05  WS-PROV-ENTRY OCCURS 10 TIMES.
008120         10  WS-PROV-PREREQ      PIC X(08)   VALUE SPACES.
008121         10  WS-PROV-PREREQ-TERM PIC 9(06)   VALUE ZERO.
008122         10  WS-PROV-MIN-GRADE   PIC X(02)   VALUE SPACES.
008123 01  WS-PROV-USED                PIC 9(03)   VALUE ZERO.
008124
008125 01  WS-SUSPENSE-TABLE.
008126     05  WS-SUSP-ENTRY OCCURS 1000 TIMES.
008127         10  WS-SUSP-STUDENT     PIC X(10)   VALUE SPACES.
008128         10  WS-SUSP-DATE        PIC 9(06)   VALUE ZERO.
008129         10  WS-SUSP-CODE        PIC X(03)   VALUE SPACES.
008130         10  WS-SUSP-OPERATOR    PIC X(08)   VALUE SPACES.
008131             88  WS-SUSP-FROM-ENRLMNT        VALUE "ENRLMNT".
008132         10  WS-SUSP-STATUS      PIC X(01)   VALUE SPACE.
008133             88  WS-SUSP-ENTRY-OPEN          VALUE "O".
008134         10  WS-SUSP-IMAGE       PIC X(146)  VALUE SPACES.
008135         10  WS-SUSP-ENRL-VIEW   REDEFINES WS-SUSP-IMAGE.
008136             15  FILLER          PIC X(11).
008137             15  WS-SUSP-ENRL-COURSE PIC X(08).
008138             15  WS-SUSP-ENRL-TERM   PIC X(06).
008139             15  FILLER          PIC X(121).
008140 01  WS-SUSP-USED                PIC 9(04)   VALUE ZERO.
008141
008142     COPY GRADPTS.
008143
008200 01  WS-RUN-DATE.
008300     05  WS-RUN-YY               PIC 9(02).
008400     05  WS-RUN-MM               PIC 9(02).
012868     05  ENR-NOTE-MISSES     PIC ZZ,ZZ9.
012869
012870 01  ENR-TOTAL-LINE-5.
012871     05  FILLER              PIC X(23)
012872         VALUE "WAITLIST PROMOTIONS:".
012873     05  ENR-TOTAL-PROMOTED  PIC ZZ,ZZ9.
012874
012875 01  ENR-TOTAL-LINE-6.
012876     05  FILLER              PIC X(23)
012877         VALUE "ADDS REFUSED - ON HOLD:".
012878     05  ENR-TOTAL-HELD      PIC ZZ,ZZ9.
012879
012880 01  ENR-TOTAL-LINE-7.
012881     05  FILLER              PIC X(24)
012882         VALUE "ADDS PREREQ IN PROGRESS:".
012883     05  ENR-TOTAL-PROV      PIC ZZ,ZZ9.
012884
012885 01  ENR-TOTAL-LINE-8.
012886     05  FILLER              PIC X(24)
012887         VALUE "DROPS TAKEN WITH A W:".
012888     05  ENR-TOTAL-WITHDRAWN PIC ZZ,ZZ9.
012889
012890 01  ENR-TOTAL-LINE-9.
012891     05  FILLER              PIC X(24)
012892         VALUE "SUSPENSE CLEARED:".
012893     05  ENR-TOTAL-SUSP-CLR  PIC ZZ,ZZ9.
012894
012895 01  ENR-NOTE-LINE-2.
012896     05  FILLER              PIC X(44)   VALUE
012897         "NOTE - SUSPENSE TABLE FULL, NOT CARRIED:".
012898     05  ENR-NOTE-LOST       PIC ZZ,ZZ9.
012899
012900 01  ENR-NOTE-LINE-3.
012901     05  FILLER              PIC X(44)   VALUE
012902         "NOTE - CLEARED ENTRIES NOT CARRIED:".
012903     05  ENR-NOTE-DROPPED    PIC ZZ,ZZ9.
012904
012905 01  WTL-HDG-LINE-1.
012906     05  FILLER                  PIC X(10)   VALUE SPACES.
012907     05  FILLER                  PIC X(40)
012908         VALUE "ENROLLMENT WAITLIST POSITION REPORT".
012909
012910 01  WTL-HDG-LINE-2.
012911     05  FILLER                  PIC X(05)   VALUE "DATE:".
012912     05  WTL-HDG-DATE            PIC X(08).
012913
012914 01  WTL-GROUP-LINE.
012915     05  FILLER                  PIC X(08)   VALUE "COURSE:".
012916     05  WTL-GROUP-COURSE        PIC X(08).
012917     05  FILLER                  PIC X(04)   VALUE SPACES.
012918     05  FILLER                  PIC X(06)   VALUE "TERM:".
012919     05  WTL-GROUP-TERM          PIC 9(06).
012920
012921 01  WTL-HDG-LINE-3.
012922     05  FILLER                  PIC X(06)   VALUE "POS.".
012923     05  FILLER                  PIC X(12)   VALUE "STUDENT NO.".
012924     05  FILLER                  PIC X(08)   VALUE "ADDED".
012925
012926 01  WTL-HDG-LINE-4.
012927     05  FILLER                  PIC X(26)   VALUE ALL "-".
012928
012929 01  WTL-DETAIL-LINE.
012930     05  WTL-POSITION            PIC ZZ9.
012931     05  FILLER                  PIC X(03)   VALUE SPACES.
012932     05  WTL-STUDENT-NUMBER      PIC X(12).
012933     05  WTL-ADD-DATE            PIC 9(06).
012934
012935 01  WTL-TOTAL-LINE.
012936     05  FILLER              PIC X(20) VALUE "STUDENTS WAITING:".
012937     05  WTL-TOTAL-WAITING   PIC ZZ,ZZ9.
012938
013000 PROCEDURE DIVISION.
013100
013200******************************************************************
014600*                   master is created here on first use.
014700******************************************************************
014800 1000-INITIALIZE.
014810*    The waitlist and the suspense file are loaded before
014815*    anything else is opened - a refused run must leave every
014820*    file of the prior run untouched, and a waitlist or open
014825*    suspense larger than its work table would lose entries
014830*    in the end-of-run rewrite.
014835     PERFORM 1400-LOAD-WAITLIST THRU 1400-EXIT.
014840     IF WS-WAIT-TRUNCATED
014845         DISPLAY "ENROLL-MAINT-PGM: WAITLIST FILE EXCEEDS "
014850             "TABLE - RUN REFUSED"
014855         STOP RUN
014860     END-IF.
014865     PERFORM 1500-LOAD-SUSPENSE THRU 1500-EXIT.
014870     IF WS-SUSP-TRUNCATED
014875         DISPLAY "ENROLL-MAINT-PGM: SUSPENSE FILE EXCEEDS "
014880             "TABLE - RUN REFUSED"
014885         STOP RUN
014890     END-IF.
014900     OPEN I-O ENROLL-MASTER.
015000     IF NOT WS-ENROLL-OK
015100         DISPLAY "ENROLL-MAINT-PGM: UNABLE TO OPEN ENROLLMENT"
016040             " CATALOG, STATUS=" WS-COURSE-STATUS
016050         STOP RUN
016060     END-IF.
016065     OPEN INPUT HOLD-MASTER.
016070     IF NOT WS-HOLD-OK
016075         DISPLAY "ENROLL-MAINT-PGM: UNABLE TO OPEN HOLD"
016080             " MASTER, STATUS=" WS-HOLD-STATUS
016085         STOP RUN
016090     END-IF.
016100     OPEN INPUT TRANSACTION-FILE.
016200     OPEN OUTPUT MAINT-REPORT.
016253     OPEN INPUT PREREQ-MASTER.
016256     IF NOT WS-PREREQ-OK
016259         DISPLAY "ENROLL-MAINT-PGM: UNABLE TO OPEN PREREQUISITE"
016262             " MASTER, STATUS=" WS-PREREQ-STATUS
016265         STOP RUN
016268     END-IF.
016271     OPEN I-O GRADE-MASTER.
016274     IF NOT WS-GRADE-OK
016277         DISPLAY "ENROLL-MAINT-PGM: UNABLE TO OPEN GRADE"
016280             " MASTER, STATUS=" WS-GRADE-STATUS
016283         STOP RUN
016286     END-IF.
016289     OPEN EXTEND PROVISIONAL-FILE.
016290     OPEN INPUT TERM-MASTER.
016291     IF NOT WS-TERM-OK
016292         DISPLAY "ENROLL-MAINT-PGM: UNABLE TO OPEN TERM"
016293             " CALENDAR, STATUS=" WS-TERM-STATUS
016294         STOP RUN
016295     END-IF.
016300     ACCEPT WS-RUN-DATE FROM DATE.
016310     PERFORM 1300-TALLY-SEATS THRU 1300-EXIT.
016400     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
019392     EXIT.
019393
019400******************************************************************
019407* 1500-LOAD-SUSPENSE - read the cumulative suspense file into the
019414*                     suspense table. This run's rejects are
019421*                     added to it, an enrollment that later
019428*                     applies clears its own open entries, and
019435*                     every entry is written back at end of run
019442*                     (see 3300).
019449******************************************************************
019456 1500-LOAD-SUSPENSE.
019463     OPEN INPUT SUSPENSE-FILE.
019470     PERFORM 1510-READ-SUSPENSE THRU 1510-EXIT.
019477     PERFORM 1520-TABLE-SUSPENSE-ENTRY THRU 1520-EXIT
019484         UNTIL WS-SUSP-EOF.
019491     CLOSE SUSPENSE-FILE.
019498 1500-EXIT.
019505     EXIT.
019512
019519 1510-READ-SUSPENSE.
019526     READ SUSPENSE-FILE
019533         AT END SET WS-SUSP-EOF TO TRUE
019540     END-READ.
019547 1510-EXIT.
019554     EXIT.
019561
019568 1520-TABLE-SUSPENSE-ENTRY.
019575*    Every program's entries ride through the table, cleared
019582*    ones too, so the rewrite loses nothing. An OPEN entry
019589*    beyond the table refuses the run (see 1000-INITIALIZE);
019596*    a cleared entry beyond it is only counted and noted.
019603     IF WS-SUSP-USED NOT < 1000
019610         IF SUSP-OPEN
019617             SET WS-SUSP-TRUNCATED TO TRUE
019624         ELSE
019631             ADD 1 TO WS-SUSP-DROPPED-COUNT
019638         END-IF
019645         GO TO 1520-NEXT
019652     END-IF.
019659     ADD 1 TO WS-SUSP-USED.
019666     MOVE SUSP-STUDENT-NUMBER
019673         TO WS-SUSP-STUDENT(WS-SUSP-USED).
019680     MOVE SUSP-REJECT-DATE TO WS-SUSP-DATE(WS-SUSP-USED).
019687     MOVE SUSP-REASON-CODE TO WS-SUSP-CODE(WS-SUSP-USED).
019694     MOVE SUSP-OPERATOR-ID
019701         TO WS-SUSP-OPERATOR(WS-SUSP-USED).
019708     MOVE SUSP-STATUS TO WS-SUSP-STATUS(WS-SUSP-USED).
019715     MOVE SUSP-TRANS-IMAGE TO WS-SUSP-IMAGE(WS-SUSP-USED).
019722 1520-NEXT.
019729     PERFORM 1510-READ-SUSPENSE THRU 1510-EXIT.
019736 1520-EXIT.
019743     EXIT.
019750
019757******************************************************************
019764* 2000-PROCESS-TRANSACTION - dispatch on transaction code and
019771*                           read the next transaction.
019778******************************************************************
019800 2000-PROCESS-TRANSACTION.
019850     MOVE "E01" TO WS-SUSP-REASON.
019900     EVALUATE TRUE
020000         WHEN ETRN-ADD
020100             PERFORM 2100-ADD-ENROLLMENT THRU 2100-EXIT
021400*                      student master and the course code must
021500*                      exist on the course catalog before the
021600*                      enrollment is written; a duplicate
021650*                      enrollment key rejects on the WRITE. A
021660*                      student with any open registration hold
021670*                      cannot add a course until the office that
021680*                      placed it releases it.
021685*                      Every prerequisite on PREREQ.DAT must be
021690*                      passed in an earlier term or be in progress
021695*                      now (see 2130).
021696*                      The term must be on the calendar, still
021697*                      OPEN, and not past its last add date
021698*                      (see 2180).
021700******************************************************************
021800 2100-ADD-ENROLLMENT.
021900     MOVE ETRN-STUDENT-NUMBER TO STUDENT-NUMBER.
022400             ADD 1 TO WS-REJECT-COUNT
022500             GO TO 2100-EXIT
022600     END-READ.
022601     PERFORM 2180-CHECK-TERM THRU 2180-EXIT.
022602     IF NOT WS-TERM-REFUSED
022603         AND WS-RUN-DATE > TERM-LAST-ADD-DATE
022604         SET WS-TERM-REFUSED TO TRUE
022605         MOVE "ADD DEADLINE PASSED" TO WS-REASON-TEXT
022606     END-IF.
022607     IF WS-TERM-REFUSED
022608         PERFORM 2190-REJECT-ON-TERM THRU 2190-EXIT
022609         GO TO 2100-EXIT
022610     END-IF.
022611     PERFORM 2110-CHECK-HOLDS THRU 2110-EXIT.
022613     IF WS-HOLD-FOUND
022616         MOVE "REJECTED" TO WS-RESULT-TEXT
022619         MOVE SPACES TO WS-REASON-TEXT
022622         STRING "STUDENT ON HOLD - TYPE " DELIMITED BY SIZE
022625             HOLD-TYPE DELIMITED BY SIZE
022628             INTO WS-REASON-TEXT
022631         MOVE "E02" TO WS-SUSP-REASON
022634         ADD 1 TO WS-REJECT-COUNT
022637         ADD 1 TO WS-HOLD-REJECT-COUNT
022640         GO TO 2100-EXIT
022643     END-IF.
022646     MOVE ETRN-COURSE-CODE TO COURSE-CODE.
022649     READ COURSE-MASTER
022652         INVALID KEY
022655             MOVE "REJECTED" TO WS-RESULT-TEXT
022658             MOVE "COURSE NOT IN CATALOG" TO WS-REASON-TEXT
022661             ADD 1 TO WS-REJECT-COUNT
022664             GO TO 2100-EXIT
022667     END-READ.
022668     PERFORM 2130-CHECK-PREREQS THRU 2130-EXIT.
022669     IF WS-PREREQ-FAILED
022670         MOVE "REJECTED" TO WS-RESULT-TEXT
022671         MOVE SPACES TO WS-REASON-TEXT
022672         IF WS-PROV-OVERFLOW
022673             MOVE "TOO MANY PREREQS IN PROGRESS"
022674                 TO WS-REASON-TEXT
022675         ELSE
022676             STRING "PREREQ NOT MET - " DELIMITED BY SIZE
022677                 WS-MISSING-PREREQ DELIMITED BY SIZE
022678                 INTO WS-REASON-TEXT
022679         END-IF
022680         MOVE "E03" TO WS-SUSP-REASON
022681         ADD 1 TO WS-REJECT-COUNT
022682         GO TO 2100-EXIT
022683     END-IF.
022684     MOVE ETRN-COURSE-CODE TO WS-POST-COURSE.
022685     MOVE ETRN-TERM TO WS-POST-TERM.
022686     PERFORM 1340-FIND-SEAT-COUNT THRU 1340-EXIT.
022687     IF COURSE-CAPACITY > ZERO
022688         AND WS-SEAT-COUNT-NOW NOT < COURSE-CAPACITY
022689         PERFORM 2150-ADD-TO-WAITLIST THRU 2150-EXIT
022690         IF WS-RESULT-TEXT = "WAITLISTED"
022691             AND WS-PROV-USED > ZERO
022692             MOVE "FULL - PREREQ IN PROGRESS" TO WS-REASON-TEXT
022693             PERFORM 2170-WRITE-PROVISIONAL THRU 2170-EXIT
022694         END-IF
022695         GO TO 2100-EXIT
022696     END-IF.
022700     MOVE ETRN-STUDENT-NUMBER TO ENROLL-STUDENT-NUMBER.
022800     MOVE ETRN-COURSE-CODE TO ENROLL-COURSE-CODE.
022900     MOVE ETRN-TERM TO ENROLL-TERM.
023910             MOVE +1 TO WS-POST-DELTA
023920             PERFORM 1330-POST-SEAT-COUNT THRU 1330-EXIT
024000     END-WRITE.
024010     IF WS-RESULT-TEXT = "ENROLLED"
024020         AND WS-PROV-USED > ZERO
024030         MOVE "PREREQ IN PROGRESS" TO WS-REASON-TEXT
024040         PERFORM 2170-WRITE-PROVISIONAL THRU 2170-EXIT
024050     END-IF.
024100 2100-EXIT.
024200     EXIT.
024210
024336 2260-EXIT.
024337     EXIT.
024338
024339******************************************************************
024340* 2110-CHECK-HOLDS - look through the student's records on the
024341*                   hold master for any hold not yet released.
024342*                   WS-HOLD-FOUND is left set, with the hold in
024343*                   the record area, when one is open.
024344******************************************************************
024345 2110-CHECK-HOLDS.
024346     MOVE "N" TO WS-HOLD-SCAN-SW.
024347     MOVE ETRN-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER.
024348     MOVE LOW-VALUES TO HOLD-TYPE.
024349     MOVE ZERO TO HOLD-DATE-PLACED.
024350     START HOLD-MASTER KEY IS NOT LESS THAN HOLD-KEY
024351         INVALID KEY
024352             SET WS-HOLD-SCAN-ENDED TO TRUE
024353     END-START.
024354     PERFORM 2120-READ-NEXT-HOLD THRU 2120-EXIT
024355         UNTIL WS-HOLD-FOUND OR WS-HOLD-SCAN-ENDED.
024356 2110-EXIT.
024357     EXIT.
024358
024359 2120-READ-NEXT-HOLD.
024360     READ HOLD-MASTER NEXT RECORD
024361         AT END
024362             SET WS-HOLD-SCAN-ENDED TO TRUE
024363             GO TO 2120-EXIT
024364     END-READ.
024365     IF HOLD-STUDENT-NUMBER NOT = ETRN-STUDENT-NUMBER
024366         SET WS-HOLD-SCAN-ENDED TO TRUE
024367         GO TO 2120-EXIT
024368     END-IF.
024369     IF HOLD-OPEN
024370         SET WS-HOLD-FOUND TO TRUE
024371     END-IF.
024372 2120-EXIT.
024373     EXIT.
024374
024400******************************************************************
024404* 2200-DROP-ENROLLMENT - a DROP on or before the term's last drop
024408*                       date deletes the enrollment and frees the
024412*                       seat; between the last drop date and the
024416*                       withdraw date the enrollment stays and a
024420*                       W grade is recorded instead (see 2210).
024424*                       Past the withdraw date, or for a term not
024428*                       OPEN on the calendar, the DROP rejects.
024432******************************************************************
024436 2200-DROP-ENROLLMENT.
024440     PERFORM 2180-CHECK-TERM THRU 2180-EXIT.
024444     IF NOT WS-TERM-REFUSED
024448         AND WS-RUN-DATE > TERM-WITHDRAW-DATE
024452         SET WS-TERM-REFUSED TO TRUE
024456         MOVE "WITHDRAW DEADLINE PASSED" TO WS-REASON-TEXT
024460     END-IF.
024464     IF WS-TERM-REFUSED
024468         PERFORM 2190-REJECT-ON-TERM THRU 2190-EXIT
024472         GO TO 2200-EXIT
024476     END-IF.
024480     IF WS-RUN-DATE > TERM-LAST-DROP-DATE
024484         PERFORM 2210-WITHDRAW-WITH-W THRU 2210-EXIT
024488         GO TO 2200-EXIT
024492     END-IF.
024500     MOVE ETRN-STUDENT-NUMBER TO ENROLL-STUDENT-NUMBER.
024600     MOVE ETRN-COURSE-CODE TO ENROLL-COURSE-CODE.
024700     MOVE ETRN-TERM TO ENROLL-TERM.
026220                     MOVE ETRN-TERM TO WS-POST-TERM
026230                     MOVE -1 TO WS-POST-DELTA
026240                     PERFORM 1330-POST-SEAT-COUNT THRU 1330-EXIT
026250                     IF WS-RUN-DATE NOT > TERM-LAST-ADD-DATE
026260                         SET WS-SEAT-FREED TO TRUE
026270                     END-IF
026300             END-DELETE
026400     END-READ.
026500 2200-EXIT.
026600     EXIT.
026601
026602******************************************************************
026603* 2210-WITHDRAW-WITH-W - a DROP after the last drop date: the
026604*                       enrollment stays on file and a W grade is
026605*                       written against it on the grade master.
026606******************************************************************
026607 2210-WITHDRAW-WITH-W.
026608     MOVE ETRN-STUDENT-NUMBER TO ENROLL-STUDENT-NUMBER.
026609     MOVE ETRN-COURSE-CODE TO ENROLL-COURSE-CODE.
026610     MOVE ETRN-TERM TO ENROLL-TERM.
026611     READ ENROLL-MASTER
026612         INVALID KEY
026613             MOVE "REJECTED" TO WS-RESULT-TEXT
026614             MOVE "NO MATCH ON ENROLLMENT" TO WS-REASON-TEXT
026615             ADD 1 TO WS-REJECT-COUNT
026616             GO TO 2210-EXIT
026617     END-READ.
026618     MOVE ENROLL-KEY TO GRADE-KEY.
026619     MOVE "W " TO GRADE-VALUE.
026620     MOVE WS-RUN-DATE TO GRADE-DATE.
026621     WRITE GRADE-RECORD
026622         INVALID KEY
026623             MOVE "REJECTED" TO WS-RESULT-TEXT
026624             MOVE "ENROLLMENT ALREADY GRADED" TO WS-REASON-TEXT
026625             ADD 1 TO WS-REJECT-COUNT
026626         NOT INVALID KEY
026627             MOVE "WITHDRAWN" TO WS-RESULT-TEXT
026628             MOVE "W GRADE RECORDED" TO WS-REASON-TEXT
026629             ADD 1 TO WS-WITHDRAW-COUNT
026630     END-WRITE.
026631 2210-EXIT.
026632     EXIT.
026633
026634******************************************************************
026635* 2180-CHECK-TERM - look up the transaction's term on the term
026636*                  calendar. WS-TERM-REFUSED is left set, with the
026637*                  reason, when the term is missing or CLOSED;
026638*                  otherwise the term record is left in the
026639*                  record area for the deadline tests.
026640******************************************************************
026641 2180-CHECK-TERM.
026642     MOVE "N" TO WS-TERM-SW.
026643     MOVE ETRN-TERM TO TERM-CODE.
026644     READ TERM-MASTER
026645         INVALID KEY
026646             SET WS-TERM-REFUSED TO TRUE
026647             MOVE "TERM NOT ON CALENDAR" TO WS-REASON-TEXT
026648             GO TO 2180-EXIT
026649     END-READ.
026650     IF TERM-CLOSED
026651         SET WS-TERM-REFUSED TO TRUE
026652         MOVE "TERM CLOSED" TO WS-REASON-TEXT
026653     END-IF.
026654 2180-EXIT.
026655     EXIT.
026656
026657 2190-REJECT-ON-TERM.
026658     MOVE "REJECTED" TO WS-RESULT-TEXT.
026659     MOVE "E04" TO WS-SUSP-REASON.
026660     ADD 1 TO WS-REJECT-COUNT.
026661 2190-EXIT.
026662     EXIT.
026700
026800 2400-REJECT-UNKNOWN-CODE.
026900     MOVE "REJECTED" TO WS-RESULT-TEXT.
027100     ADD 1 TO WS-REJECT-COUNT.
027200 2400-EXIT.
027300     EXIT.
027301
027302******************************************************************
027303* 2130-CHECK-PREREQS - every prerequisite on file for the course
027304*                     must have a passing grade, at or above its
027305*                     minimum, from a term before the ADD's term.
027306*                     A prerequisite taken now (earlier term,
027307*                     no grade yet or only an incomplete "I ")
027308*                     lets the ADD through provisionally and is
027309*                     kept in the provisional table for 2170. The
027310*                     first prerequisite neither passed nor in
027311*                     progress fails the ADD, and so does an
027312*                     eleventh in progress - the provisional
027313*                     table holds ten, and a prerequisite left
027314*                     off it would never be rechecked.
027315******************************************************************
027316 2130-CHECK-PREREQS.
027317     MOVE "N" TO WS-PREQ-FAIL-SW.
027318     MOVE "N" TO WS-PROV-OVER-SW.
027319     MOVE ZERO TO WS-PROV-USED.
027320     MOVE "N" TO WS-PREQ-SCAN-SW.
027321     MOVE ETRN-COURSE-CODE TO PREQ-COURSE-CODE.
027322     MOVE LOW-VALUES TO PREQ-REQUIRED-COURSE.
027323     START PREREQ-MASTER KEY IS NOT LESS THAN PREQ-KEY
027324         INVALID KEY
027325             SET WS-PREQ-SCAN-ENDED TO TRUE
027326     END-START.
027327     PERFORM 2135-CHECK-NEXT-PREREQ THRU 2135-EXIT
027328         UNTIL WS-PREQ-SCAN-ENDED OR WS-PREREQ-FAILED.
027329 2130-EXIT.
027330     EXIT.
027331
027332 2135-CHECK-NEXT-PREREQ.
027333     READ PREREQ-MASTER NEXT RECORD
027334         AT END
027335             SET WS-PREQ-SCAN-ENDED TO TRUE
027336             GO TO 2135-EXIT
027337     END-READ.
027338     IF PREQ-COURSE-CODE NOT = ETRN-COURSE-CODE
027339         SET WS-PREQ-SCAN-ENDED TO TRUE
027340         GO TO 2135-EXIT
027341     END-IF.
027342     MOVE ZERO TO WS-MIN-RANK.
027343     SET GPT-IDX TO 1.
027344     SEARCH GPT-ENTRY
027345         WHEN GPT-GRADE(GPT-IDX) = PREQ-MIN-GRADE
027346             MOVE GPT-RANK(GPT-IDX) TO WS-MIN-RANK
027347     END-SEARCH.
027348     MOVE "N" TO WS-PREQ-MET-SW.
027349     MOVE ETRN-STUDENT-NUMBER TO GRADE-STUDENT-NUMBER.
027350     MOVE PREQ-REQUIRED-COURSE TO GRADE-COURSE-CODE.
027351     MOVE ZERO TO GRADE-TERM.
027352     START GRADE-MASTER KEY IS NOT LESS THAN GRADE-KEY
027353         INVALID KEY
027354             SET WS-PREQ-LOOK-ENDED TO TRUE
027355     END-START.
027356     PERFORM 2140-CHECK-NEXT-GRADE THRU 2140-EXIT
027357         UNTIL WS-PREQ-PASSED OR WS-PREQ-LOOK-ENDED.
027358     IF WS-PREQ-PASSED
027359         GO TO 2135-EXIT
027360     END-IF.
027361     MOVE "N" TO WS-PREQ-MET-SW.
027362     MOVE ETRN-STUDENT-NUMBER TO ENROLL-STUDENT-NUMBER.
027363     MOVE PREQ-REQUIRED-COURSE TO ENROLL-COURSE-CODE.
027364     MOVE ZERO TO ENROLL-TERM.
027365     START ENROLL-MASTER KEY IS NOT LESS THAN ENROLL-KEY
027366         INVALID KEY
027367             SET WS-PREQ-LOOK-ENDED TO TRUE
027368     END-START.
027369     PERFORM 2145-CHECK-NEXT-TAKING THRU 2145-EXIT
027370         UNTIL WS-PREQ-TAKING OR WS-PREQ-LOOK-ENDED.
027371     IF NOT WS-PREQ-TAKING
027372         SET WS-PREREQ-FAILED TO TRUE
027373         MOVE PREQ-REQUIRED-COURSE TO WS-MISSING-PREREQ
027374         GO TO 2135-EXIT
027375     END-IF.
027376     IF WS-PROV-USED NOT < 10
027377         SET WS-PREREQ-FAILED TO TRUE
027378         SET WS-PROV-OVERFLOW TO TRUE
027379         GO TO 2135-EXIT
027380     END-IF.
027381     ADD 1 TO WS-PROV-USED.
027382     MOVE PREQ-REQUIRED-COURSE TO WS-PROV-PREREQ(WS-PROV-USED).
027383     MOVE ENROLL-TERM TO WS-PROV-PREREQ-TERM(WS-PROV-USED).
027384     MOVE PREQ-MIN-GRADE TO WS-PROV-MIN-GRADE(WS-PROV-USED).
027385 2135-EXIT.
027386     EXIT.
027400
027401******************************************************************
027402* 2140-CHECK-NEXT-GRADE - one recorded grade in the prerequisite
027403*                        course; only terms before the ADD
027404*                        term count, and the grade must pass
027405*                        at or above the prerequisite minimum.
027406******************************************************************
027407 2140-CHECK-NEXT-GRADE.
027408     READ GRADE-MASTER NEXT RECORD
027409         AT END
027410             SET WS-PREQ-LOOK-ENDED TO TRUE
027411             GO TO 2140-EXIT
027412     END-READ.
027413     IF GRADE-STUDENT-NUMBER NOT = ETRN-STUDENT-NUMBER
027414         OR GRADE-COURSE-CODE NOT = PREQ-REQUIRED-COURSE
027415         OR GRADE-TERM NOT < ETRN-TERM
027416         SET WS-PREQ-LOOK-ENDED TO TRUE
027417         GO TO 2140-EXIT
027418     END-IF.
027419     SET GPT-IDX TO 1.
027420     SEARCH GPT-ENTRY
027421         WHEN GPT-GRADE(GPT-IDX) = GRADE-VALUE
027422             IF GPT-PASSING(GPT-IDX)
027423                 AND GPT-RANK(GPT-IDX) NOT < WS-MIN-RANK
027424                 SET WS-PREQ-PASSED TO TRUE
027425             END-IF
027426     END-SEARCH.
027427 2140-EXIT.
027428     EXIT.
027429
027430******************************************************************
027431* 2145-CHECK-NEXT-TAKING - one enrollment in the prerequisite
027432*                         course from a term before the ADD's
027433*                         term; with no grade recorded against it,
027434*                         or only an incomplete "I ", the student
027435*                         is still taking it. The term-end recheck
027436*                         treats "I " as pending the same way.
027437******************************************************************
027438 2145-CHECK-NEXT-TAKING.
027439     READ ENROLL-MASTER NEXT RECORD
027440         AT END
027441             SET WS-PREQ-LOOK-ENDED TO TRUE
027442             GO TO 2145-EXIT
027443     END-READ.
027444     IF ENROLL-STUDENT-NUMBER NOT = ETRN-STUDENT-NUMBER
027445         OR ENROLL-COURSE-CODE NOT = PREQ-REQUIRED-COURSE
027446         OR ENROLL-TERM NOT < ETRN-TERM
027447         SET WS-PREQ-LOOK-ENDED TO TRUE
027448         GO TO 2145-EXIT
027449     END-IF.
027450     MOVE ENROLL-KEY TO GRADE-KEY.
027451     READ GRADE-MASTER
027452         INVALID KEY
027453             SET WS-PREQ-TAKING TO TRUE
027454         NOT INVALID KEY
027455             IF GRADE-VALUE = "I "
027456                 SET WS-PREQ-TAKING TO TRUE
027457             END-IF
027458     END-READ.
027459 2145-EXIT.
027460     EXIT.
027461
027462******************************************************************
027463* 2170-WRITE-PROVISIONAL - the ADD went through on a prerequisite
027464*                         still in progress: log one provisional
027465*                         entry per such prerequisite for the
027466*                         term-end recheck.
027467******************************************************************
027468 2170-WRITE-PROVISIONAL.
027469     PERFORM 2175-WRITE-ONE-PROVISIONAL THRU 2175-EXIT
027470         VARYING WS-PROV-SUB FROM 1 BY 1
027471         UNTIL WS-PROV-SUB > WS-PROV-USED.
027472     ADD 1 TO WS-PROV-ADD-COUNT.
027473 2170-EXIT.
027474     EXIT.
027475
027476 2175-WRITE-ONE-PROVISIONAL.
027477     MOVE ETRN-STUDENT-NUMBER TO PROV-STUDENT-NUMBER.
027478     MOVE ETRN-COURSE-CODE TO PROV-COURSE-CODE.
027479     MOVE ETRN-TERM TO PROV-TERM.
027480     MOVE WS-PROV-PREREQ(WS-PROV-SUB) TO PROV-PREREQ-COURSE.
027481     MOVE WS-PROV-PREREQ-TERM(WS-PROV-SUB) TO PROV-PREREQ-TERM.
027482     MOVE WS-PROV-MIN-GRADE(WS-PROV-SUB) TO PROV-MIN-GRADE.
027483     MOVE WS-RUN-DATE TO PROV-ADD-DATE.
027484     WRITE PROVISIONAL-RECORD.
027485 2175-EXIT.
027486     EXIT.
027487
027500 2900-WRITE-AUDIT-LINE.
027600     MOVE ETRN-CODE TO ENR-TRANS-CODE.
027700     MOVE ETRN-STUDENT-NUMBER TO ENR-STUDENT-NUMBER.
028100     MOVE WS-REASON-TEXT TO ENR-REASON.
028200     WRITE MAINT-REPORT-LINE FROM ENR-DETAIL-LINE
028300         AFTER ADVANCING 1 LINE.
028320     IF WS-RESULT-TEXT = "REJECTED"
028330         PERFORM 2950-WRITE-SUSPENSE THRU 2950-EXIT
028340     ELSE
028350         PERFORM 2960-CLEAR-SUSPENSE THRU 2960-EXIT
028360             VARYING WS-SUSP-SUB FROM 1 BY 1
028370             UNTIL WS-SUSP-SUB > WS-SUSP-USED
028380     END-IF.
028400 2900-EXIT.
028500     EXIT.
028505
028506******************************************************************
028507* 2950-WRITE-SUSPENSE - a rejected transaction goes on the
028508*                      cumulative suspense table so the aging
028509*                      report tracks it - E02 student on hold,
028510*                      E03 prerequisite not met, E04 term
028511*                      calendar, E01 any other reject. The
028512*                      transaction carries no operator, so the
028513*                      entry is stamped with the program instead;
028514*                      the stamp also keeps the student edit from
028515*                      clearing it.
028516******************************************************************
028517 2950-WRITE-SUSPENSE.
028518     IF WS-SUSP-USED NOT < 1000
028519*        The reject is still on the audit report; the miss is
028520*        counted and noted there (see 3000).
028521         ADD 1 TO WS-SUSP-LOST-COUNT
028522         GO TO 2950-EXIT
028523     END-IF.
028524     ADD 1 TO WS-SUSP-USED.
028525     MOVE ETRN-STUDENT-NUMBER TO WS-SUSP-STUDENT(WS-SUSP-USED).
028526     MOVE WS-RUN-DATE TO WS-SUSP-DATE(WS-SUSP-USED).
028527     MOVE WS-SUSP-REASON TO WS-SUSP-CODE(WS-SUSP-USED).
028528     MOVE "ENRLMNT" TO WS-SUSP-OPERATOR(WS-SUSP-USED).
028529     MOVE "O" TO WS-SUSP-STATUS(WS-SUSP-USED).
028530     MOVE ENROLL-TRANSACTION-RECORD
028531         TO WS-SUSP-IMAGE(WS-SUSP-USED).
028532 2950-EXIT.
028533     EXIT.
028534
028535******************************************************************
028536* 2960-CLEAR-SUSPENSE - a transaction that applies clears every
028537*                      open entry this program left for the same
028538*                      student, course and term - the re-keyed
028539*                      add or drop has gone through. Entries from
028540*                      the student edit and update programs are
028541*                      left to clear there.
028542******************************************************************
028543 2960-CLEAR-SUSPENSE.
028544     IF WS-SUSP-ENTRY-OPEN(WS-SUSP-SUB)
028545         AND WS-SUSP-FROM-ENRLMNT(WS-SUSP-SUB)
028546         AND WS-SUSP-STUDENT(WS-SUSP-SUB) = ETRN-STUDENT-NUMBER
028547         AND WS-SUSP-ENRL-COURSE(WS-SUSP-SUB) = ETRN-COURSE-CODE
028548         AND WS-SUSP-ENRL-TERM(WS-SUSP-SUB) = ETRN-TERM
028549         MOVE "C" TO WS-SUSP-STATUS(WS-SUSP-SUB)
028550         ADD 1 TO WS-SUSP-CLEARED-COUNT
028551     END-IF.
028552 2960-EXIT.
028553     EXIT.
028600
028700******************************************************************
028800* 3000-TERMINATE - print the transaction totals and close files.
030110     WRITE MAINT-REPORT-LINE FROM ENR-TOTAL-LINE-4
030120         AFTER ADVANCING 1 LINE.
030130     WRITE MAINT-REPORT-LINE FROM ENR-TOTAL-LINE-5
030131         AFTER ADVANCING 1 LINE.
030132     MOVE WS-HOLD-REJECT-COUNT TO ENR-TOTAL-HELD.
030133     WRITE MAINT-REPORT-LINE FROM ENR-TOTAL-LINE-6
030134         AFTER ADVANCING 1 LINE.
030135     MOVE WS-PROV-ADD-COUNT TO ENR-TOTAL-PROV.
030136     WRITE MAINT-REPORT-LINE FROM ENR-TOTAL-LINE-7
030137         AFTER ADVANCING 1 LINE.
030138     MOVE WS-WITHDRAW-COUNT TO ENR-TOTAL-WITHDRAWN.
030140     WRITE MAINT-REPORT-LINE FROM ENR-TOTAL-LINE-8
030142         AFTER ADVANCING 1 LINE.
030144     MOVE WS-SUSP-CLEARED-COUNT TO ENR-TOTAL-SUSP-CLR.
030146     WRITE MAINT-REPORT-LINE FROM ENR-TOTAL-LINE-9
030148         AFTER ADVANCING 1 LINE.
030150     IF WS-SEAT-MISS-COUNT > ZERO
030152         MOVE WS-SEAT-MISS-COUNT TO ENR-NOTE-MISSES
030154         WRITE MAINT-REPORT-LINE FROM ENR-NOTE-LINE
030156             AFTER ADVANCING 1 LINE
030158     END-IF.
030160     IF WS-SUSP-LOST-COUNT > ZERO
030162         MOVE WS-SUSP-LOST-COUNT TO ENR-NOTE-LOST
030164         WRITE MAINT-REPORT-LINE FROM ENR-NOTE-LINE-2
030166             AFTER ADVANCING 1 LINE
030168     END-IF.
030170     IF WS-SUSP-DROPPED-COUNT > ZERO
030172         MOVE WS-SUSP-DROPPED-COUNT TO ENR-NOTE-DROPPED
030174         WRITE MAINT-REPORT-LINE FROM ENR-NOTE-LINE-3
030176             AFTER ADVANCING 1 LINE
030178     END-IF.
030180     PERFORM 3100-REWRITE-WAITLIST THRU 3100-EXIT.
030182     PERFORM 3200-WRITE-WAITLIST-REPORT THRU 3200-EXIT.
030184     PERFORM 3300-REWRITE-SUSPENSE THRU 3300-EXIT.
030200     CLOSE ENROLL-MASTER.
030300     CLOSE STUDENT-MASTER.
030310     CLOSE COURSE-MASTER.
030340     CLOSE HOLD-MASTER.
030377     CLOSE PREREQ-MASTER.
030384     CLOSE GRADE-MASTER.
030391     CLOSE PROVISIONAL-FILE.
030395     CLOSE TERM-MASTER.
030400     CLOSE TRANSACTION-FILE.
030500     CLOSE MAINT-REPORT.
030600 3000-EXIT.
030827 3230-EXIT.
030828     EXIT.
030829
030831******************************************************************
030833* 3300-REWRITE-SUSPENSE - write every table entry back to the
030835*                        suspense file with its status - still
030837*                        open as O, cleared as C - so the other
030839*                        programs' entries and the operator
030841*                        activity counts come through unchanged.
030843******************************************************************
030845 3300-REWRITE-SUSPENSE.
030847     OPEN OUTPUT SUSPENSE-FILE.
030849     PERFORM 3310-WRITE-SUSPENSE-ENTRY THRU 3310-EXIT
030851         VARYING WS-SUSP-SUB FROM 1 BY 1
030853         UNTIL WS-SUSP-SUB > WS-SUSP-USED.
030855     CLOSE SUSPENSE-FILE.
030857 3300-EXIT.
030859     EXIT.
030861
030863 3310-WRITE-SUSPENSE-ENTRY.
030865     MOVE WS-SUSP-STUDENT(WS-SUSP-SUB) TO SUSP-STUDENT-NUMBER.
030867     MOVE WS-SUSP-DATE(WS-SUSP-SUB) TO SUSP-REJECT-DATE.
030869     MOVE WS-SUSP-CODE(WS-SUSP-SUB) TO SUSP-REASON-CODE.
030871     MOVE WS-SUSP-OPERATOR(WS-SUSP-SUB) TO SUSP-OPERATOR-ID.
030873     MOVE WS-SUSP-STATUS(WS-SUSP-SUB) TO SUSP-STATUS.
030875     MOVE WS-SUSP-IMAGE(WS-SUSP-SUB) TO SUSP-TRANS-IMAGE.
030877     WRITE SUSPENSE-RECORD.
030879 3310-EXIT.
030881     EXIT.
030890
030900 END PROGRAM ENROLL-MAINT-PGM.
