001600*
001700* Modification History:
001800*   2026-08-22  D.K.  Original inquiry program written.
001810*   2026-10-15  D.K.  The student display now lists every open
001820*                     registration hold on HOLD.DAT (type, office,
001830*                     date placed, reason) so the counter can tell
001840*                     a student why an add or transcript is
001850*                     blocked.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. STUDENT-INQUIRY-PGM.
003500     ALTERNATE RECORD KEY IS LAST-NAME
003600         WITH DUPLICATES
003700     FILE STATUS IS WS-MASTER-STATUS.
003710
003720     SELECT OPTIONAL HOLD-MASTER
003730     ASSIGN TO "..\HOLD.DAT"
003740     ORGANIZATION IS INDEXED
003750     ACCESS MODE IS DYNAMIC
003760     RECORD KEY IS HOLD-KEY
003770     FILE STATUS IS WS-HOLD-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  STUDENT-MASTER.
004100     COPY STUDREC.
004120
004140 FD  HOLD-MASTER.
004160     COPY HOLDREC.
004200
004300 WORKING-STORAGE SECTION.
004400
005300     88  WS-BROWSE-EOF                       VALUE "Y".
005400 77  WS-MATCH-COUNT              PIC 9(05)   VALUE ZERO.
005500 77  WS-DISPLAY-NAME             PIC X(51)   VALUE SPACES.
005510 77  WS-HOLD-STATUS              PIC X(02)   VALUE "00".
005520     88  WS-HOLD-OK                          VALUES "00" "05".
005530 77  WS-HOLD-SCAN-SW             PIC X(01)   VALUE "N".
005540     88  WS-HOLD-SCAN-ENDED                  VALUE "Y".
005550 77  WS-OPEN-HOLD-COUNT          PIC 9(03)   VALUE ZERO.
005600
005700 PROCEDURE DIVISION.
005800
007600             ", STATUS=" WS-MASTER-STATUS
007700         STOP RUN
007800     END-IF.
007810     OPEN INPUT HOLD-MASTER.
007820     IF NOT WS-HOLD-OK
007830         DISPLAY "STUDENT-INQUIRY-PGM: UNABLE TO OPEN HOLD"
007840             " MASTER, STATUS=" WS-HOLD-STATUS
007850         STOP RUN
007860     END-IF.
007900 1000-EXIT.
008000     EXIT.
008100
016400
016500******************************************************************
016600* 2500-DISPLAY-STUDENT - format the current STUDENT-RECORD on
016660*                       the screen, followed by any open
016720*                       registration holds.
016800******************************************************************
016900 2500-DISPLAY-STUDENT.
017000     MOVE SPACES TO WS-DISPLAY-NAME.
018100     DISPLAY "ADDRESS:    " STREET-ADDRESS.
018200     DISPLAY "            " CITY-NAME ", " PROVINCE " "
018300         POSTAL-CODE.
018350     PERFORM 2600-DISPLAY-HOLDS THRU 2600-EXIT.
018400 2500-EXIT.
018500     EXIT.
018502
018504******************************************************************
018506* 2600-DISPLAY-HOLDS - list the open holds on the hold master for
018508*                      the student just displayed. Released holds
018510*                      are history and are not shown.
018512******************************************************************
018514 2600-DISPLAY-HOLDS.
018516     MOVE ZERO TO WS-OPEN-HOLD-COUNT.
018518     MOVE "N" TO WS-HOLD-SCAN-SW.
018520     MOVE STUDENT-NUMBER TO HOLD-STUDENT-NUMBER.
018522     MOVE LOW-VALUES TO HOLD-TYPE.
018524     MOVE ZERO TO HOLD-DATE-PLACED.
018526     START HOLD-MASTER KEY IS NOT LESS THAN HOLD-KEY
018528         INVALID KEY
018530             SET WS-HOLD-SCAN-ENDED TO TRUE
018532     END-START.
018534     PERFORM 2610-DISPLAY-NEXT-HOLD THRU 2610-EXIT
018536         UNTIL WS-HOLD-SCAN-ENDED.
018538     IF WS-OPEN-HOLD-COUNT = ZERO
018540         DISPLAY "HOLDS:      NONE"
018542     END-IF.
018544 2600-EXIT.
018546     EXIT.
018548
018550 2610-DISPLAY-NEXT-HOLD.
018552     READ HOLD-MASTER NEXT RECORD
018554         AT END
018556             SET WS-HOLD-SCAN-ENDED TO TRUE
018558             GO TO 2610-EXIT
018560     END-READ.
018562     IF HOLD-STUDENT-NUMBER NOT = STUDENT-NUMBER
018564         SET WS-HOLD-SCAN-ENDED TO TRUE
018566         GO TO 2610-EXIT
018568     END-IF.
018570     IF HOLD-OPEN
018572         ADD 1 TO WS-OPEN-HOLD-COUNT
018574         DISPLAY "HOLD:       " HOLD-TYPE
018576             "  OFFICE: " HOLD-PLACED-BY
018578             "  PLACED: " HOLD-DATE-PLACED
018580         DISPLAY "            " HOLD-REASON
018582     END-IF.
018584 2610-EXIT.
018586     EXIT.
018600
018700******************************************************************
018800* 3000-TERMINATE - close the student and hold masters.
018900******************************************************************
019000 3000-TERMINATE.
019100     CLOSE STUDENT-MASTER.
019150     CLOSE HOLD-MASTER.
019200 3000-EXIT.
019300     EXIT.
019400
