      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SECRPT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Weekly security violation review. DEPTHC writes every  *
      * refused sign-on and lockout to SECLOG, and PLAYMNT      *
      * writes every unlock, PIN issue and batch authorization  *
      * change under the operator who made it. This program     *
      * prints one week of those events for the supervisor,    *
      * sorted by player so a run of failures against one ID    *
      * reads as one block, with each player's counts under     *
      * their events and the week's totals by event type at     *
      * the end, followed by the supervisor's review block.     *
      *                                                        *
      * The operator is asked for the first day of the week to *
      * review; blank reviews the seven days ending today. A    *
      * player with a lockout, or three or more failed sign-ons *
      * in the week, is marked *** REVIEW ***.                  *
      *                                                        *
      * The review goes to the SECPRT print file in the shop's *
      * standard print layout (PRTCTL.CPY). SECLOG itself is    *
      * never changed.                                          *
      *                                                        *
      * RETURN-CODE 0 = NOTHING MARKED FOR REVIEW, 4 = AT LEAST *
      * ONE PLAYER MARKED FOR REVIEW, 8 = A BAD PERIOD DATE,    *
      * 12 = A FILE PROBLEM - THE REVIEW IS INCOMPLETE.         *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT SEC-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINT-FILE ASSIGN TO "SECPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  SECLOG-FILE.
           COPY "SECLOG.CPY".

      *THE SORT CARRIES THE SECLOG IMAGE UNCHANGED - THE KEYS ARE
      *JUST THE PLAYER, DATE AND TIME FIELDS WHERE THEY SIT IN IT.
       SD  SEC-SORT-FILE.
       01  SEC-SORT-RECORD.
           02  SR-DATE                PIC 9(8).
           02  SR-TIME                PIC 9(6).
           02  FILLER                 PIC X(16).
           02  SR-PLAYER-ID           PIC X(8).
           02  FILLER                 PIC X(45).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SECLOG-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-NO-LOG PIC X(1) VALUE 'N'.
       01  WS-ABORT-FLAG PIC X(1) VALUE 'N'.
           88  REVIEW-ABORTED VALUE 'Y'.

      *THE WEEK UNDER REVIEW.
       01  WS-PERIOD-ENTRY PIC X(8).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD-ENTRY PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DAY-NUMBER PIC 9(7).
       01  WS-FROM-DISP PIC 9999/99/99.
       01  WS-TO-DISP PIC 9999/99/99.

      *THE EVENT BEING PRINTED.
       01  WS-EVENT-TIME.
           02  WS-EVENT-HH PIC 9(2).
           02  WS-EVENT-MM PIC 9(2).
           02  WS-EVENT-SS PIC 9(2).
       01  WS-DATE-DISP PIC 9999/99/99.
       01  WS-COUNT-DISP PIC ZZ,ZZ9.
       01  WS-SHORT-DISP PIC ZZ9.

      *THE PLAYER WHOSE EVENTS ARE BEING PRINTED, AND THEIR COUNTS
      *FOR THE WEEK.
       01  WS-CUR-PLAYER PIC X(8) VALUE LOW-VALUES.
       01  WS-PLAYER-COUNTS.
           02  WS-PL-FAILED PIC 9(5) VALUE 0.
           02  WS-PL-LOCKOUTS PIC 9(5) VALUE 0.
           02  WS-PL-UNLOCKS PIC 9(5) VALUE 0.
           02  WS-PL-CHANGES PIC 9(5) VALUE 0.

       01  WS-EVENTS-IN-PERIOD PIC 9(7) VALUE 0.
       01  WS-PLAYER-COUNT PIC 9(5) VALUE 0.
       01  WS-REVIEW-COUNT PIC 9(5) VALUE 0.
       01  WS-OTHER-COUNT PIC 9(7) VALUE 0.

       01  EVENT-TYPE-DATA.
           02  FILLER PIC X(40) VALUE
               'BADPIN  WRONG PIN KEYED AT SIGN-ON'.
           02  FILLER PIC X(40) VALUE
               'LOCKOUT LOCKED OUT AFTER 3 WRONG PINS'.
           02  FILLER PIC X(40) VALUE
               'LOCKED  SIGN-ON WHILE LOCKED OUT'.
           02  FILLER PIC X(40) VALUE
               'NOPIN   SIGN-ON WITH NO PIN ISSUED'.
           02  FILLER PIC X(40) VALUE
               'NOID    SIGN-ON TO AN ID NOT ON FILE'.
           02  FILLER PIC X(40) VALUE
               'INACTIVESIGN-ON TO A DEACTIVATED ID'.
           02  FILLER PIC X(40) VALUE
               'NOAUTH  DEPTHPRM DECK NOT AUTHORIZED'.
           02  FILLER PIC X(40) VALUE
               'UNLOCK  LOCKOUT CLEARED BY OPERATOR'.
           02  FILLER PIC X(40) VALUE
               'PINSET  PIN ISSUED OR RESET'.
           02  FILLER PIC X(40) VALUE
               'AUTHGRNTBATCH CREDIT GRANTED'.
           02  FILLER PIC X(40) VALUE
               'AUTHRVKEBATCH CREDIT REVOKED'.
       01  EVENT-TYPE-TABLE REDEFINES EVENT-TYPE-DATA.
           02  EVENT-TYPE OCCURS 11 TIMES INDEXED BY EV-IDX.
               03  ET-CODE PIC X(8).
               03  ET-TEXT PIC X(32).
       01  EVENT-COUNTS.
           02  EC-COUNT PIC 9(7) OCCURS 11 TIMES VALUE 0.
       01  WS-EVENT-FOUND PIC X(1).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       REVIEW-START.
           DISPLAY 'ENTER FIRST DAY OF THE WEEK TO REVIEW (YYYYMMDD)'
           DISPLAY 'OR BLANK FOR THE LAST SEVEN DAYS:' WITH NO ADVANCING
           ACCEPT WS-PERIOD-ENTRY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-PERIOD-ENTRY = SPACES
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 6
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           ELSE
           IF WS-PERIOD-ENTRY IS NOT NUMERIC
               OR WS-PERIOD-NUM < 19740101
           DISPLAY 'THAT IS NOT A USABLE DATE. STOPPING.'
           MOVE 8 TO RETURN-CODE
           GO TO REVIEW-STOP
           END-IF
           MOVE WS-PERIOD-NUM TO WS-FROM-DATE
           END-IF.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 6.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-FROM-DATE TO WS-FROM-DISP.
           MOVE WS-TO-DATE TO WS-TO-DISP.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN SECPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO REVIEW-STOP
           END-IF.
           MOVE 'SECRPT' TO PRT-HD-PROGRAM.
           STRING 'SECURITY VIOLATIONS ' WS-FROM-DISP ' TO '
               WS-TO-DISP
               DELIMITED BY SIZE INTO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           STRING 'PLAYER   DATE       TIME     EVENT    SOURCE  '
               'PROGRAM  OPERATOR DETAIL'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1.
           SORT SEC-SORT-FILE
               ON ASCENDING KEY SR-PLAYER-ID SR-DATE SR-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-EVENTS
                   THRU RELEASE-EVENTS-EXIT
               OUTPUT PROCEDURE IS PRINT-EVENTS
                   THRU PRINT-EVENTS-EXIT.
           IF REVIEW-ABORTED
           MOVE 12 TO RETURN-CODE
           MOVE SPACES TO PRT-COLUMN-HEAD-1
           MOVE 'REVIEW DID NOT COMPLETE - SEE THE CONSOLE LOG.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-TRAILER
           GO TO REVIEW-STOP
           END-IF.
           GO TO PRINT-TOTALS.

      *ONLY THE WEEK UNDER REVIEW GOES INTO THE SORT.
       RELEASE-EVENTS.
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS = '35'
           MOVE 'Y' TO WS-NO-LOG
           GO TO RELEASE-EVENTS-EXIT.
           IF WS-SECLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN SECLOG, STATUS ' WS-SECLOG-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG
           GO TO RELEASE-EVENTS-EXIT
           END-IF.

       RELEASE-NEXT-EVENT.
           READ SECLOG-FILE
               AT END
                   CLOSE SECLOG-FILE
                   GO TO RELEASE-EVENTS-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           IF SEC-DATE IS NOT NUMERIC
               OR SEC-DATE < WS-FROM-DATE
               OR SEC-DATE > WS-TO-DATE
           GO TO RELEASE-NEXT-EVENT.
           MOVE SECLOG-RECORD TO SEC-SORT-RECORD.
           RELEASE SEC-SORT-RECORD.
           GO TO RELEASE-NEXT-EVENT.

       RELEASE-EVENTS-EXIT.
           EXIT.

       PRINT-EVENTS.
           IF REVIEW-ABORTED
           GO TO PRINT-EVENTS-EXIT.

       PRINT-NEXT-EVENT.
           RETURN SEC-SORT-FILE
               AT END
                   IF WS-EVENTS-IN-PERIOD > 0
                   PERFORM END-PLAYER-BLOCK
                   END-IF
                   GO TO PRINT-EVENTS-EXIT
           END-RETURN.
           MOVE SEC-SORT-RECORD TO SECLOG-RECORD.
           ADD 1 TO WS-EVENTS-IN-PERIOD.
           IF SEC-PLAYER-ID NOT = WS-CUR-PLAYER
           IF WS-EVENTS-IN-PERIOD > 1
           PERFORM END-PLAYER-BLOCK
           END-IF
           MOVE SEC-PLAYER-ID TO WS-CUR-PLAYER
           ADD 1 TO WS-PLAYER-COUNT
           MOVE 0 TO WS-PL-FAILED WS-PL-LOCKOUTS WS-PL-UNLOCKS
               WS-PL-CHANGES
           IF WS-PLAYER-COUNT = 1
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT
           END-IF
           END-IF.
           IF SEC-FAILED-SIGN-ON
           ADD 1 TO WS-PL-FAILED.
           IF SEC-LOCKOUT
           ADD 1 TO WS-PL-LOCKOUTS.
           IF SEC-UNLOCK
           ADD 1 TO WS-PL-UNLOCKS.
           IF SEC-MAINTENANCE
           ADD 1 TO WS-PL-CHANGES.
           MOVE 'N' TO WS-EVENT-FOUND.
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > 11
               IF ET-CODE(EV-IDX) = SEC-EVENT
                   ADD 1 TO EC-COUNT(EV-IDX)
                   MOVE 'Y' TO WS-EVENT-FOUND
               END-IF
           END-PERFORM.
           IF WS-EVENT-FOUND = 'N'
           ADD 1 TO WS-OTHER-COUNT.
           MOVE SEC-DATE TO WS-DATE-DISP.
           MOVE SEC-TIME TO WS-EVENT-TIME.
           STRING SEC-PLAYER-ID ' ' WS-DATE-DISP ' ' WS-EVENT-HH ':'
               WS-EVENT-MM ':' WS-EVENT-SS ' ' SEC-EVENT ' '
               SEC-SOURCE ' ' SEC-PROGRAM ' ' SEC-OPERATOR ' '
               SEC-DETAIL
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO PRINT-NEXT-EVENT.

       PRINT-EVENTS-EXIT.
           EXIT.

      *THE PLAYER'S COUNTS FOR THE WEEK UNDER THEIR EVENTS. A
      *LOCKOUT, OR THREE OR MORE FAILED SIGN-ONS, IS MARKED FOR THE
      *SUPERVISOR.
       END-PLAYER-BLOCK.
           MOVE WS-PL-FAILED TO WS-SHORT-DISP.
           STRING '         FAILED SIGN-ONS ' WS-SHORT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           MOVE WS-PL-LOCKOUTS TO WS-SHORT-DISP.
           STRING '   LOCKOUTS ' WS-SHORT-DISP
               DELIMITED BY SIZE INTO PRT-LINE(29:15).
           MOVE WS-PL-UNLOCKS TO WS-SHORT-DISP.
           STRING '   UNLOCKS ' WS-SHORT-DISP
               DELIMITED BY SIZE INTO PRT-LINE(44:14).
           MOVE WS-PL-CHANGES TO WS-SHORT-DISP.
           STRING '   PIN/AUTH CHANGES ' WS-SHORT-DISP
               DELIMITED BY SIZE INTO PRT-LINE(58:23).
           IF WS-PL-LOCKOUTS > 0 OR WS-PL-FAILED >= 3
           MOVE '*** REVIEW ***' TO PRT-LINE(83:14)
           ADD 1 TO WS-REVIEW-COUNT
           END-IF.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.

      *THE WEEK'S TOTALS BY EVENT TYPE.
       PRINT-TOTALS.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           IF WS-NO-LOG = 'Y'
           MOVE 'NO SECLOG ON FILE - NO SECURITY EVENTS RECORDED.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-REVIEW-BLOCK
           END-IF.
           IF WS-EVENTS-IN-PERIOD = 0
           MOVE 'NO SECURITY EVENTS IN THE PERIOD.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-REVIEW-BLOCK
           END-IF.
           IF PRT-LINE-COUNT + 17 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           MOVE 'TOTALS FOR THE PERIOD' TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > 11
               MOVE EC-COUNT(EV-IDX) TO WS-COUNT-DISP
               STRING '  ' ET-CODE(EV-IDX) ' ' ET-TEXT(EV-IDX) ' '
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
           END-PERFORM.
           IF WS-OTHER-COUNT > 0
           MOVE WS-OTHER-COUNT TO WS-COUNT-DISP
           STRING '  ???????? UNRECOGNIZED EVENT CODE                '
               WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE.
           MOVE WS-EVENTS-IN-PERIOD TO WS-COUNT-DISP.
           STRING 'EVENTS IN THE PERIOD ........ ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-PLAYER-COUNT TO WS-COUNT-DISP.
           STRING 'PLAYERS WITH EVENTS ......... ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-REVIEW-COUNT TO WS-COUNT-DISP.
           STRING 'PLAYERS MARKED FOR REVIEW ... ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

      *THE REVIEW BLOCK IS KEPT WHOLE - IF IT WILL NOT FIT UNDER THE
      *TOTALS IT GOES TO THE TOP OF A FRESH PAGE.
       PRINT-REVIEW-BLOCK.
           IF PRT-LINE-COUNT + 11 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'SUPERVISOR REVIEW' TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE '-----------------' TO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING '  NO ACTION NEEDED  [   ]      '
               'PLAYERS CONTACTED / IDS RESET  [   ]'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           STRING '  NAME ________________________   SIGNATURE '
               '__________________________   DATE __________'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           STRING '  COMMENTS ____________________________________'
               '______________________________________________________'
               '________'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TRAILER.
           IF RETURN-CODE = 0 AND WS-REVIEW-COUNT > 0
           DISPLAY WS-REVIEW-COUNT ' PLAYER(S) MARKED FOR THE'
               ' SUPERVISOR''S REVIEW.'
           MOVE 4 TO RETURN-CODE
           END-IF.

       REVIEW-STOP.
           STOP RUN.


      * STANDARD PRINT HANDLING (PRTCTL.CPY). START-PRINT-FILE
      * STAMPS THE RUN DATE AND TIME INTO THE PAGE HEADING ONCE THE
      * PRINT FILE IS OPEN AND THE PROGRAM NAME AND TITLE ARE SET.
       START-PRINT-FILE.
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PRT-RUN-TIME FROM TIME.
           MOVE PRT-RUN-DATE TO PRT-HD-DATE.
           MOVE PRT-RUN-HH TO PRT-HD-HH.
           MOVE PRT-RUN-MM TO PRT-HD-MM.
           MOVE PRT-RUN-SS TO PRT-HD-SS.

      * WRITE THE LINE BUILT IN PRT-LINE, THROWING A NEW PAGE WITH
      * ITS HEADINGS FIRST WHEN THE CURRENT PAGE IS FULL.
       PRINT-LINE.
           IF PRT-LINE-COUNT NOT < PRT-PAGE-SIZE
           PERFORM PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM PRT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'PRINT FILE WRITE FAILED, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           END-IF.
           ADD 1 TO PRT-LINE-COUNT.
           ADD 1 TO PRT-LINES-PRINTED.
           MOVE SPACES TO PRT-LINE.

       PRINT-HEADINGS.
           ADD 1 TO PRT-PAGE-NO.
           MOVE PRT-PAGE-NO TO PRT-HD-PAGE.
           WRITE PRINT-RECORD FROM PRT-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 2 TO PRT-LINE-COUNT.
           IF PRT-COLUMN-HEAD-1 NOT = SPACES
           WRITE PRINT-RECORD FROM PRT-COLUMN-HEAD-1
               AFTER ADVANCING 1 LINE
           ADD 1 TO PRT-LINE-COUNT
           END-IF.
           IF PRT-COLUMN-HEAD-2 NOT = SPACES
           WRITE PRINT-RECORD FROM PRT-COLUMN-HEAD-2
               AFTER ADVANCING 1 LINE
           ADD 1 TO PRT-LINE-COUNT
           END-IF.

      * A NEW SECTION HAS MOVED ITS OWN HEADERS INTO PRT-COLUMN-HEAD-1
      * AND 2. PRINT THEM HERE, OR LET THE NEXT PRINT-LINE START A NEW
      * PAGE IF THERE IS NOT ROOM FOR THEM AND A FEW DETAIL LINES.
       PRINT-COLUMN-HEADS.
           IF PRT-LINE-COUNT + 4 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT
           GO TO PRINT-COLUMN-HEADS-EXIT.
           IF PRT-COLUMN-HEAD-1 NOT = SPACES
           MOVE PRT-COLUMN-HEAD-1 TO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           IF PRT-COLUMN-HEAD-2 NOT = SPACES
           MOVE PRT-COLUMN-HEAD-2 TO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
       PRINT-COLUMN-HEADS-EXIT.
           EXIT.

      * THE STANDARD END-OF-REPORT TRAILER, THEN CLOSE THE PRINT FILE.
       PRINT-TRAILER.
           MOVE SPACES TO PRT-COLUMN-HEAD-1 PRT-COLUMN-HEAD-2.
           IF PRT-LINE-COUNT + 2 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           MOVE PRT-RECORDS-READ TO PRT-TR-READ.
           COMPUTE PRT-TR-LINES = PRT-LINES-PRINTED + 1.
           MOVE PRT-PAGE-NO TO PRT-TR-PAGES.
           MOVE PRT-TRAILER-LINE TO PRT-LINE.
           PERFORM PRINT-LINE.
           CLOSE PRINT-FILE.
