      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TOURRPT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Knockout tournament bracket print. Reads the TOURNEY   *
      * bracket TOURMNT built and DEPTHC has been playing, and *
      * prints it round by round: every match's pairing with   *
      * both seeds, each side's result and tries, the winner   *
      * who went through and whether the match was a bye,      *
      * played (and after how many replays), ready or still    *
      * waiting for its players - then the champion, or the    *
      * next match to play while the tournament is on.         *
      *                                                        *
      * Once the final has been played the run also keeps the *
      * finished bracket on the TOURHIST history file, one     *
      * record per match (TOURHST.CPY), and marks it kept on   *
      * the control record so a reprint never keeps it twice  *
      * and TOURMNT may build the next bracket over it.        *
      *                                                        *
      * THE BRACKET GOES TO THE TOURPRT PRINT FILE IN THE      *
      * SHOP'S STANDARD PRINT LAYOUT (PRTCTL.CPY).             *
      *                                                        *
      * RETURN-CODE 0 = BRACKET PRINTED, 4 = NO TOURNAMENT ON  *
      * FILE, 12 = A FILE PROBLEM - THE PRINT IS INCOMPLETE OR *
      * THE FINISHED BRACKET WAS NOT KEPT (RUN AGAIN ONCE IT   *
      * IS PUT RIGHT).                                         *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TOURNEY-STATUS.
           SELECT TOURHIST-FILE ASSIGN TO "TOURHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURHIST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TOURPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  TOURNEY-FILE.
           COPY "TOURNEY.CPY".

       FD  TOURHIST-FILE.
           COPY "TOURHST.CPY".

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TOURNEY-STATUS PIC X(2).
       01  WS-TOURHIST-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

      *THE CONTROL RECORD, HELD WHILE THE MATCHES ARE READ THROUGH
      *THE SAME RECORD AREA.
       01  WS-CONTROL PIC X(96).
       01  WS-TOURN-NO PIC 9(3).
       01  WS-TOURN-NAME PIC X(20).
       01  WS-ROUNDS PIC 9(1).
       01  WS-CHAMPION-ID PIC X(8).
       01  WS-FINISHED-DATE PIC 9(8).

       01  WS-TOURNEY-EOF PIC X(1).
       01  WS-CUR-ROUND PIC 9(1).
       01  WS-SIDE PIC 9(1).
       01  WS-WINNER PIC 9(1).
       01  WS-CHAMPION-SEED PIC 9(3) VALUE 0.
       01  WS-NEXT-ROUND PIC 9(1) VALUE 0.
       01  WS-NEXT-MATCH PIC 9(3) VALUE 0.
       01  WS-MATCHES-KEPT PIC 9(5) VALUE 0.
       01  WS-SEED-DISP PIC ZZ9.
       01  WS-TRIES-DISP PIC ZZ9.

      *ONE MATCH ON THE PRINT - BOTH SIDES UNDER THE SAME COLUMNS.
       01  WS-MATCH-LINE.
           02  FILLER PIC X(1).
           02  WS-ML-MATCH PIC 9(3).
           02  FILLER PIC X(2).
           02  WS-ML-SIDE OCCURS 2 TIMES.
               03  FILLER PIC X(1).
               03  WS-ML-SEED PIC X(3).
               03  FILLER PIC X(1).
               03  WS-ML-PLAYER PIC X(8).
               03  FILLER PIC X(1).
               03  WS-ML-OUTCOME PIC X(10).
               03  FILLER PIC X(3).
               03  WS-ML-TRIES PIC X(3).
               03  WS-ML-GAP PIC X(5).
           02  WS-ML-WINNER PIC X(8).
           02  FILLER PIC X(2).
           02  WS-ML-NOTE PIC X(30).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       BRACKET-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TOURPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO BRACKET-STOP
           END-IF.
           MOVE 'TOURRPT' TO PRT-HD-PROGRAM.
           MOVE 'KNOCKOUT TOURNAMENT BRACKET' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN I-O TOURNEY-FILE.
           IF WS-TOURNEY-STATUS = '35'
           MOVE 'NO TOURNAMENT BRACKET ON FILE.' TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE 4 TO RETURN-CODE
           GO TO BRACKET-END.
           IF WS-TOURNEY-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TOURNEY, STATUS ' WS-TOURNEY-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO BRACKET-END
           END-IF.
           MOVE ZEROS TO TM-KEY.
           READ TOURNEY-FILE
               INVALID KEY
                   MOVE 'THE BRACKET HAS NO CONTROL RECORD - BUILD IT'
                       TO PRT-LINE
                   PERFORM PRINT-LINE
                   MOVE 'AGAIN IN TOURMNT.' TO PRT-LINE
                   PERFORM PRINT-LINE
                   MOVE 12 TO RETURN-CODE
                   CLOSE TOURNEY-FILE
                   GO TO BRACKET-END
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           MOVE TM-CONTROL TO WS-CONTROL.
           MOVE TC-TOURN-NO TO WS-TOURN-NO.
           MOVE TC-NAME TO WS-TOURN-NAME.
           MOVE TC-ROUNDS TO WS-ROUNDS.
           MOVE TC-CHAMPION-ID TO WS-CHAMPION-ID.
           MOVE TC-FINISHED-DATE TO WS-FINISHED-DATE.
           STRING 'TOURNAMENT ' TC-TOURN-NO '  ' TC-NAME
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF TC-BY-LEAGUE
           STRING 'SEEDED ON THE SEASON ' TC-SEASON-NO
               ' FINAL TABLE (LEAGHIST), THEN LIFETIME RANK'
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           MOVE 'SEEDED ON LIFETIME RANK (THE PLAYLDR ORDER)'
               TO PRT-LINE
           END-IF.
           PERFORM PRINT-LINE.
           STRING 'ENTRANTS ' TC-ENTRANTS '   BRACKET OF '
               TC-BRACKET-SIZE '   ROUNDS ' TC-ROUNDS '   DIMENSION '
               TC-DIMENSION '   BUILT ' TC-BUILT-DATE
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'MATCH SEED PLAYER   RESULT     TRIES     '
               'SEED PLAYER   RESULT     TRIES     WINNER    NOTE'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1.
           MOVE 0 TO WS-CUR-ROUND.
           MOVE 'N' TO WS-TOURNEY-EOF.
           PERFORM PRINT-NEXT-MATCH THRU PRINT-NEXT-MATCH-EXIT
               UNTIL WS-TOURNEY-EOF = 'Y'.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-LINE.
           MOVE WS-CONTROL TO TM-CONTROL.
           IF TC-IN-PLAY
           IF WS-NEXT-MATCH > 0
           STRING 'NO CHAMPION YET - NEXT TO PLAY: ROUND '
               WS-NEXT-ROUND ' MATCH ' WS-NEXT-MATCH
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           MOVE 'NO CHAMPION YET - NO MATCH IS READY TO PLAY.'
               TO PRT-LINE
           END-IF
           PERFORM PRINT-LINE
           CLOSE TOURNEY-FILE
           GO TO BRACKET-END
           END-IF.
           MOVE WS-CHAMPION-SEED TO WS-SEED-DISP.
           STRING 'CHAMPION: ' WS-CHAMPION-ID ' (SEED ' WS-SEED-DISP
               '), DECIDED ' WS-FINISHED-DATE
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF TC-KEPT
           MOVE 'THIS BRACKET IS ALREADY KEPT ON TOURHIST.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           CLOSE TOURNEY-FILE
           GO TO BRACKET-END
           END-IF.
           PERFORM KEEP-BRACKET THRU KEEP-BRACKET-EXIT.
           CLOSE TOURNEY-FILE.

       BRACKET-END.
           PERFORM PRINT-TRAILER.
           GO TO BRACKET-STOP.

      *THE MATCHES COME BACK IN KEY ORDER - ROUND BY ROUND, MATCH
      *BY MATCH - SO EACH NEW ROUND GETS ITS OWN HEADING.
       PRINT-NEXT-MATCH.
           READ TOURNEY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TOURNEY-EOF
           END-READ.
           IF WS-TOURNEY-EOF = 'Y'
           GO TO PRINT-NEXT-MATCH-EXIT.
           ADD 1 TO PRT-RECORDS-READ.
           IF TM-ROUND NOT = WS-CUR-ROUND
           PERFORM PRINT-ROUND-HEAD.
           MOVE SPACES TO WS-MATCH-LINE.
           MOVE TM-MATCH TO WS-ML-MATCH.
           MOVE '  V  ' TO WS-ML-GAP(1).
           PERFORM PRINT-MATCH-SIDE
               VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2.
           IF TM-PLAYED OR TM-BYE
           MOVE TM-WINNER TO WS-WINNER
           MOVE TM-PLAYER-ID(WS-WINNER) TO WS-ML-WINNER
           END-IF.
           EVALUATE TRUE
               WHEN TM-BYE
                   MOVE 'BYE' TO WS-ML-NOTE
               WHEN TM-PLAYED AND TM-REPLAYS > 0
                   STRING 'PLAYED ' TM-PLAYED-DATE ', REPLAYS '
                       TM-REPLAYS
                       DELIMITED BY SIZE INTO WS-ML-NOTE
               WHEN TM-PLAYED
                   STRING 'PLAYED ' TM-PLAYED-DATE
                       DELIMITED BY SIZE INTO WS-ML-NOTE
               WHEN TM-READY AND TM-REPLAYS > 0
                   STRING 'READY - REPLAY ' TM-REPLAYS ' DUE'
                       DELIMITED BY SIZE INTO WS-ML-NOTE
               WHEN TM-READY
                   MOVE 'READY TO PLAY' TO WS-ML-NOTE
               WHEN OTHER
                   MOVE 'WAITING' TO WS-ML-NOTE
           END-EVALUATE.
           IF TM-READY AND WS-NEXT-MATCH = 0
           MOVE TM-ROUND TO WS-NEXT-ROUND
           MOVE TM-MATCH TO WS-NEXT-MATCH
           END-IF.
           IF TM-PLAYED AND TM-ROUND = WS-ROUNDS
           MOVE TM-SEED(WS-WINNER) TO WS-CHAMPION-SEED.
           MOVE WS-MATCH-LINE TO PRT-LINE.
           PERFORM PRINT-LINE.
       PRINT-NEXT-MATCH-EXIT.
           EXIT.

      *THE LAST THREE ROUNDS GO BY THEIR USUAL NAMES.
       PRINT-ROUND-HEAD.
           MOVE TM-ROUND TO WS-CUR-ROUND.
           PERFORM PRINT-LINE.
           EVALUATE TRUE
               WHEN TM-ROUND = WS-ROUNDS
                   STRING 'ROUND ' TM-ROUND ' OF ' WS-ROUNDS
                       ' - FINAL' DELIMITED BY SIZE INTO PRT-LINE
               WHEN TM-ROUND + 1 = WS-ROUNDS
                   STRING 'ROUND ' TM-ROUND ' OF ' WS-ROUNDS
                       ' - SEMI-FINALS' DELIMITED BY SIZE INTO PRT-LINE
               WHEN TM-ROUND + 2 = WS-ROUNDS
                   STRING 'ROUND ' TM-ROUND ' OF ' WS-ROUNDS
                       ' - QUARTER-FINALS'
                       DELIMITED BY SIZE INTO PRT-LINE
               WHEN OTHER
                   STRING 'ROUND ' TM-ROUND ' OF ' WS-ROUNDS
                       DELIMITED BY SIZE INTO PRT-LINE
           END-EVALUATE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.

      *ONE SIDE OF THE MATCH. A SIDE NOT YET KNOWN IS STILL TO COME
      *FROM THE ROUND BEFORE; THE EMPTY SIDE OF A BYE SAYS SO.
       PRINT-MATCH-SIDE.
           IF TM-PLAYER-ID(WS-SIDE) = SPACES
           IF TM-BYE
           MOVE '---' TO WS-ML-PLAYER(WS-SIDE)
           MOVE 'BYE' TO WS-ML-OUTCOME(WS-SIDE)
           ELSE
           MOVE 'TO COME' TO WS-ML-PLAYER(WS-SIDE)
           END-IF
           ELSE
           MOVE TM-SEED(WS-SIDE) TO WS-SEED-DISP
           MOVE WS-SEED-DISP TO WS-ML-SEED(WS-SIDE)
           MOVE TM-PLAYER-ID(WS-SIDE) TO WS-ML-PLAYER(WS-SIDE)
           IF TM-PLAYED
           MOVE TM-OUTCOME(WS-SIDE) TO WS-ML-OUTCOME(WS-SIDE)
           MOVE TM-TRIES(WS-SIDE) TO WS-TRIES-DISP
           MOVE WS-TRIES-DISP TO WS-ML-TRIES(WS-SIDE)
           END-IF
           END-IF.

      *THE FINISHED BRACKET GOES TO TOURHIST FIRST AND IS MARKED
      *KEPT SECOND - A FAILED KEEP LEAVES THE TOURNAMENT DECIDED
      *BUT UNKEPT, SO THE NEXT RUN TRIES AGAIN AND TOURMNT WILL NOT
      *BUILD OVER IT MEANWHILE.
       KEEP-BRACKET.
           OPEN EXTEND TOURHIST-FILE.
           IF WS-TOURHIST-STATUS = '35'
           OPEN OUTPUT TOURHIST-FILE.
           IF WS-TOURHIST-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TOURHIST, STATUS '
               WS-TOURHIST-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO KEEP-BRACKET-FAILED
           END-IF.
           MOVE 1 TO TM-ROUND.
           MOVE 1 TO TM-MATCH.
           START TOURNEY-FILE KEY IS NOT LESS THAN TM-KEY
               INVALID KEY
                   DISPLAY 'TOURNEY START FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE TOURHIST-FILE
                   GO TO KEEP-BRACKET-FAILED
           END-START.
           MOVE 'N' TO WS-TOURNEY-EOF.
           PERFORM KEEP-NEXT-MATCH UNTIL WS-TOURNEY-EOF = 'Y'.
           CLOSE TOURHIST-FILE.
           IF RETURN-CODE = 12
           GO TO KEEP-BRACKET-FAILED.
           MOVE ZEROS TO TM-KEY.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'TOURNEY CONTROL RECORD LOST, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO KEEP-BRACKET-FAILED
           END-READ.
           MOVE 'K' TO TC-STATUS.
           REWRITE TOURNEY-RECORD
               INVALID KEY
                   DISPLAY 'TOURNEY REWRITE FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO KEEP-BRACKET-FAILED
           END-REWRITE.
           STRING 'BRACKET KEPT ON TOURHIST - ' WS-MATCHES-KEPT
               ' MATCH RECORDS.' DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO KEEP-BRACKET-EXIT.

       KEEP-BRACKET-FAILED.
           MOVE 'THE BRACKET COULD NOT BE KEPT ON TOURHIST - SEE THE'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'CONSOLE, PUT IT RIGHT AND RUN TOURRPT AGAIN.'
               TO PRT-LINE.
           PERFORM PRINT-LINE.

       KEEP-BRACKET-EXIT.
           EXIT.

       KEEP-NEXT-MATCH.
           READ TOURNEY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TOURNEY-EOF
               NOT AT END
                   MOVE WS-TOURN-NO TO TH-TOURN-NO
                   MOVE WS-TOURN-NAME TO TH-NAME
                   MOVE WS-FINISHED-DATE TO TH-FINISHED-DATE
                   MOVE WS-CHAMPION-ID TO TH-CHAMPION-ID
                   MOVE TM-ROUND TO TH-ROUND
                   MOVE TM-MATCH TO TH-MATCH
                   MOVE TM-STATUS TO TH-STATUS
                   MOVE TM-BOARD-SEED TO TH-BOARD-SEED
                   MOVE TM-REPLAYS TO TH-REPLAYS
                   PERFORM KEEP-MATCH-SIDE
                       VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                   MOVE TM-WINNER TO TH-WINNER
                   MOVE TM-PLAYED-DATE TO TH-PLAYED-DATE
                   WRITE TOURHST-RECORD
                   IF WS-TOURHIST-STATUS NOT = '00'
                   DISPLAY 'TOURHIST WRITE FAILED, STATUS '
                       WS-TOURHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'Y' TO WS-TOURNEY-EOF
                   ELSE
                   ADD 1 TO WS-MATCHES-KEPT
                   END-IF
           END-READ.

       KEEP-MATCH-SIDE.
           MOVE TM-PLAYER-ID(WS-SIDE) TO TH-PLAYER-ID(WS-SIDE).
           MOVE TM-SEED(WS-SIDE) TO TH-SEED(WS-SIDE).
           MOVE TM-GAME-ID(WS-SIDE) TO TH-GAME-ID(WS-SIDE).
           MOVE TM-OUTCOME(WS-SIDE) TO TH-OUTCOME(WS-SIDE).
           MOVE TM-TRIES(WS-SIDE) TO TH-TRIES(WS-SIDE).


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

       BRACKET-STOP.
           STOP RUN.
