      * archived off) still counts in the overall figures but *
      * cannot be placed in the player or dimension breakout. *
      *                                                       *
      * Both files are sorted into game id order and walked   *
      * side by side, and each joined game's figures go to    *
      * the EFFGAME work file, which is sorted once by player *
      * and once by dimension for the breakouts - so there is *
      * no limit on the games, players or dimensions on file. *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program, run as its own step after any     *
      * number of DEPTHC runs have appended to the history.   *
      * The report goes to the EFFPRT print file in the shop's *
      * standard print layout (PRTCTL.CPY).                    *
      *                                                        *
      * RETURN-CODE 0 = REPORT PRINTED, 12 = A FILE PROBLEM -  *
      * THE REPORT IS INCOMPLETE.                              *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOTLOG-FILE ASSIGN TO "SHOTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTLOG-STATUS.
           SELECT SHOTSRT-FILE ASSIGN TO "EFFSHOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTSRT-STATUS.
           SELECT EFFGAME-FILE ASSIGN TO "EFFGAME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFGAME-STATUS.
           SELECT SHOT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT GAME-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT BREAKOUT-SORT-FILE ASSIGN TO "SORTWK03".
           SELECT PRINT-FILE ASSIGN TO "EFFPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
           COPY "GAMELOG.CPY".

       FD  SHOTLOG-FILE.
       01  SHOTLOG-IN-RECORD PIC X(46).

       FD  SHOTSRT-FILE.
           COPY "SHOTLOG.CPY".

      *ONE JOINED GAME'S FIGURES, FOR THE BREAKOUTS.
       FD  EFFGAME-FILE.
       01  EFFGAME-RECORD.
           02  EG-PLAYER-ID PIC X(8).
           02  EG-DIMENSION PIC 9(3).
           02  EG-PAIRS PIC 9(3).
           02  EG-CLOSED PIC S9(7) SIGN LEADING SEPARATE.
           02  EG-AWAY PIC 9(3).
           02  EG-ONTOP PIC 9(3).

       SD  SHOT-SORT-FILE.
       01  SHOT-SORT-RECORD.
           02  SS-GAME-ID PIC 9(14).
           02  SS-TURN PIC 9(3).
           02  FILLER PIC X(29).

      *EVERY GAMELOG SUMMARY WITH A GAME ID, IN GAME ID ORDER, SO
      *THE SHOTLOG PASS CAN SEE WHO PLAYED THE GAME AND ON WHAT
      *DIMENSION.
       SD  GAME-SORT-FILE.
       01  GAME-SORT-RECORD.
           02  GS-GAME-ID PIC 9(14).
           02  GS-PLAYER-ID PIC X(8).
           02  GS-DIMENSION PIC 9(3).

       SD  BREAKOUT-SORT-FILE.
       01  BREAKOUT-SORT-RECORD.
           02  BS-PLAYER-ID PIC X(8).
           02  BS-DIMENSION PIC 9(3).
           02  BS-PAIRS PIC 9(3).
           02  BS-CLOSED PIC S9(7) SIGN LEADING SEPARATE.
           02  BS-AWAY PIC 9(3).
           02  BS-ONTOP PIC 9(3).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-SHOTLOG-STATUS PIC X(2).
       01  WS-SHOTSRT-STATUS PIC X(2).
       01  WS-EFFGAME-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-ABORT-FLAG PIC X(1) VALUE 'N'.
           88  REPORT-ABORTED VALUE 'Y'.
       01  WS-SHOTSRT-EOF PIC X(1) VALUE 'N'.
       01  WS-GAMESRT-EOF PIC X(1) VALUE 'N'.
       01  WS-BREAKOUT-EOF PIC X(1) VALUE 'N'.

      *THE GAME CURRENTLY BEING WALKED ON SHOTLOG, AND ITS RUNNING
      *FIGURES. A PAIR IS TWO CONSECUTIVE TURNS, WHICH IS WHERE
       01  WS-GAME-ONTOP PIC 9(3) VALUE 0.

       01  WS-TOTALS.
           02  WS-TOT-GAMES PIC 9(7) VALUE 0.
           02  WS-TOT-TURNS PIC 9(7) VALUE 0.
           02  WS-TOT-PAIRS PIC 9(7) VALUE 0.
           02  WS-TOT-CLOSED PIC S9(9) VALUE 0.
           02  WS-TOT-AWAY PIC 9(7) VALUE 0.
           02  WS-TOT-ONTOP PIC 9(7) VALUE 0.
           02  WS-UNMATCHED-GAMES PIC 9(7) VALUE 0.
           02  WS-JOINED-GAMES PIC 9(7) VALUE 0.

      *THE PLAYER (OR DIMENSION) BEING ADDED UP OFF THE BREAKOUT
      *SORT. SPACES IS THE UNREGISTERED BUCKET.
       01  PLY-ENTRY.
           02  PLY-ID PIC X(8).
           02  PLY-GAMES PIC 9(7).
           02  PLY-PAIRS PIC 9(7).
           02  PLY-CLOSED PIC S9(9).
           02  PLY-AWAY PIC 9(7).
           02  PLY-ONTOP PIC 9(7).
       01  DIM-ENTRY.
           02  DIM-VALUE PIC 9(3).
           02  DIM-GAMES PIC 9(7).
           02  DIM-PAIRS PIC 9(7).
           02  DIM-CLOSED PIC S9(9).
           02  DIM-AWAY PIC 9(7).
           02  DIM-ONTOP PIC 9(7).

       01  WS-AVG-CLOSED PIC S9(5)V99 VALUE 0.
       01  WS-AVG-CLOSED-DISP PIC -(5)9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       EFF-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN EFFPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO EFF-STOP
           END-IF.
           MOVE 'DEPTHEFF' TO PRT-HD-PROGRAM.
           MOVE 'SHOT-PATTERN EFFICIENCY REPORT' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.

      *SHOT DETAIL INTO GAME ID AND TURN ORDER. DEPTHC APPENDS A
      *GAME'S SHOTS TOGETHER, BUT A DEPTHCOL MERGE OR A DUEL CAN
      *LEAVE THEM INTERLEAVED ON THE FILE - SORTED, A CHANGE OF
      *GAME ID ALWAYS MARKS THE START OF THE NEXT GAME.
       OPEN-SHOTLOG.
           OPEN INPUT SHOTLOG-FILE.
           IF WS-SHOTLOG-STATUS = '35'
           MOVE 'NO SHOTLOG FILE ON HAND - NOTHING TO ANALYZE.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO EFF-END.
           IF WS-SHOTLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN SHOTLOG, STATUS '
               WS-SHOTLOG-STATUS
           GO TO EFF-ABORT
           END-IF.
           CLOSE SHOTLOG-FILE.
           SORT SHOT-SORT-FILE
               ON ASCENDING KEY SS-GAME-ID SS-TURN
               WITH DUPLICATES IN ORDER
               USING SHOTLOG-FILE
               GIVING SHOTSRT-FILE.

      *THE SHOTLOG PASS RUNS AS THE GAME SORT'S OUTPUT PROCEDURE,
      *WALKING THE SORTED SUMMARIES ALONGSIDE THE SORTED SHOTS.
       JOIN-GAMES.
           OPEN INPUT SHOTSRT-FILE.
           IF WS-SHOTSRT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN EFFSHOTS, STATUS '
               WS-SHOTSRT-STATUS
           GO TO EFF-ABORT
           END-IF.
           OPEN OUTPUT EFFGAME-FILE.
           IF WS-EFFGAME-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN EFFGAME, STATUS ' WS-EFFGAME-STATUS
           CLOSE SHOTSRT-FILE
           GO TO EFF-ABORT
           END-IF.
           SORT GAME-SORT-FILE
               ON ASCENDING KEY GS-GAME-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-GAMES
                   THRU RELEASE-GAMES-EXIT
               OUTPUT PROCEDURE IS WALK-SHOTS
                   THRU WALK-SHOTS-EXIT.
           CLOSE SHOTSRT-FILE.
           CLOSE EFFGAME-FILE.
           IF REPORT-ABORTED
           GO TO EFF-ABORT.
           GO TO PRINT-REPORT.

      *EVERY GAMELOG SUMMARY THAT CARRIES A GAME ID GOES INTO THE
      *SORT. OLD DUEL RECORDS (GAME ID ZERO) KEEP NO SHOT DETAIL
      *AND CAMPAIGN SUMMARIES DUPLICATE MISSIONS THAT LOGGED THEIR
      *OWN RECORDS, SO NEITHER IS RELEASED.
       RELEASE-GAMES.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           DISPLAY 'GAMELOG NOT FOUND - NO SUMMARIES TO JOIN TO.'
           GO TO RELEASE-GAMES-EXIT.
           IF WS-GAMELOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN GAMELOG, STATUS '
               WS-GAMELOG-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG
           GO TO RELEASE-GAMES-EXIT
           END-IF.

       RELEASE-NEXT-GAME.
           READ GAMELOG-FILE
               AT END
                   CLOSE GAMELOG-FILE
                   GO TO RELEASE-GAMES-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           IF GL-GAME-ID IS NOT NUMERIC OR GL-GAME-ID = 0
           GO TO RELEASE-NEXT-GAME.
           IF GL-OUTCOME-CAMPAIGN
           GO TO RELEASE-NEXT-GAME.
           MOVE GL-GAME-ID TO GS-GAME-ID.
           MOVE GL-PLAYER-ID TO GS-PLAYER-ID.
           MOVE GL-DIMENSION TO GS-DIMENSION.
           RELEASE GAME-SORT-RECORD.
           GO TO RELEASE-NEXT-GAME.

       RELEASE-GAMES-EXIT.
           EXIT.

       WALK-SHOTS.
           IF REPORT-ABORTED
           GO TO WALK-SHOTS-EXIT.
           PERFORM NEXT-SUMMARY.

       READ-NEXT-SHOT.
           READ SHOTSRT-FILE
               AT END
                   PERFORM POST-GAME THRU POST-GAME-EXIT
                   GO TO WALK-SHOTS-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           IF SL-GAME-ID NOT = WS-CUR-GAME-ID
           PERFORM POST-GAME THRU POST-GAME-EXIT
           PERFORM START-GAME
           MOVE SL-SONAR-BAND TO WS-PREV-BAND.
           GO TO READ-NEXT-SHOT.

       WALK-SHOTS-EXIT.
           EXIT.

       NEXT-SUMMARY.
           RETURN GAME-SORT-FILE
               AT END MOVE 'Y' TO WS-GAMESRT-EOF
           END-RETURN.

      *A NEW GAME STARTED ON THE DETAIL FILE - BRING THE SORTED
      *SUMMARIES UP TO ITS GAME ID AND RESET THE PER-GAME FIGURES.
       START-GAME.
           MOVE SL-GAME-ID TO WS-CUR-GAME-ID.
           MOVE 'N' TO WS-CUR-MATCHED.
           MOVE SPACES TO WS-CUR-PLAYER-ID.
           MOVE 0 TO WS-CUR-DIMENSION.
           PERFORM NEXT-SUMMARY
               UNTIL WS-GAMESRT-EOF = 'Y'
                  OR GS-GAME-ID NOT < WS-CUR-GAME-ID.
           IF WS-GAMESRT-EOF = 'N' AND GS-GAME-ID = WS-CUR-GAME-ID
           MOVE GS-PLAYER-ID TO WS-CUR-PLAYER-ID
           MOVE GS-DIMENSION TO WS-CUR-DIMENSION
           MOVE 'Y' TO WS-CUR-MATCHED
           END-IF.
           MOVE 0 TO WS-GAME-TURNS.
           MOVE 0 TO WS-GAME-PAIRS.
           MOVE 0 TO WS-GAME-CLOSED.
           MOVE 0 TO WS-GAME-ONTOP.

      *ROLL THE FINISHED GAME'S FIGURES INTO THE OVERALL TOTALS AND
      *(WHEN ITS SUMMARY WAS FOUND) ONTO EFFGAME FOR THE PLAYER AND
      *DIMENSION BREAKOUTS.
       POST-GAME.
           IF WS-CUR-GAME-ID = 0 OR WS-GAME-TURNS = 0
           GO TO POST-GAME-EXIT.
           ADD 1 TO WS-UNMATCHED-GAMES
           GO TO POST-GAME-EXIT
           END-IF.
           MOVE WS-CUR-PLAYER-ID TO EG-PLAYER-ID.
           MOVE WS-CUR-DIMENSION TO EG-DIMENSION.
           MOVE WS-GAME-PAIRS TO EG-PAIRS.
           MOVE WS-GAME-CLOSED TO EG-CLOSED.
           MOVE WS-GAME-AWAY TO EG-AWAY.
           MOVE WS-GAME-ONTOP TO EG-ONTOP.
           WRITE EFFGAME-RECORD.
           IF WS-EFFGAME-STATUS NOT = '00'
           DISPLAY 'EFFGAME WRITE FAILED, STATUS ' WS-EFFGAME-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.
           ADD 1 TO WS-JOINED-GAMES.

       POST-GAME-EXIT.
           MOVE 0 TO WS-CUR-GAME-ID.

       PRINT-REPORT.
           IF WS-TOT-GAMES = 0
           MOVE 'NO SHOT DETAIL ON FILE - NOTHING TO ANALYZE.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO EFF-END.
           STRING 'GAMES ANALYZED .............. ' WS-TOT-GAMES
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'DEPTH CHARGES DROPPED ....... ' WS-TOT-TURNS
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-UNMATCHED-GAMES > 0
           STRING 'GAMES WITH NO SUMMARY ....... ' WS-UNMATCHED-GAMES
               ' (OVERALL FIGURES ONLY)'
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           IF WS-TOT-PAIRS > 0
           COMPUTE WS-AVG-CLOSED ROUNDED =
               WS-TOT-CLOSED / WS-TOT-PAIRS
           MOVE WS-AVG-CLOSED TO WS-AVG-CLOSED-DISP
           STRING 'AVG DISTANCE CLOSED/TURN .... ' WS-AVG-CLOSED-DISP
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           COMPUTE WS-AWAY-PCT ROUNDED =
               WS-TOT-AWAY * 100 / WS-TOT-PAIRS
           MOVE WS-AWAY-PCT TO WS-AWAY-PCT-DISP
           STRING 'TURNS MOVED AWAY ............ ' WS-TOT-AWAY
               ' (' WS-AWAY-PCT-DISP ' PCT)'
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           ELSE
           STRING 'EVERY GAME ON FILE WAS A SINGLE SHOT - NO'
               ' TURN-TO-TURN FIGURES TO AVERAGE.'
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           STRING 'SHOTS FIRED ON ''ON TOP OF IT'' ' WS-TOT-ONTOP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'BREAKOUT BY PLAYER:' TO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-JOINED-GAMES = 0
           MOVE '  (NO GAMES COULD BE JOINED TO A SUMMARY)' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO EFF-END
           END-IF.
           MOVE '  PLAYER      GAMES  CLOSED/TURN  AWAY PCT  ON-TOP'
               TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           SORT BREAKOUT-SORT-FILE
               ON ASCENDING KEY BS-PLAYER-ID
               USING EFFGAME-FILE
               OUTPUT PROCEDURE IS PRINT-PLAYERS
                   THRU PRINT-PLAYERS-EXIT.
           GO TO PRINT-DIM-HEADER.

      *THE JOINED GAMES IN PLAYER ORDER - ONE LINE PER PLAYER AS
      *EACH PLAYER'S GAMES COME TO AN END.
       PRINT-PLAYERS.
           MOVE 'N' TO WS-BREAKOUT-EOF.
           PERFORM NEXT-BREAKOUT.
           IF WS-BREAKOUT-EOF = 'Y'
           GO TO PRINT-PLAYERS-EXIT.

       PRINT-PLAYER-LOOP.
           MOVE BS-PLAYER-ID TO PLY-ID.
           MOVE 0 TO PLY-GAMES PLY-PAIRS PLY-CLOSED PLY-AWAY PLY-ONTOP.
           PERFORM ADD-PLAYER-GAME
               UNTIL WS-BREAKOUT-EOF = 'Y' OR BS-PLAYER-ID NOT = PLY-ID.
           PERFORM PRINT-PLAYER-LINE.
           IF WS-BREAKOUT-EOF = 'N'
           GO TO PRINT-PLAYER-LOOP.

       PRINT-PLAYERS-EXIT.
           EXIT.

       NEXT-BREAKOUT.
           RETURN BREAKOUT-SORT-FILE
               AT END MOVE 'Y' TO WS-BREAKOUT-EOF
           END-RETURN.

       ADD-PLAYER-GAME.
           ADD 1 TO PLY-GAMES.
           ADD BS-PAIRS TO PLY-PAIRS.
           ADD BS-CLOSED TO PLY-CLOSED.
           ADD BS-AWAY TO PLY-AWAY.
           ADD BS-ONTOP TO PLY-ONTOP.
           PERFORM NEXT-BREAKOUT.

      *A PLAYER WHOSE GAMES WERE ALL SINGLE SHOTS HAS NO TURN-TO-
      *TURN FIGURES, SO THOSE COLUMNS STAY BLANK.
       PRINT-PLAYER-LINE.
           IF PLY-ID = SPACES
           STRING '  (UNREG)   ' PLY-GAMES
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           STRING '  ' PLY-ID '  ' PLY-GAMES
               DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           IF PLY-PAIRS > 0
           COMPUTE WS-AVG-CLOSED ROUNDED = PLY-CLOSED / PLY-PAIRS
           MOVE WS-AVG-CLOSED TO WS-AVG-CLOSED-DISP
           COMPUTE WS-AWAY-PCT ROUNDED = PLY-AWAY * 100 / PLY-PAIRS
           MOVE WS-AWAY-PCT TO WS-AWAY-PCT-DISP
           MOVE WS-AVG-CLOSED-DISP TO PRT-LINE(24:9)
           MOVE WS-AWAY-PCT-DISP TO PRT-LINE(37:5)
           END-IF.
           MOVE PLY-ONTOP TO PRT-LINE(44:7).
           PERFORM PRINT-LINE.

       PRINT-DIM-HEADER.
           PERFORM PRINT-LINE.
           MOVE 'BREAKOUT BY DIMENSION:' TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE '  DIMENSION   GAMES  CLOSED/TURN  AWAY PCT  ON-TOP'
               TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           SORT BREAKOUT-SORT-FILE
               ON ASCENDING KEY BS-DIMENSION
               USING EFFGAME-FILE
               OUTPUT PROCEDURE IS PRINT-DIMENSIONS
                   THRU PRINT-DIMENSIONS-EXIT.
           GO TO EFF-END.

       PRINT-DIMENSIONS.
           MOVE 'N' TO WS-BREAKOUT-EOF.
           PERFORM NEXT-BREAKOUT.
           IF WS-BREAKOUT-EOF = 'Y'
           GO TO PRINT-DIMENSIONS-EXIT.

       PRINT-DIM-LOOP.
           MOVE BS-DIMENSION TO DIM-VALUE.
           MOVE 0 TO DIM-GAMES DIM-PAIRS DIM-CLOSED DIM-AWAY DIM-ONTOP.
           PERFORM ADD-DIMENSION-GAME
               UNTIL WS-BREAKOUT-EOF = 'Y'
                  OR BS-DIMENSION NOT = DIM-VALUE.
           STRING '     ' DIM-VALUE '    ' DIM-GAMES
               DELIMITED BY SIZE INTO PRT-LINE.
           IF DIM-PAIRS > 0
           COMPUTE WS-AVG-CLOSED ROUNDED = DIM-CLOSED / DIM-PAIRS
           MOVE WS-AVG-CLOSED TO WS-AVG-CLOSED-DISP
           COMPUTE WS-AWAY-PCT ROUNDED = DIM-AWAY * 100 / DIM-PAIRS
           MOVE WS-AWAY-PCT TO WS-AWAY-PCT-DISP
           MOVE WS-AVG-CLOSED-DISP TO PRT-LINE(24:9)
           MOVE WS-AWAY-PCT-DISP TO PRT-LINE(37:5)
           END-IF.
           MOVE DIM-ONTOP TO PRT-LINE(44:7).
           PERFORM PRINT-LINE.
           IF WS-BREAKOUT-EOF = 'N'
           GO TO PRINT-DIM-LOOP.

       PRINT-DIMENSIONS-EXIT.
           EXIT.

       ADD-DIMENSION-GAME.
           ADD 1 TO DIM-GAMES.
           ADD BS-PAIRS TO DIM-PAIRS.
           ADD BS-CLOSED TO DIM-CLOSED.
           ADD BS-AWAY TO DIM-AWAY.
           ADD BS-ONTOP TO DIM-ONTOP.
           PERFORM NEXT-BREAKOUT.

       EFF-END.
           PERFORM PRINT-TRAILER.
           GO TO EFF-STOP.

       EFF-ABORT.
           MOVE 12 TO RETURN-CODE.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           MOVE 'REPORT DID NOT COMPLETE - SEE THE CONSOLE LOG.'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TRAILER.
           GO TO EFF-STOP.


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

       EFF-STOP.
           STOP RUN.
