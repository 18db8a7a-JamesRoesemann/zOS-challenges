      * with the same hit count the better (lower) best game  *
      * wins -- and prints the standings with each player's   *
      * games, hits, abandons, best game and hit percentage.  *
      * The ranking is a SORT, so there is no limit on the    *
      * number of players.                                    *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program, run as its own step after any     *
      * number of DEPTHC sessions have updated the master.    *
      * The leaderboard goes to the LDRPRT print file in the   *
      * shop's standard print layout (PRTCTL.CPY).             *
      *                                                        *
      * RETURN-CODE 0 = LEADERBOARD PRINTED, 12 = A FILE       *
      * PROBLEM OR MORE PLAYERS THAN THE RANK COLUMN HOLDS -   *
      * THE LEADERBOARD IS INCOMPLETE.                         *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT LDR-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINT-FILE ASSIGN TO "LDRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

      *EVERY ACTIVE PLAYER, SORTED INTO LEADERBOARD ORDER. PLAYERS
      *STILL LEVEL ON HITS AND BEST GAME RANK BY ID.
       SD  LDR-SORT-FILE.
       01  LDR-SORT-RECORD.
           02  LD-HITS PIC 9(5).
           02  LD-BEST PIC 9(3).
           02  LD-ID PIC X(8).
           02  LD-NAME PIC X(20).
           02  LD-GAMES PIC 9(5).
           02  LD-ABANDONS PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  LDR-COUNT PIC 9(7) VALUE 0.
       01  LDR-EOF PIC X(1) VALUE 'N'.
       01  WS-RANK PIC 9(5) VALUE 0.
       01  WS-HIT-PCT PIC 9(3)V9.
       01  WS-HIT-PCT-DISP PIC ZZ9.9.
       01  WS-BEST-DISP PIC X(4).
       PROCEDURE DIVISION.
      *------------------
       LEADER-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN LDRPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO LEADER-STOP
           END-IF.
           MOVE 'PLAYLDR' TO PRT-HD-PROGRAM.
           MOVE 'DEPTH CHARGE LEADERBOARD' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = '35'
           MOVE 'NO PLAYERS MASTER FILE ON HAND - NOTHING TO RANK.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO LEADER-END.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN PLAYERS MASTER, STATUS '
               WS-PLAYER-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE PRINT-FILE
           GO TO LEADER-STOP
           END-IF.

      *MOST HITS FIRST, AND ON EQUAL HITS THE LOWER (BETTER) BEST
      *GAME FIRST.
           STRING ' RANK ID       NAME                 '
               'GAMES  HITS ABAND BEST  HIT%'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1.
           SORT LDR-SORT-FILE
               ON DESCENDING KEY LD-HITS
               ON ASCENDING KEY LD-BEST LD-ID
               INPUT PROCEDURE IS LOAD-PLAYERS
                   THRU LOAD-PLAYERS-EXIT
               OUTPUT PROCEDURE IS PRINT-LEADERBOARD
                   THRU PRINT-LEADERBOARD-EXIT.
           CLOSE PLAYER-FILE.
           IF LDR-COUNT = 0
           MOVE SPACES TO PRT-COLUMN-HEAD-1
           MOVE 'NO ACTIVE PLAYERS ON FILE.' TO PRT-LINE
           PERFORM PRINT-LINE.
           GO TO LEADER-END.

      *RELEASE EVERY ACTIVE PLAYER TO THE SORT. DEACTIVATED PLAYERS
      *KEEP THEIR RECORD BUT DROP OFF THE BOARD.
       LOAD-PLAYERS.
           READ PLAYER-FILE NEXT RECORD
               AT END GO TO LOAD-PLAYERS-EXIT
           END-READ.
           IF WS-PLAYER-STATUS NOT = '00' GO TO LOAD-PLAYERS-EXIT.
           ADD 1 TO PRT-RECORDS-READ.
           IF PM-IS-INACTIVE GO TO LOAD-PLAYERS.
           ADD 1 TO LDR-COUNT.
           MOVE PM-HITS TO LD-HITS.
           MOVE PM-BEST-TRIES TO LD-BEST.
           MOVE PM-ID TO LD-ID.
           MOVE PM-NAME TO LD-NAME.
           MOVE PM-GAMES-PLAYED TO LD-GAMES.
           MOVE PM-ABANDONS TO LD-ABANDONS.
           RELEASE LDR-SORT-RECORD.
           GO TO LOAD-PLAYERS.

       LOAD-PLAYERS-EXIT.
           EXIT.

       PRINT-LEADERBOARD.
           RETURN LDR-SORT-FILE
               AT END GO TO PRINT-LEADERBOARD-EXIT
           END-RETURN.
      *A BOARD LONGER THAN THE RANK COLUMN CANNOT BE PRINTED
      *RIGHT - STOP RATHER THAN NUMBER THE REST WRONG.
           ADD 1 TO WS-RANK
               ON SIZE ERROR
                   DISPLAY 'MORE ACTIVE PLAYERS THAN THE RANK COLUMN'
                       ' HOLDS - LEADERBOARD STOPPED SHORT.'
                   MOVE 'LEADERBOARD STOPPED SHORT - TOO MANY PLAYERS'
                       TO PRT-LINE
                   PERFORM PRINT-LINE
                   MOVE 12 TO RETURN-CODE
                   GO TO PRINT-LEADERBOARD-EXIT
           END-ADD.
           IF LD-GAMES > 0
           COMPUTE WS-HIT-PCT ROUNDED = LD-HITS * 100 / LD-GAMES
           ELSE
           MOVE 0 TO WS-HIT-PCT
           END-IF.
           MOVE WS-HIT-PCT TO WS-HIT-PCT-DISP.
      *A BEST OF 999 MEANS NO HIT YET - SHOW A DASH INSTEAD OF A
      *NUMBER NOBODY ACTUALLY SHOT.
           IF LD-BEST = 999
           MOVE ' -  ' TO WS-BEST-DISP
           ELSE
           MOVE LD-BEST TO WS-BEST-DISP
           END-IF.
           STRING WS-RANK ' ' LD-ID ' ' LD-NAME
               ' ' LD-GAMES ' ' LD-HITS ' '
               LD-ABANDONS ' ' WS-BEST-DISP ' '
               WS-HIT-PCT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO PRINT-LEADERBOARD.

       PRINT-LEADERBOARD-EXIT.
           EXIT.

       LEADER-END.
           PERFORM PRINT-TRAILER.
           GO TO LEADER-STOP.

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

       LEADER-STOP.
           STOP RUN.
