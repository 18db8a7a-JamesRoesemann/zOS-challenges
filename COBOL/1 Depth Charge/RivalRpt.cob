      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RIVALRPT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Duel rivalry report. DEPTHC writes one DUELLOG match   *
      * record for every duel played to a finish, with both    *
      * players, their outcomes and tries, and the winner.     *
      * This program prints two sections from it:              *
      *   HEAD-TO-HEAD - one line per pair of registered       *
      *     players who have met: their win-loss-tie record,   *
      *     the average tries margin between them (negative    *
      *     when the first player needed fewer) and the        *
      *     current streak - who has won the pair's last run   *
      *     of duels, and how many in a row.                   *
      *   OVERALL - one line per registered player: every      *
      *     duel they have played, win-loss-tie and win        *
      *     percentage, counting duels against an              *
      *     unregistered opponent too.                         *
      * A tie on tries and a draw with both ships lost both    *
      * count as ties. A duel with nobody registered on        *
      * either side is only counted.                           *
      *                                                        *
      * NOTHING IS HELD IN A TABLE: DUELLOG IS SORTED ONCE BY  *
      * PAIR AND DATE FOR THE HEAD-TO-HEAD SECTION AND ONCE BY *
      * PLAYER FOR THE OVERALL SECTION.                        *
      *                                                        *
      * THE REPORT GOES TO THE RIVPRT PRINT FILE IN THE SHOP'S *
      * STANDARD PRINT LAYOUT (PRTCTL.CPY).                    *
      *                                                        *
      * RETURN-CODE 0 = REPORT PRINTED, 4 = NO DUELS ON        *
      * DUELLOG YET, 12 = A FILE PROBLEM - THE REPORT IS       *
      * INCOMPLETE.                                            *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUELLOG-FILE ASSIGN TO "DUELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELLOG-STATUS.
           SELECT PAIR-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PLAYER-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT PRINT-FILE ASSIGN TO "RIVPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  DUELLOG-FILE.
           COPY "DUELLOG.CPY".

      *ONE DUEL BETWEEN TWO REGISTERED PLAYERS, SEEN FROM THE LOWER
      *PLAYER ID (A) SO BOTH ORDERS OF THE SAME PAIR COME TOGETHER.
      *PS-RESULT IS A OR B FOR THE WINNER, T FOR A TIE OR DRAW.
      *PS-MARGIN IS A'S TRIES LESS B'S.
       SD  PAIR-SORT-FILE.
       01  PAIR-SORT-RECORD.
           02  PS-ID-A                PIC X(8).
           02  PS-ID-B                PIC X(8).
           02  PS-DATE                PIC 9(8).
           02  PS-GAME-ID             PIC 9(14).
           02  PS-RESULT              PIC X(1).
           02  PS-MARGIN              PIC S9(3).

      *ONE REGISTERED SIDE OF ONE DUEL - W, L OR T.
       SD  PLAYER-SORT-FILE.
       01  PLAYER-SORT-RECORD.
           02  PL-PLAYER-ID           PIC X(8).
           02  PL-RESULT              PIC X(1).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DUELLOG-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-DUEL-USABLE PIC X(1).
       01  WS-SIDE PIC 9(1).
       01  WS-SIDE-A PIC 9(1).
       01  WS-SIDE-B PIC 9(1).
       01  WS-DUELS-READ PIC 9(7) VALUE 0.
       01  WS-DUELS-REJECTED PIC 9(7) VALUE 0.
       01  WS-PAIR-DUELS PIC 9(7) VALUE 0.
       01  WS-PAIR-EOF PIC X(1) VALUE 'N'.
       01  WS-PLAYER-EOF PIC X(1) VALUE 'N'.

      *THE PAIR (OR PLAYER) BEING TOTALLED.
       01  WS-CUR-ID-A PIC X(8).
       01  WS-CUR-ID-B PIC X(8).
       01  WS-DUELS PIC 9(5).
       01  WS-WINS PIC 9(5).
       01  WS-LOSSES PIC 9(5).
       01  WS-TIES PIC 9(5).
       01  WS-MARGIN-SUM PIC S9(7).
       01  WS-MARGIN-AVG PIC S9(3)V9.
       01  WS-MARGIN-DISP PIC ---9.9.
       01  WS-WIN-PCT PIC 9(3)V9.
       01  WS-WIN-PCT-DISP PIC ZZ9.9.
      *THE RESULT OF THE PAIR'S LATEST DUEL AND HOW MANY DUELS IN
      *A ROW HAVE ENDED THE SAME WAY.
       01  WS-STREAK-RESULT PIC X(1).
       01  WS-STREAK-COUNT PIC 9(5).
       01  WS-STREAK-HOLDER PIC X(8).
       01  WS-COUNT-DISP PIC Z,ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       RIVALRY-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RIVPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO RIVALRY-STOP
           END-IF.
           MOVE 'RIVALRPT' TO PRT-HD-PROGRAM.
           MOVE 'DUEL RIVALRY REPORT' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           SORT PAIR-SORT-FILE
               ON ASCENDING KEY PS-ID-A PS-ID-B PS-DATE PS-GAME-ID
               INPUT PROCEDURE IS SELECT-PAIRS
                   THRU SELECT-PAIRS-EXIT
               OUTPUT PROCEDURE IS PRINT-PAIRS
                   THRU PRINT-PAIRS-EXIT.
           IF RETURN-CODE = 12
           GO TO RIVALRY-END.
           IF WS-DUELS-READ = 0
           GO TO RIVALRY-COUNTS.
           SORT PLAYER-SORT-FILE
               ON ASCENDING KEY PL-PLAYER-ID
               INPUT PROCEDURE IS SELECT-PLAYERS
                   THRU SELECT-PLAYERS-EXIT
               OUTPUT PROCEDURE IS PRINT-PLAYERS
                   THRU PRINT-PLAYERS-EXIT.
           IF RETURN-CODE = 12
           GO TO RIVALRY-END.

      *WHAT WAS ON DUELLOG, AND WHAT COULD NOT BE USED.
       RIVALRY-COUNTS.
           PERFORM PRINT-LINE.
           MOVE WS-DUELS-READ TO WS-COUNT-DISP.
           STRING 'DUELS ON FILE ................ ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-PAIR-DUELS TO WS-COUNT-DISP.
           STRING 'BETWEEN TWO REGISTERED PLAYERS ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-DUELS-REJECTED > 0
           MOVE WS-DUELS-REJECTED TO WS-COUNT-DISP
           STRING 'DAMAGED RECORDS NOT COUNTED .. ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           IF WS-DUELS-READ = 0
           MOVE 4 TO RETURN-CODE.

       RIVALRY-END.
           PERFORM PRINT-TRAILER.
           GO TO RIVALRY-STOP.

      *EVERY USABLE DUEL IS COUNTED; THOSE BETWEEN TWO REGISTERED
      *PLAYERS GO INTO THE SORT UNDER THEIR PAIR.
       SELECT-PAIRS.
           OPEN INPUT DUELLOG-FILE.
           IF WS-DUELLOG-STATUS = '35'
           DISPLAY 'NO DUELLOG ON HAND - NO DUELS TO REPORT.'
           GO TO SELECT-PAIRS-EXIT.
           IF WS-DUELLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN DUELLOG, STATUS '
               WS-DUELLOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SELECT-PAIRS-EXIT
           END-IF.

       SELECT-NEXT-PAIR.
           READ DUELLOG-FILE
               AT END
                   CLOSE DUELLOG-FILE
                   GO TO SELECT-PAIRS-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           PERFORM CHECK-DUEL.
           IF WS-DUEL-USABLE = 'N'
           ADD 1 TO WS-DUELS-REJECTED
           GO TO SELECT-NEXT-PAIR.
           ADD 1 TO WS-DUELS-READ.
           IF DL-PLAYER-ID(1) = SPACES OR DL-PLAYER-ID(2) = SPACES
           GO TO SELECT-NEXT-PAIR.
           ADD 1 TO WS-PAIR-DUELS.
           IF DL-PLAYER-ID(1) < DL-PLAYER-ID(2)
           MOVE 1 TO WS-SIDE-A
           MOVE 2 TO WS-SIDE-B
           ELSE
           MOVE 2 TO WS-SIDE-A
           MOVE 1 TO WS-SIDE-B
           END-IF.
           MOVE DL-PLAYER-ID(WS-SIDE-A) TO PS-ID-A.
           MOVE DL-PLAYER-ID(WS-SIDE-B) TO PS-ID-B.
           MOVE DL-DATE TO PS-DATE.
           MOVE DL-GAME-ID(1) TO PS-GAME-ID.
           COMPUTE PS-MARGIN =
               DL-TRIES(WS-SIDE-A) - DL-TRIES(WS-SIDE-B).
           MOVE 'T' TO PS-RESULT.
           IF DL-WINNER = WS-SIDE-A
           MOVE 'A' TO PS-RESULT.
           IF DL-WINNER = WS-SIDE-B
           MOVE 'B' TO PS-RESULT.
           RELEASE PAIR-SORT-RECORD.
           GO TO SELECT-NEXT-PAIR.

       SELECT-PAIRS-EXIT.
           EXIT.

      *A RECORD IS ONLY USED WHEN ITS RESULT CAN BE READ - A
      *NUMERIC DATE, GAME ID AND TRIES, A WINNER DEPTHC WRITES, AND
      *NOT THE SAME PLAYER ON BOTH SIDES.
       CHECK-DUEL.
           MOVE 'Y' TO WS-DUEL-USABLE.
           IF DL-DATE IS NOT NUMERIC
               OR DL-GAME-ID(1) IS NOT NUMERIC
               OR DL-TRIES(1) IS NOT NUMERIC
               OR DL-TRIES(2) IS NOT NUMERIC
           MOVE 'N' TO WS-DUEL-USABLE.
           IF NOT DL-WON-BY-1 AND NOT DL-WON-BY-2
               AND NOT DL-TIED AND NOT DL-DRAWN
           MOVE 'N' TO WS-DUEL-USABLE.
           IF DL-PLAYER-ID(1) NOT = SPACES
               AND DL-PLAYER-ID(1) = DL-PLAYER-ID(2)
           MOVE 'N' TO WS-DUEL-USABLE.

      *THE PAIRS COME BACK IN PAIR ORDER, EACH PAIR'S DUELS OLDEST
      *FIRST, SO THE LAST ONE COUNTED SETTLES THE CURRENT STREAK.
       PRINT-PAIRS.
           IF RETURN-CODE = 12
           GO TO PRINT-PAIRS-EXIT.
           IF WS-DUELS-READ = 0
           MOVE 'NO DUELS ON DUELLOG YET.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-PAIRS-EXIT.
           MOVE 'HEAD-TO-HEAD RIVALRIES' TO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-PAIR-DUELS = 0
           MOVE 'NO DUELS BETWEEN TWO REGISTERED PLAYERS YET.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-PAIRS-EXIT.
           MOVE 'WINS, LOSSES AND MARGIN ARE THE FIRST PLAYER''S -'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'A NEGATIVE MARGIN MEANS FEWER TRIES ON AVERAGE.'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'PLAYER   OPPONENT DUELS  WINS LOSSES TIES     MARGIN'
               TO PRT-COLUMN-HEAD-1.
           MOVE 'STREAK' TO PRT-COLUMN-HEAD-1(55:6).
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           PERFORM RETURN-PAIR.

       PRINT-NEXT-PAIR.
           IF WS-PAIR-EOF = 'Y'
           GO TO PRINT-PAIRS-EXIT.
           MOVE PS-ID-A TO WS-CUR-ID-A.
           MOVE PS-ID-B TO WS-CUR-ID-B.
           MOVE 0 TO WS-DUELS WS-WINS WS-LOSSES WS-TIES.
           MOVE 0 TO WS-MARGIN-SUM WS-STREAK-COUNT.
           MOVE SPACE TO WS-STREAK-RESULT.

       ADD-PAIR-DUEL.
           IF WS-PAIR-EOF = 'N' AND PS-ID-A = WS-CUR-ID-A
               AND PS-ID-B = WS-CUR-ID-B
           PERFORM COUNT-PAIR-DUEL
           PERFORM RETURN-PAIR
           GO TO ADD-PAIR-DUEL.
           PERFORM PRINT-PAIR.
           GO TO PRINT-NEXT-PAIR.

       PRINT-PAIRS-EXIT.
           EXIT.

       RETURN-PAIR.
           RETURN PAIR-SORT-FILE
               AT END MOVE 'Y' TO WS-PAIR-EOF
           END-RETURN.

       COUNT-PAIR-DUEL.
           ADD 1 TO WS-DUELS.
           ADD PS-MARGIN TO WS-MARGIN-SUM.
           IF PS-RESULT = 'A'
           ADD 1 TO WS-WINS.
           IF PS-RESULT = 'B'
           ADD 1 TO WS-LOSSES.
           IF PS-RESULT = 'T'
           ADD 1 TO WS-TIES.
           IF PS-RESULT = WS-STREAK-RESULT
           ADD 1 TO WS-STREAK-COUNT
           ELSE
           MOVE PS-RESULT TO WS-STREAK-RESULT
           MOVE 1 TO WS-STREAK-COUNT
           END-IF.

      *A STREAK OF TIES IS SHOWN AS TIED.
       PRINT-PAIR.
           COMPUTE WS-MARGIN-AVG ROUNDED = WS-MARGIN-SUM / WS-DUELS.
           MOVE WS-MARGIN-AVG TO WS-MARGIN-DISP.
           IF WS-STREAK-RESULT = 'A'
           MOVE WS-CUR-ID-A TO WS-STREAK-HOLDER
           ELSE
           IF WS-STREAK-RESULT = 'B'
           MOVE WS-CUR-ID-B TO WS-STREAK-HOLDER
           ELSE
           MOVE 'TIED' TO WS-STREAK-HOLDER
           END-IF
           END-IF.
           STRING WS-CUR-ID-A ' ' WS-CUR-ID-B ' '
               WS-DUELS ' ' WS-WINS ' ' WS-LOSSES ' ' WS-TIES
               '     ' WS-MARGIN-DISP '  '
               WS-STREAK-HOLDER ' ' WS-STREAK-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

      *DUELLOG A SECOND TIME, ONE SORT RECORD PER REGISTERED SIDE.
      *THE RECORDS WERE ALREADY COUNTED ON THE FIRST PASS.
       SELECT-PLAYERS.
           OPEN INPUT DUELLOG-FILE.
           IF WS-DUELLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN DUELLOG, STATUS '
               WS-DUELLOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SELECT-PLAYERS-EXIT
           END-IF.

       SELECT-NEXT-PLAYER.
           READ DUELLOG-FILE
               AT END
                   CLOSE DUELLOG-FILE
                   GO TO SELECT-PLAYERS-EXIT
           END-READ.
           PERFORM CHECK-DUEL.
           IF WS-DUEL-USABLE = 'N'
           GO TO SELECT-NEXT-PLAYER.
           PERFORM RELEASE-SIDE
               VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2.
           GO TO SELECT-NEXT-PLAYER.

       SELECT-PLAYERS-EXIT.
           EXIT.

       RELEASE-SIDE.
           IF DL-PLAYER-ID(WS-SIDE) NOT = SPACES
           MOVE DL-PLAYER-ID(WS-SIDE) TO PL-PLAYER-ID
           IF DL-WINNER = WS-SIDE
           MOVE 'W' TO PL-RESULT
           ELSE
           IF DL-WON-BY-1 OR DL-WON-BY-2
           MOVE 'L' TO PL-RESULT
           ELSE
           MOVE 'T' TO PL-RESULT
           END-IF
           END-IF
           RELEASE PLAYER-SORT-RECORD
           END-IF.

       PRINT-PLAYERS.
           IF RETURN-CODE = 12
           GO TO PRINT-PLAYERS-EXIT.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-LINE.
           MOVE 'OVERALL DUEL RECORDS' TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM RETURN-PLAYER.
           IF WS-PLAYER-EOF = 'Y'
           MOVE 'NO REGISTERED PLAYER HAS DUELLED YET.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-PLAYERS-EXIT.
           MOVE 'PLAYER   DUELS  WINS LOSSES TIES WIN-PCT'
               TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.

       PRINT-NEXT-PLAYER.
           IF WS-PLAYER-EOF = 'Y'
           GO TO PRINT-PLAYERS-EXIT.
           MOVE PL-PLAYER-ID TO WS-CUR-ID-A.
           MOVE 0 TO WS-DUELS WS-WINS WS-LOSSES WS-TIES.

       ADD-PLAYER-DUEL.
           IF WS-PLAYER-EOF = 'N' AND PL-PLAYER-ID = WS-CUR-ID-A
           ADD 1 TO WS-DUELS
           IF PL-RESULT = 'W'
           ADD 1 TO WS-WINS
           END-IF
           IF PL-RESULT = 'L'
           ADD 1 TO WS-LOSSES
           END-IF
           IF PL-RESULT = 'T'
           ADD 1 TO WS-TIES
           END-IF
           PERFORM RETURN-PLAYER
           GO TO ADD-PLAYER-DUEL.
           COMPUTE WS-WIN-PCT ROUNDED = WS-WINS * 100 / WS-DUELS.
           MOVE WS-WIN-PCT TO WS-WIN-PCT-DISP.
           STRING WS-CUR-ID-A ' ' WS-DUELS ' ' WS-WINS ' '
               WS-LOSSES ' ' WS-TIES '   ' WS-WIN-PCT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO PRINT-NEXT-PLAYER.

       PRINT-PLAYERS-EXIT.
           EXIT.

       RETURN-PLAYER.
           RETURN PLAYER-SORT-FILE
               AT END MOVE 'Y' TO WS-PLAYER-EOF
           END-RETURN.


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

       RIVALRY-STOP.
           STOP RUN.
