      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHINT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Referential integrity sweep across the history set.   *
      * DEPTHVAL edits GAMELOG a field at a time and DEPTHRCN  *
      * balances AUDITLOG against it, but nothing else checks  *
      * that the files agree with EACH OTHER - orphans only    *
      * surfaced when DEPTHRPL or DEPTHINQ came back empty for *
      * a game somebody swore they played. This program sorts  *
      * GAMELOG (with GAMEARCH), SHOTLOG and TRAINLOG into     *
      * game id order, walks them side by side with the keyed  *
      * masters, and reports every break by type and game id.  *
      *                                                        *
      * BREAK TYPES:                                           *
      *   T1 SHOT TURNS MISSING - A GAP IN 1..GL-TRIES         *
      *   T2 SHOT TURN DUPLICATED                              *
      *   T3 SHOTS PAST GL-TRIES                               *
      *   T4 HIT GAME WHOSE LAST SHOT IS NOT A HIT             *
      *   T5 NO SHOT DETAIL AT ALL FOR THE GAME                *
      *   T6 SHOTS FOR A GAME ON NEITHER GAMELOG NOR GAMEARCH  *
      *      (AN INTERRUPTED GAME STILL ON ITS CHECKPOINT      *
      *      SHOWS UP HERE TOO - CHECK DEPTHRST FIRST)         *
      *   D1 GAME ID ON GAMELOG/GAMEARCH MORE THAN ONCE        *
      *   H1 GAMELOG GAME MISSING FROM GAMEHIST                *
      *   H2 GAMEHIST RECORD DIFFERS FROM GAMELOG              *
      *   H3 GAMEHIST GAME NOT ON GAMELOG (AN ARCHIVED GAME    *
      *      MEANS DEPTHIDX WAS NOT RERUN AFTER THE PURGE)     *
      *   H4 SHOTLOG SHOT MISSING FROM SHOTHIST                *
      *   H5 SHOTHIST RECORD DIFFERS FROM SHOTLOG              *
      *   H6 SHOTHIST SHOT NOT ON SHOTLOG                      *
      *   H7 GAMEHIST CONTROL RECORD BELOW THE HIGHEST ID ON   *
      *      FILE - THE NEXT SESSION COULD REUSE AN ID         *
      *   H8 GAMEHIST HAS NO CONTROL RECORD                    *
      *   X1 TRAINLOG GAME ID NOT ON GAMELOG OR GAMEARCH       *
      *   P1 GAMELOG PLAYER NOT ON THE PLAYERS MASTER          *
      *   P2 LEAGENR PLAYER NOT ON THE PLAYERS MASTER          *
      * Game id zero (duel records from before duellists       *
      * signed on) cannot be matched and is only counted.      *
      * Campaign summary records carry no shot                 *
      * detail of their own and skip the shot checks. Point    *
      * GAMEARCH at the whole archive (all generations) so     *
      * shot detail for archived games is not called orphan.   *
      * Without the keyed masters or the PLAYERS master on     *
      * hand, the checks against them are reported as not run. *
      *                                                        *
      * THE BREAKS AND TOTALS GO TO THE INTPRT PRINT FILE IN   *
      * THE SHOP'S STANDARD PRINT LAYOUT (PRTCTL.CPY).         *
      *                                                        *
      * RETURN-CODE 0 = NO BREAKS, 4 = BREAKS REPORTED,        *
      * 12 = A FILE PROBLEM - THE SWEEP IS INCOMPLETE.         *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMELOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SHOTLOG-FILE ASSIGN TO "SHOTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTLOG-STATUS.
           SELECT TRAINLOG-FILE ASSIGN TO "TRAINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINLOG-STATUS.
           SELECT LEAGENR-FILE ASSIGN TO "LEAGENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAGENR-STATUS.
           SELECT SHOTSRT-FILE ASSIGN TO "INTSHOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTSRT-STATUS.
           SELECT TRAINSRT-FILE ASSIGN TO "INTTRAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINSRT-STATUS.
           SELECT GAME-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT SHOT-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT TRAIN-SORT-FILE ASSIGN TO "SORTWK03".
           SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-GAME-ID
               ALTERNATE RECORD KEY IS GH-PLAYER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-GAMEHIST-STATUS.
           SELECT SHOTHIST-FILE ASSIGN TO "SHOTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SHOTHIST-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "INTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  GAMELOG-FILE.
           COPY "GAMELOG.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(72).

       FD  SHOTLOG-FILE.
       01  SHOTLOG-IN-RECORD PIC X(46).

       FD  TRAINLOG-FILE.
       01  TRAINLOG-IN-RECORD PIC X(58).

       FD  LEAGENR-FILE.
           COPY "LEAGENR.CPY".

       FD  SHOTSRT-FILE.
           COPY "SHOTLOG.CPY".

       FD  TRAINSRT-FILE.
           COPY "TRAINLOG.CPY".

      *THE GAME SORT CARRIES THE GAMELOG IMAGE BEHIND ITS KEY, WITH
      *A SOURCE BYTE SAYING WHICH FILE IT CAME OFF. GS-LOG-DATA
      *FOLLOWED BY GS-LOG-TAIL LINES UP BYTE FOR BYTE WITH GH-DATA
      *ON THE KEYED MASTER (THE GAME ID SITS BETWEEN THEM ON
      *GAMELOG BUT IS THE KEY, NOT THE DATA, ON GAMEHIST).
       SD  GAME-SORT-FILE.
       01  GAME-SORT-RECORD.
           02  GS-GAME-ID             PIC 9(14).
           02  GS-SOURCE              PIC X(1).
               88  GS-FROM-GAMELOG        VALUE 'L'.
               88  GS-FROM-ARCHIVE        VALUE 'A'.
           02  GS-LOG-IMAGE.
               03  GS-LOG-DATA.
                   04  GS-DATE        PIC 9(8).
                   04  GS-DIMENSION   PIC 9(3).
                   04  GS-OUTCOME     PIC X(10).
                       88  GS-OUTCOME-HIT      VALUE 'HIT'.
                       88  GS-OUTCOME-CAMPAIGN VALUE 'CAMPAIGN'.
                   04  GS-TRIES       PIC 9(3).
                   04  GS-PAR-SHOTS   PIC 9(3).
                   04  GS-FLEET-SIZE  PIC 9(1).
                   04  GS-SUB-X-POS   PIC 9(3).
                   04  GS-SUB-Y-POS   PIC 9(3).
                   04  GS-SUB-Z-POS   PIC 9(3).
                   04  GS-PLAYER-ID   PIC X(8).
               03  GS-LOG-GAME-ID     PIC 9(14).
               03  GS-LOG-TAIL.
                   04  GS-SHOT-SOURCE PIC X(1).
                   04  GS-SEED        PIC X(9).
                   04  GS-RULES-VERSION PIC X(3).

       SD  SHOT-SORT-FILE.
       01  SHOT-SORT-RECORD.
           02  SS-GAME-ID             PIC 9(14).
           02  SS-TURN                PIC 9(3).
           02  FILLER                 PIC X(29).

       SD  TRAIN-SORT-FILE.
       01  TRAIN-SORT-RECORD.
           02  FILLER                 PIC X(24).
           02  TS-GAME-ID             PIC 9(14).
           02  FILLER                 PIC X(20).

       FD  GAMEHIST-FILE.
           COPY "GAMEHIST.CPY".

       FD  SHOTHIST-FILE.
           COPY "SHOTHIST.CPY".

       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-SHOTLOG-STATUS PIC X(2).
       01  WS-TRAINLOG-STATUS PIC X(2).
       01  WS-LEAGENR-STATUS PIC X(2).
       01  WS-SHOTSRT-STATUS PIC X(2).
       01  WS-TRAINSRT-STATUS PIC X(2).
       01  WS-GAMEHIST-STATUS PIC X(2).
       01  WS-SHOTHIST-STATUS PIC X(2).
       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
       01  WS-PRINT-OPEN PIC X(1) VALUE 'N'.
           COPY "PRTCTL.CPY".

       01  WS-ON-HAND-FLAGS.
           02  WS-KEYED-FLAG PIC X(1) VALUE 'N'.
               88  KEYED-MASTERS VALUE 'Y'.
           02  WS-PLAYERS-FLAG PIC X(1) VALUE 'N'.
               88  PLAYERS-ON-HAND VALUE 'Y'.
           02  WS-CONTROL-FLAG PIC X(1) VALUE 'N'.
               88  CONTROL-ON-HAND VALUE 'Y'.
       01  WS-EOF-FLAGS.
           02  WS-SHOT-EOF PIC X(1) VALUE 'N'.
               88  SHOT-EOF VALUE 'Y'.
           02  WS-TRAIN-EOF PIC X(1) VALUE 'N'.
               88  TRAIN-EOF VALUE 'Y'.
           02  WS-GH-EOF PIC X(1) VALUE 'N'.
               88  GH-EOF VALUE 'Y'.
           02  WS-SH-EOF PIC X(1) VALUE 'N'.
               88  SH-EOF VALUE 'Y'.
           02  WS-LOG-EOF PIC X(1) VALUE 'N'.
               88  LOG-EOF VALUE 'Y'.
       01  WS-ABORT-FLAG PIC X(1) VALUE 'N'.
           88  SWEEP-ABORTED VALUE 'Y'.

       01  WS-PREV-GAME-ID PIC 9(14) VALUE 0.
       01  WS-LAST-ORPHAN-ID PIC X(14) VALUE SPACES.
       01  WS-HIGH-GAME-ID PIC 9(14) VALUE 0.
       01  WS-HIGH-SHOT-ID PIC 9(14) VALUE 0.
       01  WS-HIGH-GH-ID PIC 9(14) VALUE 0.
       01  WS-HIGH-ID PIC 9(14) VALUE 0.
       01  WS-CONTROL-ID PIC 9(14) VALUE 0.
       01  WS-PREV-TURN PIC 9(3) VALUE 0.
       01  WS-NEXT-TURN PIC 9(3) VALUE 0.
       01  WS-GAP-END PIC 9(3) VALUE 0.
       01  WS-LAST-RESULT PIC X(4).
       01  WS-GROUP-SHOTS PIC 9(5) VALUE 0.
       01  WS-PREV-SL-ID PIC 9(14) VALUE 0.
       01  WS-PREV-SL-TURN PIC 9(3) VALUE 0.
       01  WS-PREV-SL-FLAG PIC X(1) VALUE 'N'.

      *THE BREAK BEING REPORTED.
       01  WS-BRK-NO PIC 9(2).
       01  WS-BRK-ID PIC X(14).
       01  WS-BRK-DETAIL PIC X(40).

       01  BREAK-TYPE-DATA.
           02  FILLER PIC X(34) VALUE 'T1SHOT TURNS MISSING'.
           02  FILLER PIC X(34) VALUE 'T2SHOT TURN DUPLICATED'.
           02  FILLER PIC X(34) VALUE 'T3SHOTS PAST GL-TRIES'.
           02  FILLER PIC X(34) VALUE 'T4HIT GAME NOT ENDED ON A HIT'.
           02  FILLER PIC X(34) VALUE 'T5NO SHOT DETAIL FOR GAME'.
           02  FILLER PIC X(34) VALUE 'T6SHOTS FOR A GAME NOT ON FILE'.
           02  FILLER PIC X(34) VALUE 'D1GAME ID ON FILE TWICE'.
           02  FILLER PIC X(34) VALUE 'H1GAME MISSING FROM GAMEHIST'.
           02  FILLER PIC X(34) VALUE 'H2GAMEHIST DIFFERS FROM GAMELOG'.
           02  FILLER PIC X(34) VALUE 'H3GAMEHIST GAME NOT ON GAMELOG'.
           02  FILLER PIC X(34) VALUE 'H4SHOT MISSING FROM SHOTHIST'.
           02  FILLER PIC X(34) VALUE 'H5SHOTHIST DIFFERS FROM SHOTLOG'.
           02  FILLER PIC X(34) VALUE 'H6SHOTHIST SHOT NOT ON SHOTLOG'.
           02  FILLER PIC X(34) VALUE 'H7CONTROL RECORD BELOW HIGH ID'.
           02  FILLER PIC X(34) VALUE 'H8NO GAMEHIST CONTROL RECORD'.
           02  FILLER PIC X(34) VALUE 'X1TRAINLOG GAME NOT ON FILE'.
           02  FILLER PIC X(34) VALUE 'P1GAMELOG PLAYER NOT ON PLAYERS'.
           02  FILLER PIC X(34) VALUE 'P2LEAGENR PLAYER NOT ON PLAYERS'.
       01  BREAK-TYPE-TABLE REDEFINES BREAK-TYPE-DATA.
           02  BREAK-TYPE OCCURS 18 TIMES INDEXED BY BRK-IDX.
               03  BT-CODE PIC X(2).
               03  BT-TEXT PIC X(32).
       01  BREAK-COUNTS.
           02  BC-COUNT PIC 9(7) OCCURS 18 TIMES VALUE 0.
       01  WS-BREAK-TOTAL PIC 9(7) VALUE 0.

       01  WS-GAMES-READ PIC 9(7) VALUE 0.
       01  WS-ARCHIVED-READ PIC 9(7) VALUE 0.
       01  WS-GAMES-UNKEYED PIC 9(7) VALUE 0.
       01  WS-SHOTS-READ PIC 9(7) VALUE 0.
       01  WS-TRAIN-READ PIC 9(7) VALUE 0.
       01  WS-GH-READ PIC 9(7) VALUE 0.
       01  WS-SH-READ PIC 9(7) VALUE 0.
       01  WS-ENROLLED-READ PIC 9(7) VALUE 0.

      *------------------
       PROCEDURE DIVISION.
      *------------------
      *THE KEYED MASTERS AND PLAYERS ARE OPTIONAL EQUIPMENT - THE
      *SWEEP RUNS WHAT IT CAN WITHOUT THEM AND SAYS WHAT IT SKIPPED.
       SWEEP-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN INTPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SWEEP-STOP
           END-IF.
           MOVE 'Y' TO WS-PRINT-OPEN.
           MOVE 'DEPTHINT' TO PRT-HD-PROGRAM.
           MOVE 'HISTORY INTEGRITY SWEEP' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = '00'
           MOVE 'Y' TO WS-PLAYERS-FLAG
           ELSE
           STRING 'NO PLAYERS MASTER ON HAND - PLAYER CHECKS'
               ' (P1/P2) NOT RUN.'
               DELIMITED BY SIZE INTO PRT-LINE
           DISPLAY PRT-LINE(1:60)
           PERFORM PRINT-LINE
           END-IF.
           OPEN INPUT GAMEHIST-FILE.
           IF WS-GAMEHIST-STATUS = '00'
           OPEN INPUT SHOTHIST-FILE
           IF WS-SHOTHIST-STATUS = '00'
           MOVE 'Y' TO WS-KEYED-FLAG
           ELSE
           CLOSE GAMEHIST-FILE
           END-IF
           END-IF.
           IF NOT KEYED-MASTERS
           STRING 'KEYED MASTERS NOT ON HAND - GAMEHIST/SHOTHIST'
               ' CHECKS (H1-H8) NOT RUN.'
               DELIMITED BY SIZE INTO PRT-LINE
           DISPLAY PRT-LINE(1:70)
           PERFORM PRINT-LINE
           END-IF.

      *SHOT DETAIL INTO GAME ID / TURN ORDER.
       SORT-SHOTS.
           OPEN INPUT SHOTLOG-FILE.
           IF WS-SHOTLOG-STATUS = '35'
           DISPLAY 'SHOTLOG NOT FOUND - EVERY GAME WILL SHOW NO'
               ' SHOT DETAIL.'
           OPEN OUTPUT SHOTSRT-FILE
           CLOSE SHOTSRT-FILE
           GO TO SORT-TRAINING.
           IF WS-SHOTLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN SHOTLOG, STATUS '
               WS-SHOTLOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SWEEP-STOP
           END-IF.
           CLOSE SHOTLOG-FILE.
           SORT SHOT-SORT-FILE
               ON ASCENDING KEY SS-GAME-ID SS-TURN
               WITH DUPLICATES IN ORDER
               USING SHOTLOG-FILE
               GIVING SHOTSRT-FILE.

       SORT-TRAINING.
           OPEN INPUT TRAINLOG-FILE.
           IF WS-TRAINLOG-STATUS = '35'
           OPEN OUTPUT TRAINSRT-FILE
           CLOSE TRAINSRT-FILE
           GO TO SORT-GAMES.
           IF WS-TRAINLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TRAINLOG, STATUS '
               WS-TRAINLOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SWEEP-STOP
           END-IF.
           CLOSE TRAINLOG-FILE.
           SORT TRAIN-SORT-FILE
               ON ASCENDING KEY TS-GAME-ID
               USING TRAINLOG-FILE
               GIVING TRAINSRT-FILE.

      *THE MAIN PASS RUNS AS THE GAME SORT'S OUTPUT PROCEDURE,
      *WITH THE SORTED SHOTS, SORTED TRAINLOG AND GAMEHIST ALL
      *READ ALONGSIDE IN THE SAME GAME ID ORDER.
       SORT-GAMES.
           OPEN INPUT SHOTSRT-FILE.
           OPEN INPUT TRAINSRT-FILE.
           IF WS-SHOTSRT-STATUS NOT = '00'
               OR WS-TRAINSRT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN THE SORTED WORK FILES, STATUS '
               WS-SHOTSRT-STATUS ' ' WS-TRAINSRT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SWEEP-STOP
           END-IF.
           IF KEYED-MASTERS
           PERFORM POSITION-GAMEHIST.
           SORT GAME-SORT-FILE
               ON ASCENDING KEY GS-GAME-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-GAMES
                   THRU RELEASE-GAMES-EXIT
               OUTPUT PROCEDURE IS MATCH-GAMES
                   THRU MATCH-GAMES-EXIT.
           CLOSE SHOTSRT-FILE.
           CLOSE TRAINSRT-FILE.
           IF SWEEP-ABORTED
           MOVE 12 TO RETURN-CODE
           GO TO SWEEP-STOP.
           IF KEYED-MASTERS
           PERFORM CHECK-CONTROL-RECORD
           PERFORM MATCH-SHOTHIST THRU MATCH-SHOTHIST-EXIT
           END-IF.
           IF PLAYERS-ON-HAND
           PERFORM CHECK-ENROLMENT THRU CHECK-ENROLMENT-EXIT.
           GO TO PRINT-TOTALS.

      *LIVE GAMES FIRST, THEN THE ARCHIVE IF ONE IS ON HAND.
       RELEASE-GAMES.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           DISPLAY 'GAMELOG NOT FOUND - NO LIVE GAMES TO CHECK.'
           GO TO RELEASE-ARCHIVE.
           IF WS-GAMELOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN GAMELOG, STATUS '
               WS-GAMELOG-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG
           GO TO RELEASE-GAMES-EXIT
           END-IF.

       RELEASE-NEXT-LIVE.
           READ GAMELOG-FILE
               AT END
                   CLOSE GAMELOG-FILE
                   GO TO RELEASE-ARCHIVE
           END-READ.
           MOVE GL-GAME-ID TO GS-GAME-ID.
           MOVE 'L' TO GS-SOURCE.
           MOVE GAMELOG-RECORD TO GS-LOG-IMAGE.
           RELEASE GAME-SORT-RECORD.
           GO TO RELEASE-NEXT-LIVE.

       RELEASE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
           GO TO RELEASE-GAMES-EXIT.

       RELEASE-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   CLOSE ARCHIVE-FILE
                   GO TO RELEASE-GAMES-EXIT
           END-READ.
           MOVE ARCHIVE-RECORD TO GAMELOG-RECORD.
           MOVE GL-GAME-ID TO GS-GAME-ID.
           MOVE 'A' TO GS-SOURCE.
           MOVE GAMELOG-RECORD TO GS-LOG-IMAGE.
           RELEASE GAME-SORT-RECORD.
           GO TO RELEASE-NEXT-ARCHIVED.

       RELEASE-GAMES-EXIT.
           EXIT.

       MATCH-GAMES.
           PERFORM READ-SORTED-SHOT.
           PERFORM READ-SORTED-TRAIN.

       MATCH-NEXT-GAME.
           RETURN GAME-SORT-FILE
               AT END GO TO MATCH-LEFTOVERS
           END-RETURN.
           ADD 1 TO WS-GAMES-READ.
           IF GS-FROM-ARCHIVE
           ADD 1 TO WS-ARCHIVED-READ.
           IF PLAYERS-ON-HAND AND GS-PLAYER-ID NOT = SPACES
           PERFORM CHECK-GAME-PLAYER.
           IF GS-GAME-ID IS NOT NUMERIC OR GS-GAME-ID = 0
           ADD 1 TO WS-GAMES-UNKEYED
           GO TO MATCH-NEXT-GAME
           END-IF.
           IF GS-GAME-ID = WS-PREV-GAME-ID
           MOVE 7 TO WS-BRK-NO
           MOVE GS-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           IF GS-FROM-ARCHIVE
           MOVE 'AGAIN ON GAMEARCH' TO WS-BRK-DETAIL
           ELSE
           MOVE 'AGAIN ON GAMELOG' TO WS-BRK-DETAIL
           END-IF
           PERFORM REPORT-BREAK
           GO TO MATCH-NEXT-GAME
           END-IF.
           MOVE GS-GAME-ID TO WS-PREV-GAME-ID.
           MOVE GS-GAME-ID TO WS-HIGH-GAME-ID.
           PERFORM MATCH-GAME-SHOTS THRU MATCH-GAME-SHOTS-EXIT.
           IF KEYED-MASTERS
           PERFORM MATCH-GAMEHIST THRU MATCH-GAMEHIST-EXIT.
           PERFORM MATCH-TRAINLOG THRU MATCH-TRAINLOG-EXIT.
           GO TO MATCH-NEXT-GAME.

      *WHATEVER IS LEFT ON THE OTHER FILES SORTS PAST THE LAST
      *GAME ON FILE, SO NONE OF IT HAS A GAME TO BELONG TO.
       MATCH-LEFTOVERS.
           IF SHOT-EOF
           GO TO MATCH-LEFTOVER-HIST.
           PERFORM REPORT-ORPHAN-SHOT.
           PERFORM READ-SORTED-SHOT.
           GO TO MATCH-LEFTOVERS.

       MATCH-LEFTOVER-HIST.
           IF NOT KEYED-MASTERS OR GH-EOF
           GO TO MATCH-LEFTOVER-TRAIN.
           MOVE 10 TO WS-BRK-NO.
           MOVE GH-GAME-ID TO WS-BRK-ID.
           MOVE SPACES TO WS-BRK-DETAIL.
           PERFORM REPORT-BREAK.
           PERFORM READ-NEXT-GAMEHIST.
           GO TO MATCH-LEFTOVER-HIST.

       MATCH-LEFTOVER-TRAIN.
           IF TRAIN-EOF
           GO TO MATCH-GAMES-EXIT.
           PERFORM REPORT-TRAINLOG-BREAK.
           PERFORM READ-SORTED-TRAIN.
           GO TO MATCH-LEFTOVER-TRAIN.

       MATCH-GAMES-EXIT.
           EXIT.

      *SHOTS SORTING AHEAD OF THIS GAME BELONG TO NO GAME ON FILE.
      *THIS GAME'S OWN SHOTS MUST RUN 1..GL-TRIES WITH NO GAP OR
      *REPEAT, AND A HIT MUST BE THE LAST THING THAT HAPPENED.
       MATCH-GAME-SHOTS.
           IF SHOT-EOF
           GO TO MATCH-SHOT-GROUP.
           IF SL-GAME-ID IS NUMERIC AND SL-GAME-ID >= GS-GAME-ID
           GO TO MATCH-SHOT-GROUP.
           PERFORM REPORT-ORPHAN-SHOT.
           PERFORM READ-SORTED-SHOT.
           GO TO MATCH-GAME-SHOTS.

       MATCH-SHOT-GROUP.
           MOVE 0 TO WS-GROUP-SHOTS.
           MOVE 0 TO WS-PREV-TURN.
           MOVE SPACES TO WS-LAST-RESULT.

       MATCH-NEXT-SHOT.
           IF SHOT-EOF
           GO TO MATCH-SHOT-GROUP-END.
           IF SL-GAME-ID NOT = GS-GAME-ID
           GO TO MATCH-SHOT-GROUP-END.
           ADD 1 TO WS-GROUP-SHOTS.
           IF GS-OUTCOME-CAMPAIGN
           PERFORM READ-SORTED-SHOT
           GO TO MATCH-NEXT-SHOT
           END-IF.
           IF SL-TURN = WS-PREV-TURN
           MOVE 2 TO WS-BRK-NO
           MOVE GS-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'TURN ' SL-TURN DELIMITED BY SIZE
               INTO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           ELSE
           COMPUTE WS-NEXT-TURN = WS-PREV-TURN + 1
           IF SL-TURN > WS-NEXT-TURN
           COMPUTE WS-GAP-END = SL-TURN - 1
           PERFORM REPORT-TURN-GAP
           END-IF
           END-IF.
           MOVE SL-TURN TO WS-PREV-TURN.
           MOVE SL-RESULT TO WS-LAST-RESULT.
           PERFORM READ-SORTED-SHOT.
           GO TO MATCH-NEXT-SHOT.

       MATCH-SHOT-GROUP-END.
           IF GS-OUTCOME-CAMPAIGN
           GO TO MATCH-GAME-SHOTS-EXIT.
           IF GS-TRIES IS NOT NUMERIC
           GO TO MATCH-GAME-SHOTS-EXIT.
           IF WS-GROUP-SHOTS = 0
           IF GS-TRIES > 0
           MOVE 5 TO WS-BRK-NO
           MOVE GS-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'GL-TRIES ' GS-TRIES DELIMITED BY SIZE
               INTO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF
           GO TO MATCH-GAME-SHOTS-EXIT
           END-IF.
           IF WS-PREV-TURN < GS-TRIES
           COMPUTE WS-NEXT-TURN = WS-PREV-TURN + 1
           MOVE GS-TRIES TO WS-GAP-END
           PERFORM REPORT-TURN-GAP
           END-IF.
           IF WS-PREV-TURN > GS-TRIES
           MOVE 3 TO WS-BRK-NO
           MOVE GS-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'LAST TURN ' WS-PREV-TURN ', GL-TRIES '
                  GS-TRIES DELIMITED BY SIZE
               INTO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF.
           IF GS-OUTCOME-HIT AND WS-LAST-RESULT NOT = 'HIT'
           MOVE 4 TO WS-BRK-NO
           MOVE GS-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'LAST TURN ' WS-PREV-TURN ' WAS '
                  WS-LAST-RESULT DELIMITED BY SIZE
               INTO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF.

       MATCH-GAME-SHOTS-EXIT.
           EXIT.

       REPORT-TURN-GAP.
           MOVE 1 TO WS-BRK-NO.
           MOVE GS-GAME-ID TO WS-BRK-ID.
           MOVE SPACES TO WS-BRK-DETAIL.
           STRING 'TURNS ' WS-NEXT-TURN ' TO ' WS-GAP-END
               DELIMITED BY SIZE INTO WS-BRK-DETAIL.
           PERFORM REPORT-BREAK.

      *ONE BREAK PER ORPHANED GAME ID, NOT ONE PER SHOT.
       REPORT-ORPHAN-SHOT.
           IF SHOTLOG-RECORD(1:14) NOT = WS-LAST-ORPHAN-ID
           MOVE SHOTLOG-RECORD(1:14) TO WS-LAST-ORPHAN-ID
           MOVE 6 TO WS-BRK-NO
           MOVE WS-LAST-ORPHAN-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF.

      *GAMEHIST IS WALKED IN KEY ORDER IN STEP WITH THE SORTED
      *GAMES. AN ARCHIVED GAME SHOULD HAVE LEFT THE MASTER WHEN
      *DEPTHIDX WAS RERUN AFTER THE PURGE.
       MATCH-GAMEHIST.
           IF GH-EOF
           GO TO MATCH-GAMEHIST-MISSING.
           IF GH-GAME-ID < GS-GAME-ID
           MOVE 10 TO WS-BRK-NO
           MOVE GH-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           PERFORM READ-NEXT-GAMEHIST
           GO TO MATCH-GAMEHIST
           END-IF.
           IF GH-GAME-ID > GS-GAME-ID
           GO TO MATCH-GAMEHIST-MISSING.
           IF GS-FROM-ARCHIVE
           MOVE 10 TO WS-BRK-NO
           MOVE GH-GAME-ID TO WS-BRK-ID
           MOVE 'ARCHIVED - REBUILD WITH DEPTHIDX' TO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           ELSE
           IF GS-LOG-DATA NOT = GH-DATA(1:45)
              OR GS-LOG-TAIL NOT = GH-DATA(46:13)
           MOVE 9 TO WS-BRK-NO
           MOVE GH-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF
           END-IF.
           PERFORM READ-NEXT-GAMEHIST.
           GO TO MATCH-GAMEHIST-EXIT.

       MATCH-GAMEHIST-MISSING.
           IF GS-FROM-GAMELOG
           MOVE 8 TO WS-BRK-NO
           MOVE GS-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF.

       MATCH-GAMEHIST-EXIT.
           EXIT.

       MATCH-TRAINLOG.
           IF TRAIN-EOF
           GO TO MATCH-TRAINLOG-EXIT.
           IF TL-GAME-ID IS NUMERIC AND TL-GAME-ID > GS-GAME-ID
           GO TO MATCH-TRAINLOG-EXIT.
           IF TL-GAME-ID NOT = GS-GAME-ID
           PERFORM REPORT-TRAINLOG-BREAK.
           PERFORM READ-SORTED-TRAIN.
           GO TO MATCH-TRAINLOG.

       MATCH-TRAINLOG-EXIT.
           EXIT.

       REPORT-TRAINLOG-BREAK.
           MOVE 16 TO WS-BRK-NO.
           MOVE TL-GAME-ID TO WS-BRK-ID.
           MOVE SPACES TO WS-BRK-DETAIL.
           STRING 'SCENARIO ' TL-SCENARIO-ID ' PLAYER '
                  TL-PLAYER-ID DELIMITED BY SIZE
               INTO WS-BRK-DETAIL.
           PERFORM REPORT-BREAK.

       CHECK-GAME-PLAYER.
           MOVE GS-PLAYER-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   MOVE 17 TO WS-BRK-NO
                   MOVE GS-LOG-GAME-ID TO WS-BRK-ID
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING 'PLAYER ' GS-PLAYER-ID DELIMITED BY SIZE
                       INTO WS-BRK-DETAIL
                   PERFORM REPORT-BREAK
           END-READ.

       READ-SORTED-SHOT.
           READ SHOTSRT-FILE
               AT END MOVE 'Y' TO WS-SHOT-EOF
           END-READ.
           IF NOT SHOT-EOF
           ADD 1 TO WS-SHOTS-READ
           IF SL-GAME-ID IS NUMERIC AND SL-GAME-ID > WS-HIGH-SHOT-ID
           MOVE SL-GAME-ID TO WS-HIGH-SHOT-ID
           END-IF
           END-IF.

       READ-SORTED-TRAIN.
           READ TRAINSRT-FILE
               AT END MOVE 'Y' TO WS-TRAIN-EOF
           END-READ.
           IF NOT TRAIN-EOF
           ADD 1 TO WS-TRAIN-READ.

      *PICK UP THE CONTROL RECORD AT KEY ZERO, THEN LINE UP ON THE
      *FIRST REAL GAME FOR THE SEQUENTIAL WALK.
       POSITION-GAMEHIST.
           MOVE 0 TO GH-GAME-ID.
           READ GAMEHIST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FLAG
                   IF GH-LAST-GAME-ID IS NUMERIC
                   MOVE GH-LAST-GAME-ID TO WS-CONTROL-ID
                   END-IF
           END-READ.
           MOVE 0 TO GH-GAME-ID.
           START GAMEHIST-FILE KEY IS GREATER THAN GH-GAME-ID
               INVALID KEY MOVE 'Y' TO WS-GH-EOF
           END-START.
           IF NOT GH-EOF
           PERFORM READ-NEXT-GAMEHIST.

       READ-NEXT-GAMEHIST.
           READ GAMEHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GH-EOF
           END-READ.
           IF NOT GH-EOF
           ADD 1 TO WS-GH-READ
           IF GH-GAME-ID > WS-HIGH-GH-ID
           MOVE GH-GAME-ID TO WS-HIGH-GH-ID
           END-IF
           END-IF.

      *THE NEXT SESSION PRIMES ITS GAME IDS OFF THE CONTROL
      *RECORD, SO IT MUST BE AT LEAST THE HIGHEST ID ON ANY FILE -
      *THE SAME BOTH-FILES RULE DEPTHIDX BUILDS IT WITH.
       CHECK-CONTROL-RECORD.
           IF NOT CONTROL-ON-HAND
           MOVE 15 TO WS-BRK-NO
           MOVE ZEROS TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           ELSE
           MOVE WS-HIGH-GAME-ID TO WS-HIGH-ID
           IF WS-HIGH-SHOT-ID > WS-HIGH-ID
           MOVE WS-HIGH-SHOT-ID TO WS-HIGH-ID
           END-IF
           IF WS-HIGH-GH-ID > WS-HIGH-ID
           MOVE WS-HIGH-GH-ID TO WS-HIGH-ID
           END-IF
           IF WS-CONTROL-ID < WS-HIGH-ID
           MOVE 14 TO WS-BRK-NO
           MOVE WS-HIGH-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'CONTROL HOLDS ' WS-CONTROL-ID
               DELIMITED BY SIZE INTO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF
           END-IF.

      *SECOND WALK OF THE SORTED SHOTS, THIS TIME AGAINST SHOTHIST
      *IN KEY ORDER. A REPEATED SHOTLOG KEY WAS ALREADY REPORTED AS
      *A T2 AND ONLY ITS FIRST COPY IS MATCHED HERE.
       MATCH-SHOTHIST.
           OPEN INPUT SHOTSRT-FILE.
           IF WS-SHOTSRT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN INTSHOTS, STATUS '
               WS-SHOTSRT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO MATCH-SHOTHIST-EXIT
           END-IF.
           MOVE 'N' TO WS-LOG-EOF.
           MOVE 'N' TO WS-SH-EOF.
           MOVE 'N' TO WS-PREV-SL-FLAG.
           MOVE LOW-VALUES TO SH-KEY.
           START SHOTHIST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE 'Y' TO WS-SH-EOF
           END-START.
           PERFORM READ-SHOTLOG-AGAIN.
           IF NOT SH-EOF
           PERFORM READ-NEXT-SHOTHIST.

       MATCH-NEXT-SHOTHIST.
           IF LOG-EOF AND SH-EOF
           CLOSE SHOTSRT-FILE
           GO TO MATCH-SHOTHIST-EXIT
           END-IF.
           IF LOG-EOF
           PERFORM REPORT-SHOTHIST-EXTRA
           PERFORM READ-NEXT-SHOTHIST
           GO TO MATCH-NEXT-SHOTHIST
           END-IF.
           IF SH-EOF
           PERFORM REPORT-SHOTHIST-MISSING
           PERFORM READ-SHOTLOG-AGAIN
           GO TO MATCH-NEXT-SHOTHIST
           END-IF.
           IF SL-GAME-ID < SH-GAME-ID
               OR (SL-GAME-ID = SH-GAME-ID AND SL-TURN < SH-TURN)
           PERFORM REPORT-SHOTHIST-MISSING
           PERFORM READ-SHOTLOG-AGAIN
           GO TO MATCH-NEXT-SHOTHIST
           END-IF.
           IF SL-GAME-ID > SH-GAME-ID
               OR (SL-GAME-ID = SH-GAME-ID AND SL-TURN > SH-TURN)
           PERFORM REPORT-SHOTHIST-EXTRA
           PERFORM READ-NEXT-SHOTHIST
           GO TO MATCH-NEXT-SHOTHIST
           END-IF.
           IF SHOTLOG-RECORD NOT = SHOTHIST-RECORD
           MOVE 12 TO WS-BRK-NO
           MOVE SL-GAME-ID TO WS-BRK-ID
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'TURN ' SL-TURN DELIMITED BY SIZE
               INTO WS-BRK-DETAIL
           PERFORM REPORT-BREAK
           END-IF.
           PERFORM READ-SHOTLOG-AGAIN.
           PERFORM READ-NEXT-SHOTHIST.
           GO TO MATCH-NEXT-SHOTHIST.

       MATCH-SHOTHIST-EXIT.
           EXIT.

      *SKIPS OVER REPEATED KEYS SO EACH SHOT KEY IS MATCHED ONCE.
       READ-SHOTLOG-AGAIN.
           IF WS-PREV-SL-FLAG = 'Y'
           MOVE SL-GAME-ID TO WS-PREV-SL-ID
           MOVE SL-TURN TO WS-PREV-SL-TURN
           END-IF.
           READ SHOTSRT-FILE
               AT END MOVE 'Y' TO WS-LOG-EOF
           END-READ.
           IF NOT LOG-EOF
           IF WS-PREV-SL-FLAG = 'Y'
               AND SL-GAME-ID = WS-PREV-SL-ID
               AND SL-TURN = WS-PREV-SL-TURN
           GO TO READ-SHOTLOG-AGAIN
           END-IF
           MOVE 'Y' TO WS-PREV-SL-FLAG
           END-IF.

       READ-NEXT-SHOTHIST.
           READ SHOTHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SH-EOF
           END-READ.
           IF NOT SH-EOF
           ADD 1 TO WS-SH-READ.

       REPORT-SHOTHIST-MISSING.
           MOVE 11 TO WS-BRK-NO.
           MOVE SL-GAME-ID TO WS-BRK-ID.
           MOVE SPACES TO WS-BRK-DETAIL.
           STRING 'TURN ' SL-TURN DELIMITED BY SIZE
               INTO WS-BRK-DETAIL.
           PERFORM REPORT-BREAK.

       REPORT-SHOTHIST-EXTRA.
           MOVE 13 TO WS-BRK-NO.
           MOVE SH-GAME-ID TO WS-BRK-ID.
           MOVE SPACES TO WS-BRK-DETAIL.
           STRING 'TURN ' SH-TURN DELIMITED BY SIZE
               INTO WS-BRK-DETAIL.
           PERFORM REPORT-BREAK.

      *EVERY LEAGUE ENROLMENT MUST NAME A PLAYER ON THE MASTER.
       CHECK-ENROLMENT.
           OPEN INPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS NOT = '00'
           GO TO CHECK-ENROLMENT-EXIT.

       CHECK-NEXT-ENROLMENT.
           READ LEAGENR-FILE
               AT END
                   CLOSE LEAGENR-FILE
                   GO TO CHECK-ENROLMENT-EXIT
           END-READ.
           ADD 1 TO WS-ENROLLED-READ.
           MOVE LE-PLAYER-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   MOVE 18 TO WS-BRK-NO
                   MOVE ZEROS TO WS-BRK-ID
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING 'PLAYER ' LE-PLAYER-ID ' ENROLLED '
                          LE-ENROLL-DATE DELIMITED BY SIZE
                       INTO WS-BRK-DETAIL
                   PERFORM REPORT-BREAK
           END-READ.
           GO TO CHECK-NEXT-ENROLMENT.

       CHECK-ENROLMENT-EXIT.
           EXIT.

       REPORT-BREAK.
           IF WS-BREAK-TOTAL = 0
           PERFORM PRINT-LINE
           STRING 'TYPE DESCRIPTION                      GAME ID'
               '        DETAIL'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT
           END-IF.
           ADD 1 TO WS-BREAK-TOTAL.
           ADD 1 TO BC-COUNT(WS-BRK-NO).
           SET BRK-IDX TO WS-BRK-NO.
           STRING BT-CODE(BRK-IDX) '   ' BT-TEXT(BRK-IDX) ' '
               WS-BRK-ID ' ' WS-BRK-DETAIL
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-LINE.
           MOVE 'SWEEP TOTALS' TO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'GAMES READ ............... ' WS-GAMES-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING '  OF WHICH ARCHIVED ...... ' WS-ARCHIVED-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING '  WITHOUT A GAME ID ...... ' WS-GAMES-UNKEYED
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SHOTS READ ............... ' WS-SHOTS-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'TRAINLOG RECORDS READ .... ' WS-TRAIN-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'GAMEHIST GAMES READ ...... ' WS-GH-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SHOTHIST SHOTS READ ...... ' WS-SH-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'ENROLMENTS READ .......... ' WS-ENROLLED-READ
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           PERFORM VARYING BRK-IDX FROM 1 BY 1 UNTIL BRK-IDX > 18
               STRING BT-CODE(BRK-IDX) ' ' BT-TEXT(BRK-IDX) ' '
                   BC-COUNT(BRK-IDX)
                   DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
           END-PERFORM.
           STRING 'TOTAL BREAKS ............. ' WS-BREAK-TOTAL
               DELIMITED BY SIZE INTO PRT-LINE.
           DISPLAY PRT-LINE(1:34).
           PERFORM PRINT-LINE.
           IF RETURN-CODE = 0 AND WS-BREAK-TOTAL > 0
           MOVE 4 TO RETURN-CODE.

      *A SWEEP THAT STOPPED SHORT SAYS SO ON ITS PRINT, SO NOBODY
      *FILES AN INCOMPLETE SWEEP AS A CLEAN ONE.
       SWEEP-STOP.
           IF KEYED-MASTERS
           CLOSE GAMEHIST-FILE
           CLOSE SHOTHIST-FILE
           END-IF.
           IF PLAYERS-ON-HAND
           CLOSE PLAYER-FILE.
           IF WS-PRINT-OPEN = 'Y'
           IF RETURN-CODE = 12
           MOVE 'SWEEP DID NOT COMPLETE - SEE THE CONSOLE LOG.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           END-IF
           COMPUTE PRT-RECORDS-READ = WS-GAMES-READ + WS-SHOTS-READ
               + WS-TRAIN-READ + WS-GH-READ + WS-SH-READ
               + WS-ENROLLED-READ
           PERFORM PRINT-TRAILER
           END-IF.
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
