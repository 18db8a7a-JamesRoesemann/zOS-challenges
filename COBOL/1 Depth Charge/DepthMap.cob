      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHMAP.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Search-area sector heat map. DEPTHEFF says how much    *
      * distance a search closes; this program shows WHERE in  *
      * the search volume the charges go and where the subs    *
      * actually sit. Every dimension's board (positions 2     *
      * through the dimension on each axis) is cut into thirds *
      * on X, Y and Z - 27 sectors - and three grids are       *
      * printed for it, one 3 x 3 layer per third of the       *
      * depth:                                                 *
      *   SHOT DENSITY   charges dropped (SL-X/Y/Z-POS)        *
      *   HIT RATE       hits as a percentage of the charges   *
      *                  dropped in the sector                 *
      *   SUB LOCATIONS  every SHOTLOG HIT, plus the sub on    *
      *                  the game's GAMELOG summary (GL-SUB-   *
      *                  X/Y/Z-POS) when no hit already found  *
      *                  it there                              *
      * first for all players together, one block per         *
      * dimension, then for each player by dimension.          *
      *                                                        *
      * In the all-players blocks the sub locations are split  *
      * into seeded and unseeded games (a tournament match's   *
      * bracket seed counts as unseeded) and each sector is    *
      * held up against an even spread over the board. A       *
      * sector marked + holds noticeably more subs than its    *
      * share, - noticeably fewer (more than three standard    *
      * deviations off, judged only where the share is at      *
      * least WS-MIN-EXPECTED subs), and the marked sectors    *
      * are listed with both kinds of game side by side - so   *
      * a lean in GENERATE-SUB-LOCATION or MOVE-FLEET shows up *
      * in both, and a lean in one seed shows up in one.       *
      *                                                        *
      * GAMELOG and GAMEARCH are both read. Campaign summary   *
      * records are passed over (the missions log their own). *
      * Shots whose game has no summary, and positions off the *
      * board, are counted but cannot be placed.               *
      *                                                        *
      * THE MAP GOES TO THE MAPPRT PRINT FILE IN THE SHOP'S    *
      * STANDARD PRINT LAYOUT (PRTCTL.CPY).                    *
      *                                                        *
      * RETURN-CODE 0 = MAP PRINTED, 4 = SUB PLACEMENT DEPARTS *
      * FROM EVEN IN AT LEAST ONE SECTOR, 12 = A FILE PROBLEM  *
      * - THE MAP IS INCOMPLETE.                               *
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
           SELECT SHOTSRT-FILE ASSIGN TO "MAPSHOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTSRT-STATUS.
           SELECT EVENT-FILE ASSIGN TO "MAPEVNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT SHOT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT GAME-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT MAP-SORT-FILE ASSIGN TO "SORTWK03".
           SELECT PRINT-FILE ASSIGN TO "MAPPRT"
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

       FD  SHOTSRT-FILE.
           COPY "SHOTLOG.CPY".

      *ONE THING TO PLACE ON THE MAP - A GAME (G), A CHARGE DROPPED
      *(S) OR A SUB POSITION (P) - IN ITS SECTOR. EACH IS WRITTEN
      *TWICE, ONCE FOR THE ALL-PLAYERS MAP (SCOPE 1) AND ONCE FOR
      *ITS PLAYER'S (SCOPE 2), SO ONE SORT BRINGS EVERY MAP'S
      *EVENTS TOGETHER IN PRINT ORDER.
       FD  EVENT-FILE.
       01  EVENT-RECORD.
           02  EV-SCOPE               PIC X(1).
           02  EV-PLAYER-ID           PIC X(8).
           02  EV-DIMENSION           PIC 9(3).
           02  EV-KIND                PIC X(1).
           02  EV-SEEDED              PIC X(1).
           02  EV-HIT                 PIC X(1).
           02  EV-BAND-X              PIC 9(1).
           02  EV-BAND-Y              PIC 9(1).
           02  EV-BAND-Z              PIC 9(1).

       SD  SHOT-SORT-FILE.
       01  SHOT-SORT-RECORD.
           02  SS-GAME-ID             PIC 9(14).
           02  SS-TURN                PIC 9(3).
           02  FILLER                 PIC X(29).

      *THE GAME SORT CARRIES THE GAMELOG IMAGE BEHIND ITS GAME ID.
       SD  GAME-SORT-FILE.
       01  GAME-SORT-RECORD.
           02  GS-GAME-ID             PIC 9(14).
           02  GS-LOG-IMAGE           PIC X(72).

       SD  MAP-SORT-FILE.
       01  MAP-SORT-RECORD.
           02  MS-SCOPE               PIC X(1).
               88  MS-ALL-PLAYERS         VALUE '1'.
           02  MS-PLAYER-ID           PIC X(8).
           02  MS-DIMENSION           PIC 9(3).
           02  MS-KIND                PIC X(1).
               88  MS-GAME                VALUE 'G'.
               88  MS-SHOT                VALUE 'S'.
               88  MS-SUB                 VALUE 'P'.
           02  MS-SEEDED              PIC X(1).
           02  MS-HIT                 PIC X(1).
           02  MS-BAND-X              PIC 9(1).
           02  MS-BAND-Y              PIC 9(1).
           02  MS-BAND-Z              PIC 9(1).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-SHOTLOG-STATUS PIC X(2).
       01  WS-SHOTSRT-STATUS PIC X(2).
       01  WS-EVENT-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-ABORT-FLAG PIC X(1) VALUE 'N'.
           88  MAP-ABORTED VALUE 'Y'.
       01  WS-NO-SHOTLOG PIC X(1) VALUE 'N'.
       01  WS-SHOTSRT-EOF PIC X(1) VALUE 'N'.

      *A SECTOR IS ONLY JUDGED AGAINST AN EVEN SPREAD WHEN ITS FAIR
      *SHARE COMES TO AT LEAST THIS MANY SUBS - BELOW THAT A FEW
      *SUBS EITHER WAY IS ONLY CHANCE.
       01  WS-MIN-EXPECTED PIC 9(3) VALUE 5.

      *THE GAME IN HAND, OFF THE GAME SORT.
       01  WS-GAME-DIMENSION PIC 9(3).
       01  WS-GAME-SEEDED PIC X(1).
       01  WS-SUB-SEEN PIC X(1).

      *A POSITION TO PLACE, AND THE SECTOR FIND-SECTOR PUTS IT IN.
       01  WS-POS-X PIC 9(3).
       01  WS-POS-Y PIC 9(3).
       01  WS-POS-Z PIC 9(3).
       01  WS-POS-OK PIC X(1).

       01  WS-COUNTS.
           02  WS-GAMES-READ PIC 9(7) VALUE 0.
           02  WS-GAMES-MAPPED PIC 9(7) VALUE 0.
           02  WS-SHOTS-READ PIC 9(7) VALUE 0.
           02  WS-SHOTS-MAPPED PIC 9(7) VALUE 0.
           02  WS-SHOTS-UNPLACED PIC 9(7) VALUE 0.
           02  WS-SHOTS-OFF-BOARD PIC 9(7) VALUE 0.
           02  WS-SUBS-MAPPED PIC 9(7) VALUE 0.
           02  WS-SUBS-OFF-BOARD PIC 9(7) VALUE 0.
           02  WS-MAPS-PRINTED PIC 9(7) VALUE 0.
           02  WS-SECTORS-FLAGGED PIC 9(7) VALUE 0.
       01  WS-COUNT-DISP PIC Z,ZZZ,ZZ9.

      *THE MAP BEING GATHERED OFF THE EVENT SORT - ONE PLAYER (OR
      *ALL OF THEM) ON ONE DIMENSION.
       01  WS-BLK-OPEN PIC X(1) VALUE 'N'.
       01  WS-BLK-SCOPE PIC X(1) VALUE SPACE.
           88  BLK-ALL-PLAYERS VALUE '1'.
       01  WS-BLK-PLAYER-ID PIC X(8).
       01  WS-BLK-DIMENSION PIC 9(3).
       01  WS-LAST-SCOPE PIC X(1) VALUE SPACE.
       01  WS-BLK-TOTALS.
           02  WS-BLK-GAMES PIC 9(7).
           02  WS-BLK-SHOTS PIC 9(7).
           02  WS-BLK-HITS PIC 9(7).
           02  WS-BLK-SUBS-SEEDED PIC 9(7).
           02  WS-BLK-SUBS-UNSEEDED PIC 9(7).
           02  WS-BLK-FLAGGED PIC 9(3).

      *THE 27 SECTORS: LAYER BY Z THIRD, ROW BY Y THIRD, CELL BY
      *X THIRD - THIRD 1 THE LOW POSITIONS, 3 THE HIGH.
       01  MAP-SECTORS.
           02  MAP-LAYER OCCURS 3 TIMES.
               03  MAP-ROW OCCURS 3 TIMES.
                   04  MAP-CELL OCCURS 3 TIMES.
                       05  MAP-SHOTS PIC 9(7).
                       05  MAP-HITS PIC 9(7).
                       05  MAP-SUBS-SEEDED PIC 9(7).
                       05  MAP-SUBS-UNSEEDED PIC 9(7).
       01  WS-BX PIC 9(1).
       01  WS-BY PIC 9(1).
       01  WS-BZ PIC 9(1).
       01  WS-BAND PIC 9(1).

      *WHERE EACH THIRD FALLS ON THIS DIMENSION'S BOARD. EVERY AXIS
      *RUNS 2 THROUGH THE DIMENSION, SO ONE SET SERVES ALL THREE.
      *ON A BOARD TOO SMALL TO CUT IN THREE A THIRD CAN BE EMPTY.
       01  WS-BAND-TABLE.
           02  WS-BAND-ENTRY OCCURS 3 TIMES.
               03  WS-BAND-LO PIC 9(3).
               03  WS-BAND-HI PIC 9(3).
               03  WS-BAND-WIDTH PIC 9(3).
       01  WS-BAND-POS PIC 9(3).
       01  WS-BOARD-CELLS PIC 9(10).

      *WHAT THE GRID BEING PRINTED SHOWS.
       01  WS-MEASURE PIC X(1).
           88  SHOW-SHOTS VALUE 'S'.
           88  SHOW-HIT-RATE VALUE 'H'.
           88  SHOW-SUBS VALUE 'P'.
           88  SHOW-SUBS-SEEDED VALUE 'E'.
           88  SHOW-SUBS-UNSEEDED VALUE 'U'.

      *ONE SECTOR HELD UP AGAINST AN EVEN SPREAD.
       01  WS-OBSERVED PIC 9(7).
       01  WS-CLASS-SUBS PIC 9(7).
       01  WS-EXPECTED PIC 9(7)V99.
       01  WS-DEVIATION PIC S9(7)V99.
       01  WS-SECTOR-FLAG PIC X(1).
       01  WS-FLAG-SEEDED PIC X(1).
       01  WS-FLAG-UNSEEDED PIC X(1).
       01  WS-EXP-SEEDED PIC 9(7)V99.
       01  WS-EXP-UNSEEDED PIC 9(7)V99.
       01  WS-EXP-DISP PIC Z(6)9.9.
       01  WS-EXP-DISP-2 PIC Z(6)9.9.
       01  WS-OBS-DISP PIC Z(6)9.
       01  WS-OBS-DISP-2 PIC Z(6)9.

       01  WS-PCT PIC 9(3)V9.
       01  WS-PCT-DISP PIC ZZ9.9.
       01  WS-CELL-DISP PIC Z(6)9.

      *ONE ROW OF A GRID - THE Y THIRD, THEN THE THREE DEPTH
      *LAYERS SIDE BY SIDE, EACH THREE X THIRDS ACROSS.
       01  WS-GRID-LINE.
           02  WS-GL-LABEL PIC X(12).
           02  WS-GL-LAYER OCCURS 3 TIMES.
               03  WS-GL-CELL OCCURS 3 TIMES.
                   04  FILLER PIC X(1).
                   04  WS-GL-VALUE PIC X(7).
                   04  WS-GL-FLAG PIC X(1).
               03  FILLER PIC X(4).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAP-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN MAPPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO MAP-STOP
           END-IF.
           MOVE 'DEPTHMAP' TO PRT-HD-PROGRAM.
           MOVE 'SEARCH-AREA SECTOR HEAT MAP' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.

      *SHOT DETAIL INTO GAME ID AND TURN ORDER SO THE GAMES CAN BE
      *WALKED ALONGSIDE IT. NO SHOTLOG STILL LEAVES THE SUBS ON THE
      *GAMELOG SUMMARIES TO MAP.
       SORT-SHOTS.
           OPEN INPUT SHOTLOG-FILE.
           IF WS-SHOTLOG-STATUS = '35'
           DISPLAY 'NO SHOTLOG ON HAND - ONLY THE GAMELOG SUB'
               ' POSITIONS ARE MAPPED.'
           MOVE 'Y' TO WS-NO-SHOTLOG
           GO TO SORT-GAMES.
           IF WS-SHOTLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN SHOTLOG, STATUS '
               WS-SHOTLOG-STATUS
           GO TO MAP-ABORT
           END-IF.
           CLOSE SHOTLOG-FILE.
           SORT SHOT-SORT-FILE
               ON ASCENDING KEY SS-GAME-ID SS-TURN
               WITH DUPLICATES IN ORDER
               USING SHOTLOG-FILE
               GIVING SHOTSRT-FILE.

      *EACH GAME WITH ITS SHOTS BECOMES A SET OF EVENTS ON MAPEVNT.
       SORT-GAMES.
           OPEN OUTPUT EVENT-FILE.
           IF WS-EVENT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN MAPEVNT, STATUS ' WS-EVENT-STATUS
           GO TO MAP-ABORT
           END-IF.
           MOVE 'Y' TO WS-SHOTSRT-EOF.
           IF WS-NO-SHOTLOG = 'N'
           OPEN INPUT SHOTSRT-FILE
           IF WS-SHOTSRT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN MAPSHOTS, STATUS '
               WS-SHOTSRT-STATUS
           GO TO MAP-ABORT
           END-IF
           MOVE 'N' TO WS-SHOTSRT-EOF
           PERFORM READ-NEXT-SHOT
           END-IF.
           SORT GAME-SORT-FILE
               ON ASCENDING KEY GS-GAME-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-GAMES
                   THRU RELEASE-GAMES-EXIT
               OUTPUT PROCEDURE IS MAP-GAMES
                   THRU MAP-GAMES-EXIT.
      *WHATEVER SHOT DETAIL IS LEFT BELONGS TO GAMES WITH NO
      *SUMMARY ON FILE.
           PERFORM SKIP-EARLIER-SHOT
               UNTIL WS-SHOTSRT-EOF = 'Y'.
           IF WS-NO-SHOTLOG = 'N'
           CLOSE SHOTSRT-FILE.
           CLOSE EVENT-FILE.
           IF MAP-ABORTED
           GO TO MAP-ABORT.

      *EVERY MAP'S EVENTS TOGETHER - ALL PLAYERS FIRST, THEN EACH
      *PLAYER - AND THE GRIDS PRINTED AS EACH MAP COMES TO AN END.
       PRINT-MAPS.
           SORT MAP-SORT-FILE
               ON ASCENDING KEY MS-SCOPE MS-PLAYER-ID MS-DIMENSION
               USING EVENT-FILE
               OUTPUT PROCEDURE IS PRINT-BLOCKS
                   THRU PRINT-BLOCKS-EXIT.
           IF WS-MAPS-PRINTED = 0
           MOVE 'NO GAMES ON FILE TO MAP.' TO PRT-LINE
           PERFORM PRINT-LINE.
           GO TO PRINT-TOTALS.

      *EVERY GAME THAT HAS A DIMENSION GOES INTO THE SORT - OLD
      *DUEL RECORDS WITH NO GAME ID STILL HAVE A SUB TO MAP, BUT
      *CAMPAIGN SUMMARIES STAY OUT. A MISSING GAMEARCH IS NORMAL
      *(NO PURGE HAS RUN YET).
       RELEASE-GAMES.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           DISPLAY 'GAMELOG NOT FOUND - COUNTING IT AS EMPTY.'
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
           ADD 1 TO PRT-RECORDS-READ.
           PERFORM RELEASE-ONE-GAME.
           GO TO RELEASE-NEXT-LIVE.

       RELEASE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '35'
           GO TO RELEASE-GAMES-EXIT.
           IF WS-ARCHIVE-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN GAMEARCH, STATUS '
               WS-ARCHIVE-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG
           GO TO RELEASE-GAMES-EXIT
           END-IF.

       RELEASE-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   CLOSE ARCHIVE-FILE
                   GO TO RELEASE-GAMES-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           MOVE ARCHIVE-RECORD TO GAMELOG-RECORD.
           PERFORM RELEASE-ONE-GAME.
           GO TO RELEASE-NEXT-ARCHIVED.

       RELEASE-GAMES-EXIT.
           EXIT.

       RELEASE-ONE-GAME.
           ADD 1 TO WS-GAMES-READ.
           IF NOT GL-OUTCOME-CAMPAIGN
               AND GL-DIMENSION IS NUMERIC AND GL-DIMENSION > 1
           IF GL-GAME-ID IS NUMERIC
           MOVE GL-GAME-ID TO GS-GAME-ID
           ELSE
           MOVE 0 TO GS-GAME-ID
           END-IF
           MOVE GAMELOG-RECORD TO GS-LOG-IMAGE
           RELEASE GAME-SORT-RECORD
           END-IF.

      *EACH GAME IN GAME ID ORDER, WITH ITS SHOTS GATHERED OFF THE
      *SORTED SHOT DETAIL. SHOTS FOR GAMES WITH NO SUMMARY ARE
      *PASSED OVER AND COUNTED.
       MAP-GAMES.
           IF MAP-ABORTED
           GO TO MAP-GAMES-EXIT.

       MAP-NEXT-GAME.
           RETURN GAME-SORT-FILE
               AT END GO TO MAP-GAMES-EXIT
           END-RETURN.
           MOVE GS-LOG-IMAGE TO GAMELOG-RECORD.
           ADD 1 TO WS-GAMES-MAPPED.
           MOVE GL-DIMENSION TO WS-GAME-DIMENSION.
           MOVE 'N' TO WS-GAME-SEEDED.
      *A TOURNAMENT MATCH'S SEED WAS DRAWN BY THE BRACKET, NOT SET
      *BY A PLAYER, SO ITS BOARD GOES WITH THE UNSEEDED GAMES.
           IF GL-SEED IS NUMERIC AND NOT GL-SHOTS-TOURNEY
           IF GL-SEED > 0
           MOVE 'Y' TO WS-GAME-SEEDED.
           MOVE 'N' TO WS-SUB-SEEN.
           MOVE 'G' TO EV-KIND.
           MOVE 'N' TO EV-HIT.
           MOVE 0 TO EV-BAND-X EV-BAND-Y EV-BAND-Z.
           PERFORM WRITE-EVENT.
           IF GS-GAME-ID > 0
           PERFORM SKIP-EARLIER-SHOT
               UNTIL WS-SHOTSRT-EOF = 'Y'
                  OR SL-GAME-ID NOT < GS-GAME-ID
           PERFORM MAP-SHOT THRU MAP-SHOT-EXIT
               UNTIL WS-SHOTSRT-EOF = 'Y'
                  OR SL-GAME-ID NOT = GS-GAME-ID
           END-IF.
      *THE SUMMARY'S SUB, UNLESS A HIT ALREADY PUT IT ON THE MAP.
           IF WS-SUB-SEEN = 'Y'
           GO TO MAP-NEXT-GAME.
           IF GL-SUB-X-POS IS NOT NUMERIC
               OR GL-SUB-Y-POS IS NOT NUMERIC
               OR GL-SUB-Z-POS IS NOT NUMERIC
           ADD 1 TO WS-SUBS-OFF-BOARD
           GO TO MAP-NEXT-GAME.
           MOVE GL-SUB-X-POS TO WS-POS-X.
           MOVE GL-SUB-Y-POS TO WS-POS-Y.
           MOVE GL-SUB-Z-POS TO WS-POS-Z.
           PERFORM FIND-SECTOR THRU FIND-SECTOR-EXIT.
           IF WS-POS-OK = 'N'
           ADD 1 TO WS-SUBS-OFF-BOARD
           GO TO MAP-NEXT-GAME.
           MOVE 'P' TO EV-KIND.
           PERFORM WRITE-EVENT.
           ADD 1 TO WS-SUBS-MAPPED.
           GO TO MAP-NEXT-GAME.

       MAP-GAMES-EXIT.
           EXIT.

       READ-NEXT-SHOT.
           READ SHOTSRT-FILE
               AT END MOVE 'Y' TO WS-SHOTSRT-EOF
               NOT AT END
                   ADD 1 TO WS-SHOTS-READ
                   ADD 1 TO PRT-RECORDS-READ
           END-READ.

       SKIP-EARLIER-SHOT.
           ADD 1 TO WS-SHOTS-UNPLACED.
           PERFORM READ-NEXT-SHOT.

      *ONE CHARGE ON THE GAME'S BOARD. A HIT ALSO MARKS WHERE A SUB
      *WAS, AND IF THAT IS WHERE THE SUMMARY LEFT THE SUB IT IS NOT
      *MAPPED A SECOND TIME.
       MAP-SHOT.
           IF SL-X-POS IS NOT NUMERIC OR SL-Y-POS IS NOT NUMERIC
               OR SL-Z-POS IS NOT NUMERIC
           ADD 1 TO WS-SHOTS-OFF-BOARD
           PERFORM READ-NEXT-SHOT
           GO TO MAP-SHOT-EXIT.
           MOVE SL-X-POS TO WS-POS-X.
           MOVE SL-Y-POS TO WS-POS-Y.
           MOVE SL-Z-POS TO WS-POS-Z.
           PERFORM FIND-SECTOR THRU FIND-SECTOR-EXIT.
           IF WS-POS-OK = 'N'
           ADD 1 TO WS-SHOTS-OFF-BOARD
           PERFORM READ-NEXT-SHOT
           GO TO MAP-SHOT-EXIT.
           MOVE 'S' TO EV-KIND.
           MOVE 'N' TO EV-HIT.
           IF SL-RESULT-HIT
           MOVE 'Y' TO EV-HIT.
           PERFORM WRITE-EVENT.
           ADD 1 TO WS-SHOTS-MAPPED.
           IF SL-RESULT-HIT
           MOVE 'P' TO EV-KIND
           MOVE 'N' TO EV-HIT
           PERFORM WRITE-EVENT
           ADD 1 TO WS-SUBS-MAPPED
           IF SL-X-POS = GL-SUB-X-POS AND SL-Y-POS = GL-SUB-Y-POS
               AND SL-Z-POS = GL-SUB-Z-POS
           MOVE 'Y' TO WS-SUB-SEEN
           END-IF
           END-IF.
           PERFORM READ-NEXT-SHOT.
       MAP-SHOT-EXIT.
           EXIT.

      *PUT WS-POS-X/Y/Z INTO ITS THIRD ON EACH AXIS OF THE GAME'S
      *BOARD (EV-BAND-X/Y/Z), OR SET WS-POS-OK TO N WHEN IT IS NOT
      *ON THE BOARD AT ALL.
       FIND-SECTOR.
           MOVE 'N' TO WS-POS-OK.
           IF WS-POS-X < 2 OR WS-POS-X > WS-GAME-DIMENSION
               OR WS-POS-Y < 2 OR WS-POS-Y > WS-GAME-DIMENSION
               OR WS-POS-Z < 2 OR WS-POS-Z > WS-GAME-DIMENSION
           GO TO FIND-SECTOR-EXIT.
           COMPUTE EV-BAND-X =
               (WS-POS-X - 2) * 3 / (WS-GAME-DIMENSION - 1) + 1.
           COMPUTE EV-BAND-Y =
               (WS-POS-Y - 2) * 3 / (WS-GAME-DIMENSION - 1) + 1.
           COMPUTE EV-BAND-Z =
               (WS-POS-Z - 2) * 3 / (WS-GAME-DIMENSION - 1) + 1.
           MOVE 'Y' TO WS-POS-OK.
       FIND-SECTOR-EXIT.
           EXIT.

      *ONCE TO THE ALL-PLAYERS MAP, ONCE TO THE PLAYER'S OWN.
       WRITE-EVENT.
           MOVE GL-DIMENSION TO EV-DIMENSION.
           MOVE WS-GAME-SEEDED TO EV-SEEDED.
           MOVE '1' TO EV-SCOPE.
           MOVE SPACES TO EV-PLAYER-ID.
           WRITE EVENT-RECORD.
           IF WS-EVENT-STATUS NOT = '00'
           DISPLAY 'MAPEVNT WRITE FAILED, STATUS ' WS-EVENT-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG.
           MOVE '2' TO EV-SCOPE.
           MOVE GL-PLAYER-ID TO EV-PLAYER-ID.
           WRITE EVENT-RECORD.
           IF WS-EVENT-STATUS NOT = '00'
           DISPLAY 'MAPEVNT WRITE FAILED, STATUS ' WS-EVENT-STATUS
           MOVE 'Y' TO WS-ABORT-FLAG.

      *A CHANGE OF SCOPE, PLAYER OR DIMENSION ENDS ONE MAP AND
      *STARTS THE NEXT.
       PRINT-BLOCKS.
           MOVE 'N' TO WS-BLK-OPEN.

       PRINT-NEXT-EVENT.
           RETURN MAP-SORT-FILE
               AT END GO TO PRINT-LAST-BLOCK
           END-RETURN.
           IF WS-BLK-OPEN = 'Y'
               AND (MS-SCOPE NOT = WS-BLK-SCOPE
                 OR MS-PLAYER-ID NOT = WS-BLK-PLAYER-ID
                 OR MS-DIMENSION NOT = WS-BLK-DIMENSION)
           PERFORM PRINT-BLOCK THRU PRINT-BLOCK-EXIT
           MOVE 'N' TO WS-BLK-OPEN
           END-IF.
           IF WS-BLK-OPEN = 'N'
           PERFORM START-BLOCK.
           MOVE MS-BAND-X TO WS-BX.
           MOVE MS-BAND-Y TO WS-BY.
           MOVE MS-BAND-Z TO WS-BZ.
           EVALUATE TRUE
               WHEN MS-GAME
                   ADD 1 TO WS-BLK-GAMES
               WHEN MS-SHOT
                   ADD 1 TO WS-BLK-SHOTS
                   ADD 1 TO MAP-SHOTS(WS-BZ, WS-BY, WS-BX)
                   IF MS-HIT = 'Y'
                   ADD 1 TO WS-BLK-HITS
                   ADD 1 TO MAP-HITS(WS-BZ, WS-BY, WS-BX)
                   END-IF
               WHEN MS-SUB AND MS-SEEDED = 'Y'
                   ADD 1 TO WS-BLK-SUBS-SEEDED
                   ADD 1 TO MAP-SUBS-SEEDED(WS-BZ, WS-BY, WS-BX)
               WHEN MS-SUB
                   ADD 1 TO WS-BLK-SUBS-UNSEEDED
                   ADD 1 TO MAP-SUBS-UNSEEDED(WS-BZ, WS-BY, WS-BX)
           END-EVALUATE.
           GO TO PRINT-NEXT-EVENT.

       PRINT-LAST-BLOCK.
           IF WS-BLK-OPEN = 'Y'
           PERFORM PRINT-BLOCK THRU PRINT-BLOCK-EXIT.

       PRINT-BLOCKS-EXIT.
           EXIT.

      *THE BY-PLAYER MAPS GET A SECTION HEADING OF THEIR OWN.
       START-BLOCK.
           MOVE MS-SCOPE TO WS-BLK-SCOPE.
           MOVE MS-PLAYER-ID TO WS-BLK-PLAYER-ID.
           MOVE MS-DIMENSION TO WS-BLK-DIMENSION.
           MOVE ZEROS TO WS-BLK-TOTALS.
           MOVE ZEROS TO MAP-SECTORS.
           MOVE 'Y' TO WS-BLK-OPEN.
           IF MS-SCOPE NOT = WS-LAST-SCOPE
           MOVE MS-SCOPE TO WS-LAST-SCOPE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT
           IF MS-ALL-PLAYERS
           MOVE 'ALL PLAYERS, BY DIMENSION' TO PRT-LINE
           ELSE
           MOVE 'EACH PLAYER, BY DIMENSION' TO PRT-LINE
           END-IF
           PERFORM PRINT-LINE
           END-IF.

      *ONE MAP: ITS TITLE AND TOTALS, THEN THE GRIDS. THE ALL-
      *PLAYERS MAP SPLITS THE SUBS BY SEEDING AND JUDGES EACH
      *SECTOR AGAINST AN EVEN SPREAD.
       PRINT-BLOCK.
           ADD 1 TO WS-MAPS-PRINTED.
           MOVE ZEROS TO WS-BAND-TABLE.
           PERFORM PLACE-BAND-POSITION
               VARYING WS-BAND-POS FROM 2 BY 1
               UNTIL WS-BAND-POS > WS-BLK-DIMENSION.
           COMPUTE WS-BOARD-CELLS = (WS-BLK-DIMENSION - 1)
               * (WS-BLK-DIMENSION - 1) * (WS-BLK-DIMENSION - 1).
           IF PRT-LINE-COUNT + 12 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           IF BLK-ALL-PLAYERS
           STRING 'ALL PLAYERS - DIMENSION ' WS-BLK-DIMENSION
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           IF WS-BLK-PLAYER-ID = SPACES
           STRING 'UNREGISTERED PLAY - DIMENSION ' WS-BLK-DIMENSION
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           STRING 'PLAYER ' WS-BLK-PLAYER-ID ' - DIMENSION '
               WS-BLK-DIMENSION
               DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           END-IF.
           PERFORM PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'GAMES ' WS-BLK-GAMES '   CHARGES ' WS-BLK-SHOTS
               '   HITS ' WS-BLK-HITS '   SUBS SEEDED '
               WS-BLK-SUBS-SEEDED '   SUBS UNSEEDED '
               WS-BLK-SUBS-UNSEEDED
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'S' TO WS-MEASURE.
           PERFORM PRINT-GRID.
           MOVE 'H' TO WS-MEASURE.
           PERFORM PRINT-GRID.
           IF NOT BLK-ALL-PLAYERS
           MOVE 'P' TO WS-MEASURE
           PERFORM PRINT-GRID
           GO TO PRINT-BLOCK-EXIT.
           MOVE 'E' TO WS-MEASURE.
           PERFORM PRINT-GRID.
           MOVE 'U' TO WS-MEASURE.
           PERFORM PRINT-GRID.
           PERFORM LIST-OFF-EVEN-SECTORS.

       PRINT-BLOCK-EXIT.
           EXIT.

       PLACE-BAND-POSITION.
           COMPUTE WS-BAND =
               (WS-BAND-POS - 2) * 3 / (WS-BLK-DIMENSION - 1) + 1.
           IF WS-BAND-WIDTH(WS-BAND) = 0
           MOVE WS-BAND-POS TO WS-BAND-LO(WS-BAND).
           MOVE WS-BAND-POS TO WS-BAND-HI(WS-BAND).
           ADD 1 TO WS-BAND-WIDTH(WS-BAND).

      *ONE GRID: ITS NAME, THE DEPTH LAYERS ACROSS, THE X THIRDS
      *UNDER EACH LAYER, THEN A ROW PER Y THIRD - HIGH Y (NORTH)
      *AT THE TOP.
       PRINT-GRID.
           IF PRT-LINE-COUNT + 7 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           EVALUATE TRUE
               WHEN SHOW-SHOTS
                   MOVE 'SHOT DENSITY - CHARGES DROPPED IN EACH SECTOR'
                       TO PRT-LINE
               WHEN SHOW-HIT-RATE
                   MOVE 'HIT RATE - HITS PER 100 CHARGES DROPPED IN'
                       TO PRT-LINE
                   MOVE 'EACH SECTOR' TO PRT-LINE(44:11)
               WHEN SHOW-SUBS
                   MOVE 'SUB LOCATIONS - SUBS FOUND OR LEFT IN EACH'
                       TO PRT-LINE
                   MOVE 'SECTOR' TO PRT-LINE(44:6)
               WHEN SHOW-SUBS-SEEDED
                   MOVE 'SUB LOCATIONS, SEEDED GAMES - + / - SECTORS'
                       TO PRT-LINE
                   MOVE 'DEPART FROM AN EVEN SPREAD' TO PRT-LINE(45:26)
               WHEN SHOW-SUBS-UNSEEDED
                   MOVE 'SUB LOCATIONS, UNSEEDED GAMES - + / - SECTORS'
                       TO PRT-LINE
                   MOVE 'DEPART FROM AN EVEN SPREAD' TO PRT-LINE(47:26)
           END-EVALUATE.
           PERFORM PRINT-LINE.
           MOVE SPACES TO WS-GRID-LINE.
           PERFORM BUILD-LAYER-HEAD
               VARYING WS-BZ FROM 1 BY 1 UNTIL WS-BZ > 3.
           MOVE WS-GRID-LINE TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE SPACES TO WS-GRID-LINE.
           MOVE '  Y \ X' TO WS-GL-LABEL.
           PERFORM BUILD-X-HEAD
               VARYING WS-BZ FROM 1 BY 1 UNTIL WS-BZ > 3
               AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 3.
           MOVE WS-GRID-LINE TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-GRID-ROW
               VARYING WS-BY FROM 3 BY -1 UNTIL WS-BY < 1.

       BUILD-LAYER-HEAD.
           IF WS-BAND-WIDTH(WS-BZ) > 0
           STRING ' DEPTH (Z) ' WS-BAND-LO(WS-BZ) '-'
               WS-BAND-HI(WS-BZ)
               DELIMITED BY SIZE INTO WS-GL-LAYER(WS-BZ).

       BUILD-X-HEAD.
           IF WS-BAND-WIDTH(WS-BX) > 0
           STRING WS-BAND-LO(WS-BX) '-' WS-BAND-HI(WS-BX)
               DELIMITED BY SIZE INTO WS-GL-VALUE(WS-BZ, WS-BX).

       PRINT-GRID-ROW.
           MOVE SPACES TO WS-GRID-LINE.
           IF WS-BAND-WIDTH(WS-BY) > 0
           STRING '  ' WS-BAND-LO(WS-BY) '-' WS-BAND-HI(WS-BY)
               DELIMITED BY SIZE INTO WS-GL-LABEL.
           PERFORM FILL-GRID-CELL THRU FILL-GRID-CELL-EXIT
               VARYING WS-BZ FROM 1 BY 1 UNTIL WS-BZ > 3
               AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 3.
           MOVE WS-GRID-LINE TO PRT-LINE.
           PERFORM PRINT-LINE.

      *A SECTOR THAT CANNOT EXIST ON A BOARD THIS SMALL PRINTS AS
      *A DOT; A HIT RATE WITH NO CHARGES DROPPED AS A DASH.
       FILL-GRID-CELL.
           IF WS-BAND-WIDTH(WS-BX) = 0 OR WS-BAND-WIDTH(WS-BY) = 0
               OR WS-BAND-WIDTH(WS-BZ) = 0
           MOVE '      .' TO WS-GL-VALUE(WS-BZ, WS-BX)
           GO TO FILL-GRID-CELL-EXIT.
           EVALUATE TRUE
               WHEN SHOW-SHOTS
                   MOVE MAP-SHOTS(WS-BZ, WS-BY, WS-BX) TO WS-CELL-DISP
                   MOVE WS-CELL-DISP TO WS-GL-VALUE(WS-BZ, WS-BX)
               WHEN SHOW-HIT-RATE
                   IF MAP-SHOTS(WS-BZ, WS-BY, WS-BX) = 0
                   MOVE '      -' TO WS-GL-VALUE(WS-BZ, WS-BX)
                   ELSE
                   COMPUTE WS-PCT ROUNDED =
                       MAP-HITS(WS-BZ, WS-BY, WS-BX) * 100
                       / MAP-SHOTS(WS-BZ, WS-BY, WS-BX)
                   MOVE WS-PCT TO WS-PCT-DISP
                   STRING ' ' WS-PCT-DISP '%' DELIMITED BY SIZE
                       INTO WS-GL-VALUE(WS-BZ, WS-BX)
                   END-IF
               WHEN SHOW-SUBS
                   COMPUTE WS-CELL-DISP =
                       MAP-SUBS-SEEDED(WS-BZ, WS-BY, WS-BX)
                       + MAP-SUBS-UNSEEDED(WS-BZ, WS-BY, WS-BX)
                   MOVE WS-CELL-DISP TO WS-GL-VALUE(WS-BZ, WS-BX)
               WHEN SHOW-SUBS-SEEDED
                   MOVE MAP-SUBS-SEEDED(WS-BZ, WS-BY, WS-BX)
                       TO WS-OBSERVED
                   MOVE WS-BLK-SUBS-SEEDED TO WS-CLASS-SUBS
                   PERFORM JUDGE-SECTOR THRU JUDGE-SECTOR-EXIT
                   MOVE WS-OBSERVED TO WS-CELL-DISP
                   MOVE WS-CELL-DISP TO WS-GL-VALUE(WS-BZ, WS-BX)
                   MOVE WS-SECTOR-FLAG TO WS-GL-FLAG(WS-BZ, WS-BX)
               WHEN SHOW-SUBS-UNSEEDED
                   MOVE MAP-SUBS-UNSEEDED(WS-BZ, WS-BY, WS-BX)
                       TO WS-OBSERVED
                   MOVE WS-BLK-SUBS-UNSEEDED TO WS-CLASS-SUBS
                   PERFORM JUDGE-SECTOR THRU JUDGE-SECTOR-EXIT
                   MOVE WS-OBSERVED TO WS-CELL-DISP
                   MOVE WS-CELL-DISP TO WS-GL-VALUE(WS-BZ, WS-BX)
                   MOVE WS-SECTOR-FLAG TO WS-GL-FLAG(WS-BZ, WS-BX)
           END-EVALUATE.
       FILL-GRID-CELL-EXIT.
           EXIT.

      *A SECTOR'S FAIR SHARE OF WS-CLASS-SUBS IS ITS PART OF THE
      *BOARD'S CELLS. IT DEPARTS FROM EVEN WHEN IT IS MORE THAN
      *THREE STANDARD DEVIATIONS OFF THAT SHARE - THE SQUARED
      *DIFFERENCE OVER NINE TIMES THE SHARE, SO THAT 27 SECTORS
      *SELDOM THROW UP ONE BY CHANCE ALONE - AND THE SHARE IS BIG
      *ENOUGH TO JUDGE. WS-SECTOR-FLAG COMES BACK +, - OR SPACE.
       JUDGE-SECTOR.
           MOVE SPACE TO WS-SECTOR-FLAG.
           COMPUTE WS-EXPECTED ROUNDED = WS-CLASS-SUBS
               * WS-BAND-WIDTH(WS-BX) * WS-BAND-WIDTH(WS-BY)
               * WS-BAND-WIDTH(WS-BZ) / WS-BOARD-CELLS.
           IF WS-EXPECTED < WS-MIN-EXPECTED
           GO TO JUDGE-SECTOR-EXIT.
           COMPUTE WS-DEVIATION = WS-OBSERVED - WS-EXPECTED.
           IF WS-DEVIATION * WS-DEVIATION NOT > WS-EXPECTED * 9
           GO TO JUDGE-SECTOR-EXIT.
           IF WS-DEVIATION > 0
           MOVE '+' TO WS-SECTOR-FLAG
           ELSE
           MOVE '-' TO WS-SECTOR-FLAG
           END-IF.
       JUDGE-SECTOR-EXIT.
           EXIT.

      *EVERY SECTOR OFF EVEN IN EITHER KIND OF GAME, WITH BOTH KINDS
      *SIDE BY SIDE SO A LEAN COMMON TO BOTH CAN BE TOLD FROM ONE
      *PARTICULAR TO SEEDED PLAY.
       LIST-OFF-EVEN-SECTORS.
           IF PRT-LINE-COUNT + 4 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           STRING 'SECTORS OFF EVEN       X        Y        Z       '
               '    SEEDED: SUBS  EVEN SHARE    UNSEEDED: SUBS  EVEN'
               ' SHARE'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM LIST-SECTOR-IF-OFF THRU LIST-SECTOR-IF-OFF-EXIT
               VARYING WS-BZ FROM 1 BY 1 UNTIL WS-BZ > 3
               AFTER WS-BY FROM 3 BY -1 UNTIL WS-BY < 1
               AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 3.
           IF WS-BLK-FLAGGED = 0
           MOVE '  NONE - EVERY SECTOR JUDGED IS WITHIN CHANCE OF AN'
               TO PRT-LINE
           MOVE 'EVEN SPREAD.' TO PRT-LINE(53:12)
           PERFORM PRINT-LINE.

       LIST-SECTOR-IF-OFF.
           IF WS-BAND-WIDTH(WS-BX) = 0 OR WS-BAND-WIDTH(WS-BY) = 0
               OR WS-BAND-WIDTH(WS-BZ) = 0
           GO TO LIST-SECTOR-IF-OFF-EXIT.
           MOVE MAP-SUBS-SEEDED(WS-BZ, WS-BY, WS-BX) TO WS-OBSERVED.
           MOVE WS-BLK-SUBS-SEEDED TO WS-CLASS-SUBS.
           PERFORM JUDGE-SECTOR THRU JUDGE-SECTOR-EXIT.
           MOVE WS-SECTOR-FLAG TO WS-FLAG-SEEDED.
           MOVE WS-EXPECTED TO WS-EXP-SEEDED.
           MOVE MAP-SUBS-UNSEEDED(WS-BZ, WS-BY, WS-BX) TO WS-OBSERVED.
           MOVE WS-BLK-SUBS-UNSEEDED TO WS-CLASS-SUBS.
           PERFORM JUDGE-SECTOR THRU JUDGE-SECTOR-EXIT.
           MOVE WS-SECTOR-FLAG TO WS-FLAG-UNSEEDED.
           MOVE WS-EXPECTED TO WS-EXP-UNSEEDED.
           IF WS-FLAG-SEEDED = SPACE AND WS-FLAG-UNSEEDED = SPACE
           GO TO LIST-SECTOR-IF-OFF-EXIT.
           ADD 1 TO WS-BLK-FLAGGED.
           ADD 1 TO WS-SECTORS-FLAGGED.
           MOVE MAP-SUBS-SEEDED(WS-BZ, WS-BY, WS-BX) TO WS-OBS-DISP.
           MOVE WS-EXP-SEEDED TO WS-EXP-DISP.
           MOVE MAP-SUBS-UNSEEDED(WS-BZ, WS-BY, WS-BX)
               TO WS-OBS-DISP-2.
           MOVE WS-EXP-UNSEEDED TO WS-EXP-DISP-2.
           STRING '                    '
               WS-BAND-LO(WS-BX) '-' WS-BAND-HI(WS-BX) '  '
               WS-BAND-LO(WS-BY) '-' WS-BAND-HI(WS-BY) '  '
               WS-BAND-LO(WS-BZ) '-' WS-BAND-HI(WS-BZ) '         '
               WS-OBS-DISP ' ' WS-FLAG-SEEDED ' ' WS-EXP-DISP
               '           ' WS-OBS-DISP-2 ' ' WS-FLAG-UNSEEDED ' '
               WS-EXP-DISP-2
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
       LIST-SECTOR-IF-OFF-EXIT.
           EXIT.

      *THE RUN'S COUNTS. A SUB PLACEMENT OFF EVEN ANYWHERE SAYS SO
      *THROUGH RETURN-CODE.
       PRINT-TOTALS.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           IF PRT-LINE-COUNT + 14 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           MOVE 'TOTALS' TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-GAMES-READ TO WS-COUNT-DISP.
           STRING 'GAMES READ .......................... '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-GAMES-MAPPED TO WS-COUNT-DISP.
           STRING 'GAMES MAPPED ........................ '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SHOTS-READ TO WS-COUNT-DISP.
           STRING 'CHARGES READ ........................ '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SHOTS-MAPPED TO WS-COUNT-DISP.
           STRING 'CHARGES MAPPED ...................... '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SHOTS-UNPLACED TO WS-COUNT-DISP.
           STRING 'CHARGES WITH NO GAME SUMMARY ........ '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SHOTS-OFF-BOARD TO WS-COUNT-DISP.
           STRING 'CHARGES OFF THE BOARD ............... '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SUBS-MAPPED TO WS-COUNT-DISP.
           STRING 'SUB POSITIONS MAPPED ................ '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SUBS-OFF-BOARD TO WS-COUNT-DISP.
           STRING 'SUB POSITIONS OFF THE BOARD ......... '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SECTORS-FLAGGED TO WS-COUNT-DISP.
           STRING 'SECTORS OFF AN EVEN SPREAD .......... '
               WS-COUNT-DISP DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TRAILER.
           IF RETURN-CODE = 0 AND WS-SECTORS-FLAGGED > 0
           DISPLAY 'SUB PLACEMENT DEPARTS FROM AN EVEN SPREAD - SEE'
               ' MAPPRT.'
           MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO MAP-STOP.

       MAP-ABORT.
           MOVE 12 TO RETURN-CODE.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           MOVE 'MAP DID NOT COMPLETE - SEE THE CONSOLE LOG.'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TRAILER.
           GO TO MAP-STOP.


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

       MAP-STOP.
           STOP RUN.
