      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHEXC.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Score integrity exceptions. A score only means         *
      * something if the player found the sub - but a seeded   *
      * board can be laid out again by anyone who knows the    *
      * seed, and a GAMEREC deck (or a DEPTHPRM batch run)     *
      * can be loaded with the answers. This program reads     *
      * every game credited to a registered player on GAMELOG  *
      * (with GAMEARCH) and its shot detail on SHOTLOG, and    *
      * lists the ones the league supervisor should look at:   *
      *   S1 PLAYED ON A SEEDED BOARD (GL-SEED) - NOT COUNTING *
      *      THE BRACKET'S OWN SEED ON A TOURNAMENT MATCH      *
      *   S2 SHOTS FED FROM THE GAMEREC DECK OR A BATCH RUN,   *
      *      WHOLLY OR IN PART (GL-SHOT-SOURCE)                *
      *   S3 A HIT ON THE FIRST OR SECOND SHOT, FAR UNDER      *
      *      GL-PAR-SHOTS (SEE WS-EARLY-MARGIN)                *
      *   S4 THE SAME WINNING SHOT SEQUENCE IN MORE THAN ONE   *
      *      OF A PLAYER'S GAMES                               *
      *   S5 THE SAME SEED WON BY ONE PLAYER MORE THAN ONCE -  *
      *      EVERY GAME OF A SEEDED SESSION CARRIES ITS SEED,  *
      *      SO THE SUB POSITION IS PRINTED TO SHOW WHETHER    *
      *      THE BOARD ITSELF WAS THE SAME                     *
      * Games flagged S4 and S5 print in sets, one set per     *
      * matching sequence or seed. Unregistered games, old     *
      * duel records with no game id and campaign summary      *
      * records are not looked at. Older                       *
      * records without the shot-source and seed bytes count   *
      * as console play on an unseeded board.                  *
      *                                                        *
      * The supervisor rules on a flagged game with LEAGMNT;   *
      * a game already ruled on shows its standing ruling off  *
      * the DISALLOW file. Nothing here changes any file.      *
      *                                                        *
      * THE EXCEPTIONS GO TO THE EXCPRT PRINT FILE IN THE      *
      * SHOP'S STANDARD PRINT LAYOUT (PRTCTL.CPY).             *
      *                                                        *
      * RETURN-CODE 0 = NO EXCEPTIONS, 4 = EXCEPTIONS LISTED   *
      * FOR REVIEW, 12 = A FILE PROBLEM - THE LIST IS          *
      * INCOMPLETE.                                            *
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
           SELECT SHOTSRT-FILE ASSIGN TO "EXCSHOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTSRT-STATUS.
           SELECT CAND-FILE ASSIGN TO "EXCCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT DISALLOW-FILE ASSIGN TO "DISALLOW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-GAME-ID
               FILE STATUS IS WS-DISALLOW-STATUS.
           SELECT SHOT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT GAME-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT CAND-SORT-FILE ASSIGN TO "SORTWK03".
           SELECT PRINT-FILE ASSIGN TO "EXCPRT"
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

      *ONE WINNING GAME, WITH ITS SHOT SEQUENCE LAID END TO END -
      *THE FIRST 40 SHOTS AS X/Y/Z TRIOS. THE S4 AND S5 CHECKS
      *BOTH SORT THIS FILE, EACH ON ITS OWN KEY.
       FD  CAND-FILE.
       01  CAND-RECORD.
           02  CD-PLAYER-ID           PIC X(8).
           02  CD-SEED                PIC 9(9).
           02  CD-SEQ-SHOTS           PIC 9(3).
           02  CD-SEQUENCE            PIC X(360).
           02  CD-GAME-ID             PIC 9(14).
           02  CD-LOG-IMAGE           PIC X(72).

       FD  DISALLOW-FILE.
           COPY "DISALLOW.CPY".

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

       SD  CAND-SORT-FILE.
       01  CAND-SORT-RECORD.
           02  CS-PLAYER-ID           PIC X(8).
           02  CS-SEED                PIC 9(9).
           02  CS-SEQ-SHOTS           PIC 9(3).
           02  CS-SEQUENCE            PIC X(360).
           02  CS-GAME-ID             PIC 9(14).
           02  CS-LOG-IMAGE           PIC X(72).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-SHOTLOG-STATUS PIC X(2).
       01  WS-SHOTSRT-STATUS PIC X(2).
       01  WS-CAND-STATUS PIC X(2).
       01  WS-DISALLOW-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-ABORT-FLAG PIC X(1) VALUE 'N'.
           88  LIST-ABORTED VALUE 'Y'.
       01  WS-NO-SHOTLOG PIC X(1) VALUE 'N'.
       01  WS-SHOTSRT-EOF PIC X(1) VALUE 'N'.
       01  WS-DISALLOW-OPEN PIC X(1) VALUE 'N'.

      *A HIT ON THE FIRST OR SECOND SHOT IS FLAGGED WHEN IT CAME IN
      *AT LEAST THIS MANY TRIES UNDER PAR. PAR IS LOG2 OF THE
      *DIMENSION PLUS ONE, SO THIS LEAVES THE SMALL BOARDS (WHERE
      *AN EARLY HIT IS ONLY LUCK) ALONE.
       01  WS-EARLY-MARGIN PIC 9(3) VALUE 4.

      *THE GAME IN HAND, OFF THE GAME SORT.
       01  WS-GAME-SEED PIC 9(9).
       01  WS-SEQ-SHOTS PIC 9(3).
       01  WS-SEQ-AREA.
           02  WS-SEQ-SHOT OCCURS 40 TIMES INDEXED BY SEQ-IDX.
               03  WS-SEQ-X PIC 9(3).
               03  WS-SEQ-Y PIC 9(3).
               03  WS-SEQ-Z PIC 9(3).
       01  WS-SEQ-STRING REDEFINES WS-SEQ-AREA PIC X(360).

      *THE PREVIOUS GAME OFF A CANDIDATE SORT, HELD BACK UNTIL THE
      *NEXT ONE SAYS WHETHER IT STARTS A SET.
       01  WS-PREV-CAND.
           02  WS-PREV-PLAYER-ID PIC X(8).
           02  WS-PREV-SEED PIC 9(9).
           02  WS-PREV-SEQ-SHOTS PIC 9(3).
           02  WS-PREV-SEQUENCE PIC X(360).
           02  WS-PREV-GAME-ID PIC 9(14).
           02  WS-PREV-LOG-IMAGE PIC X(72).
       01  WS-PREV-HELD PIC X(1) VALUE 'N'.
       01  WS-PREV-PRINTED PIC X(1) VALUE 'N'.
       01  WS-SET-NO PIC 9(3) VALUE 0.
       01  WS-SET-DISP PIC ZZ9.

      *ONE EXCEPTION LINE IS BUILT FROM THESE.
       01  WS-EXC-CODE PIC X(2).
       01  WS-EXC-TEXT PIC X(40).
       01  WS-RULING PIC X(10).
       01  WS-DATE-DISP PIC 9999/99/99.
       01  WS-SEED-DISP PIC Z(8)9.
       01  WS-COUNT-DISP PIC ZZ,ZZ9.
       01  WS-SHORT-DISP PIC ZZ9.

       01  WS-GAMES-READ PIC 9(7) VALUE 0.
       01  WS-GAMES-CHECKED PIC 9(7) VALUE 0.
       01  WS-GAMES-FLAGGED PIC 9(7) VALUE 0.
       01  WS-GAME-FLAGGED PIC X(1).
       01  WS-CAND-COUNT PIC 9(7) VALUE 0.

       01  EXC-TYPE-DATA.
           02  FILLER PIC X(40) VALUE
               'S1SEEDED BOARD'.
           02  FILLER PIC X(40) VALUE
               'S2DECK-DRIVEN OR BATCH SHOTS'.
           02  FILLER PIC X(40) VALUE
               'S3EARLY HIT FAR UNDER PAR'.
           02  FILLER PIC X(40) VALUE
               'S4IDENTICAL WINNING SHOT SEQUENCE'.
           02  FILLER PIC X(40) VALUE
               'S5SAME SEED WON MORE THAN ONCE'.
       01  EXC-TYPE-TABLE REDEFINES EXC-TYPE-DATA.
           02  EXC-TYPE OCCURS 5 TIMES INDEXED BY EX-IDX.
               03  XT-CODE PIC X(2).
               03  XT-TEXT PIC X(38).
       01  EXC-COUNTS.
           02  XC-COUNT PIC 9(7) OCCURS 5 TIMES VALUE 0.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       EXCEPTION-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN EXCPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO EXCEPTION-STOP
           END-IF.
           MOVE 'DEPTHEXC' TO PRT-HD-PROGRAM.
           MOVE 'SCORE INTEGRITY EXCEPTIONS' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
      *A DISALLOW FILE IS ONLY THERE ONCE THE SUPERVISOR HAS RULED
      *ON SOMETHING - WITHOUT ONE THE RULING COLUMN STAYS BLANK.
           OPEN INPUT DISALLOW-FILE.
           IF WS-DISALLOW-STATUS = '00'
           MOVE 'Y' TO WS-DISALLOW-OPEN
           ELSE
           IF WS-DISALLOW-STATUS NOT = '35'
           DISPLAY 'UNABLE TO OPEN DISALLOW, STATUS '
               WS-DISALLOW-STATUS
           GO TO EXCEPTION-ABORT
           END-IF
           END-IF.

      *SHOT DETAIL INTO GAME ID AND TURN ORDER SO THE GAMES CAN BE
      *WALKED ALONGSIDE IT. NO SHOTLOG JUST MEANS NO SEQUENCES TO
      *COMPARE - THE OTHER CHECKS STILL RUN.
       SORT-SHOTS.
           OPEN INPUT SHOTLOG-FILE.
           IF WS-SHOTLOG-STATUS = '35'
           DISPLAY 'NO SHOTLOG ON HAND - SHOT SEQUENCES ARE NOT'
               ' COMPARED.'
           MOVE 'Y' TO WS-NO-SHOTLOG
           GO TO SORT-GAMES.
           IF WS-SHOTLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN SHOTLOG, STATUS '
               WS-SHOTLOG-STATUS
           GO TO EXCEPTION-ABORT
           END-IF.
           CLOSE SHOTLOG-FILE.
           SORT SHOT-SORT-FILE
               ON ASCENDING KEY SS-GAME-ID SS-TURN
               WITH DUPLICATES IN ORDER
               USING SHOTLOG-FILE
               GIVING SHOTSRT-FILE.

       SORT-GAMES.
           OPEN OUTPUT CAND-FILE.
           IF WS-CAND-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN EXCCAND, STATUS ' WS-CAND-STATUS
           GO TO EXCEPTION-ABORT
           END-IF.
           MOVE 'Y' TO WS-SHOTSRT-EOF.
           IF WS-NO-SHOTLOG = 'N'
           OPEN INPUT SHOTSRT-FILE
           IF WS-SHOTSRT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN EXCSHOTS, STATUS '
               WS-SHOTSRT-STATUS
           GO TO EXCEPTION-ABORT
           END-IF
           MOVE 'N' TO WS-SHOTSRT-EOF
           PERFORM READ-NEXT-SHOT
           END-IF.
           MOVE 'CREDITED GAMES - SEEDED, DECK-DRIVEN OR EARLY HITS'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'CODE PLAYER   GAME ID        DATE       OUTCOME   '
               ' TRIES PAR SRC      SEED EXCEPTION                  '
               '              RULING'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           SORT GAME-SORT-FILE
               ON ASCENDING KEY GS-GAME-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-GAMES
                   THRU RELEASE-GAMES-EXIT
               OUTPUT PROCEDURE IS CHECK-GAMES
                   THRU CHECK-GAMES-EXIT.
           IF WS-NO-SHOTLOG = 'N'
           CLOSE SHOTSRT-FILE.
           CLOSE CAND-FILE.
           IF LIST-ABORTED
           GO TO EXCEPTION-ABORT.
           IF WS-GAMES-FLAGGED = 0
           MOVE '  NONE.' TO PRT-LINE
           PERFORM PRINT-LINE.

      *THE SAME WINNING SEQUENCE TWICE - SORTED SO EVERY COPY OF A
      *SEQUENCE SITS TOGETHER UNDER ITS PLAYER.
       CHECK-SEQUENCES.
           PERFORM PRINT-LINE.
           MOVE 'IDENTICAL WINNING SHOT SEQUENCES' TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           MOVE 0 TO WS-SET-NO.
           SORT CAND-SORT-FILE
               ON ASCENDING KEY CS-PLAYER-ID CS-SEQ-SHOTS
                   CS-SEQUENCE CS-GAME-ID
               USING CAND-FILE
               OUTPUT PROCEDURE IS MATCH-SEQUENCES
                   THRU MATCH-SEQUENCES-EXIT.
           IF WS-SET-NO = 0
           MOVE '  NONE.' TO PRT-LINE
           PERFORM PRINT-LINE.

       CHECK-SEEDS.
           PERFORM PRINT-LINE.
           MOVE 'SEEDS WON MORE THAN ONCE BY THE SAME PLAYER'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           MOVE 0 TO WS-SET-NO.
           SORT CAND-SORT-FILE
               ON ASCENDING KEY CS-PLAYER-ID CS-SEED CS-GAME-ID
               USING CAND-FILE
               OUTPUT PROCEDURE IS MATCH-SEEDS
                   THRU MATCH-SEEDS-EXIT.
           IF WS-SET-NO = 0
           MOVE '  NONE.' TO PRT-LINE
           PERFORM PRINT-LINE.
           GO TO PRINT-TOTALS.

      *EVERY CREDITED GAME GOES INTO THE SORT - UNREGISTERED GAMES,
      *OLD DUELS WITH NO GAME ID AND CAMPAIGN SUMMARIES STAY OUT. A
      *MISSING GAMEARCH IS NORMAL (NO PURGE HAS RUN YET).
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
           IF GL-PLAYER-ID NOT = SPACES
               AND NOT GL-OUTCOME-CAMPAIGN
               AND GL-GAME-ID IS NUMERIC AND GL-GAME-ID > 0
               AND GL-TRIES IS NUMERIC
               AND GL-PAR-SHOTS IS NUMERIC
           MOVE GL-GAME-ID TO GS-GAME-ID
           MOVE GAMELOG-RECORD TO GS-LOG-IMAGE
           RELEASE GAME-SORT-RECORD
           END-IF.

      *EACH GAME IN GAME ID ORDER, WITH ITS SHOTS GATHERED OFF THE
      *SORTED SHOT DETAIL. SHOTS FOR GAMES THAT ARE NOT CREDITED
      *(OR NOT LOGGED AT ALL) ARE PASSED OVER.
       CHECK-GAMES.
           IF LIST-ABORTED
           GO TO CHECK-GAMES-EXIT.

       CHECK-NEXT-GAME.
           RETURN GAME-SORT-FILE
               AT END GO TO CHECK-GAMES-EXIT
           END-RETURN.
           MOVE GS-LOG-IMAGE TO GAMELOG-RECORD.
           ADD 1 TO WS-GAMES-CHECKED.
           MOVE 'N' TO WS-GAME-FLAGGED.
           MOVE 0 TO WS-SEQ-SHOTS.
           MOVE ZEROS TO WS-SEQ-STRING.
           PERFORM SKIP-EARLIER-SHOT
               UNTIL WS-SHOTSRT-EOF = 'Y'
                  OR SL-GAME-ID NOT < GL-GAME-ID.
           PERFORM GATHER-SHOT
               UNTIL WS-SHOTSRT-EOF = 'Y'
                  OR SL-GAME-ID NOT = GL-GAME-ID.
      *A TOURNAMENT BOARD IS SEEDED BY THE BRACKET, NOT THE PLAYER,
      *SO IT COUNTS AS UNSEEDED FOR S1 AND S5.
           IF GL-SEED IS NUMERIC AND NOT GL-SHOTS-TOURNEY
           MOVE GL-SEED TO WS-GAME-SEED
           ELSE
           MOVE 0 TO WS-GAME-SEED
           END-IF.
           IF WS-GAME-SEED > 0
           SET EX-IDX TO 1
           MOVE 'BOARD CAN BE LAID OUT AGAIN FROM SEED'
               TO WS-EXC-TEXT
           PERFORM PRINT-EXCEPTION
           END-IF.
           IF GL-SHOTS-GAMEREC OR GL-SHOTS-BATCH OR GL-SHOTS-MIXED
           SET EX-IDX TO 2
           IF GL-SHOTS-GAMEREC
           MOVE 'EVERY SHOT OFF THE GAMEREC DECK' TO WS-EXC-TEXT
           END-IF
           IF GL-SHOTS-BATCH
           MOVE 'BATCH RUN OFF THE GAMEREC DECK' TO WS-EXC-TEXT
           END-IF
           IF GL-SHOTS-MIXED
           MOVE 'PART DECK, PART CONSOLE' TO WS-EXC-TEXT
           END-IF
           PERFORM PRINT-EXCEPTION
           END-IF.
           IF GL-OUTCOME-HIT AND GL-TRIES <= 2
               AND GL-TRIES + WS-EARLY-MARGIN <= GL-PAR-SHOTS
           SET EX-IDX TO 3
           MOVE SPACES TO WS-EXC-TEXT
           STRING 'HIT ON SHOT ' GL-TRIES ' AGAINST PAR '
               GL-PAR-SHOTS
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM PRINT-EXCEPTION
           END-IF.
           IF WS-GAME-FLAGGED = 'Y'
           ADD 1 TO WS-GAMES-FLAGGED.
      *ONLY WINS CAN REPEAT A WINNING SEQUENCE OR WIN A SEED AGAIN.
      *A CANDIDATE THAT DOES NOT REACH EXCCAND WOULD LEAVE S4 AND S5
      *SHORT WITHOUT A WORD, SO A FAILED WRITE ENDS THE LIST.
           IF NOT GL-OUTCOME-HIT
           GO TO CHECK-NEXT-GAME.
           MOVE GL-PLAYER-ID TO CD-PLAYER-ID.
           MOVE WS-GAME-SEED TO CD-SEED.
           MOVE WS-SEQ-SHOTS TO CD-SEQ-SHOTS.
           MOVE WS-SEQ-STRING TO CD-SEQUENCE.
           MOVE GL-GAME-ID TO CD-GAME-ID.
           MOVE GAMELOG-RECORD TO CD-LOG-IMAGE.
           WRITE CAND-RECORD.
           IF WS-CAND-STATUS NOT = '00'
           DISPLAY 'EXCCAND WRITE FAILED, STATUS ' WS-CAND-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'Y' TO WS-ABORT-FLAG
           GO TO CHECK-GAMES-EXIT
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           GO TO CHECK-NEXT-GAME.

       CHECK-GAMES-EXIT.
           EXIT.

       READ-NEXT-SHOT.
           READ SHOTSRT-FILE
               AT END MOVE 'Y' TO WS-SHOTSRT-EOF
           END-READ.

       SKIP-EARLIER-SHOT.
           PERFORM READ-NEXT-SHOT.

      *THE FIRST 40 SHOTS MAKE UP THE SEQUENCE; A GAME LONGER THAN
      *THAT IS COMPARED ON ITS FIRST 40 AND ITS TRIES.
       GATHER-SHOT.
           ADD 1 TO WS-SEQ-SHOTS.
           IF WS-SEQ-SHOTS <= 40
           SET SEQ-IDX TO WS-SEQ-SHOTS
           MOVE SL-X-POS TO WS-SEQ-X(SEQ-IDX)
           MOVE SL-Y-POS TO WS-SEQ-Y(SEQ-IDX)
           MOVE SL-Z-POS TO WS-SEQ-Z(SEQ-IDX)
           END-IF.
           PERFORM READ-NEXT-SHOT.

      *A SET IS TWO OR MORE GAMES BY ONE PLAYER WITH THE SAME
      *NUMBER OF SHOTS LANDING IN THE SAME CELLS IN THE SAME ORDER.
      *GAMES WITH NO SHOT DETAIL HAVE NOTHING TO COMPARE.
       MATCH-SEQUENCES.
           MOVE 'N' TO WS-PREV-HELD.
           SET EX-IDX TO 4.

       MATCH-NEXT-SEQUENCE.
           RETURN CAND-SORT-FILE
               AT END GO TO MATCH-SEQUENCES-EXIT
           END-RETURN.
           IF CS-SEQ-SHOTS = 0
           GO TO MATCH-NEXT-SEQUENCE.
           IF WS-PREV-HELD = 'Y'
               AND CS-PLAYER-ID = WS-PREV-PLAYER-ID
               AND CS-SEQ-SHOTS = WS-PREV-SEQ-SHOTS
               AND CS-SEQUENCE = WS-PREV-SEQUENCE
           PERFORM PRINT-SET-MEMBER
           ELSE
           MOVE 'N' TO WS-PREV-PRINTED
           END-IF.
           MOVE CAND-SORT-RECORD TO WS-PREV-CAND.
           MOVE 'Y' TO WS-PREV-HELD.
           GO TO MATCH-NEXT-SEQUENCE.

       MATCH-SEQUENCES-EXIT.
           EXIT.

      *UNSEEDED WINS (SEED ZERO) ARE NOT A SET OF ANYTHING.
       MATCH-SEEDS.
           MOVE 'N' TO WS-PREV-HELD.
           SET EX-IDX TO 5.

       MATCH-NEXT-SEED.
           RETURN CAND-SORT-FILE
               AT END GO TO MATCH-SEEDS-EXIT
           END-RETURN.
           IF CS-SEED = 0
           GO TO MATCH-NEXT-SEED.
           IF WS-PREV-HELD = 'Y'
               AND CS-PLAYER-ID = WS-PREV-PLAYER-ID
               AND CS-SEED = WS-PREV-SEED
           PERFORM PRINT-SET-MEMBER
           ELSE
           MOVE 'N' TO WS-PREV-PRINTED
           END-IF.
           MOVE CAND-SORT-RECORD TO WS-PREV-CAND.
           MOVE 'Y' TO WS-PREV-HELD.
           GO TO MATCH-NEXT-SEED.

       MATCH-SEEDS-EXIT.
           EXIT.

      *THE GAME JUST RETURNED MATCHES THE ONE HELD BACK. THE FIRST
      *MATCH OPENS A NEW SET AND PRINTS THE HELD GAME AHEAD OF IT.
       PRINT-SET-MEMBER.
           IF WS-PREV-PRINTED = 'N'
           ADD 1 TO WS-SET-NO
           MOVE WS-PREV-LOG-IMAGE TO GAMELOG-RECORD
           PERFORM BUILD-SET-TEXT
           PERFORM PRINT-EXCEPTION
           MOVE 'Y' TO WS-PREV-PRINTED
           END-IF.
           MOVE CS-LOG-IMAGE TO GAMELOG-RECORD.
           PERFORM BUILD-SET-TEXT.
           PERFORM PRINT-EXCEPTION.

       BUILD-SET-TEXT.
           MOVE WS-SET-NO TO WS-SET-DISP.
           MOVE SPACES TO WS-EXC-TEXT.
           IF EX-IDX = 4
           STRING 'SEQUENCE SET ' WS-SET-DISP ', ' GL-TRIES
               ' SHOTS'
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           ELSE
           STRING 'SEED SET ' WS-SET-DISP ', SUB AT ' GL-SUB-X-POS
               ' ' GL-SUB-Y-POS ' ' GL-SUB-Z-POS
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-IF.

      *ONE LINE PER EXCEPTION - THE CODE IN EX-IDX, THE GAME IN
      *GAMELOG-RECORD, THE DETAIL IN WS-EXC-TEXT - WITH ANY RULING
      *ALREADY ON THE DISALLOW FILE.
       PRINT-EXCEPTION.
           ADD 1 TO XC-COUNT(EX-IDX).
           MOVE 'Y' TO WS-GAME-FLAGGED.
           MOVE SPACES TO WS-RULING.
           IF WS-DISALLOW-OPEN = 'Y'
           MOVE GL-GAME-ID TO DA-GAME-ID
           READ DISALLOW-FILE
               INVALID KEY MOVE SPACES TO WS-RULING
               NOT INVALID KEY
                   IF DA-IS-DISALLOWED
                   MOVE 'DISALLOWED' TO WS-RULING
                   ELSE
                   MOVE 'REINSTATED' TO WS-RULING
                   END-IF
           END-READ
           END-IF.
           IF GL-DATE IS NUMERIC
           MOVE GL-DATE TO WS-DATE-DISP
           ELSE
           MOVE 0 TO WS-DATE-DISP
           END-IF.
           IF GL-SEED IS NUMERIC
           MOVE GL-SEED TO WS-SEED-DISP
           ELSE
           MOVE 0 TO WS-SEED-DISP
           END-IF.
           STRING XT-CODE(EX-IDX) '   ' GL-PLAYER-ID ' ' GL-GAME-ID
               ' ' WS-DATE-DISP ' ' GL-OUTCOME ' ' GL-TRIES '   '
               GL-PAR-SHOTS '  ' GL-SHOT-SOURCE ' ' WS-SEED-DISP ' '
               WS-EXC-TEXT ' ' WS-RULING
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

      *THE COUNTS BY EXCEPTION CODE, THEN THE SUPERVISOR'S BLOCK.
       PRINT-TOTALS.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           IF PRT-LINE-COUNT + 12 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           MOVE 'TOTALS' TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > 5
               MOVE XC-COUNT(EX-IDX) TO WS-COUNT-DISP
               STRING '  ' XT-CODE(EX-IDX) ' ' XT-TEXT(EX-IDX) ' '
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
           END-PERFORM.
           PERFORM PRINT-LINE.
           MOVE WS-GAMES-READ TO WS-COUNT-DISP.
           STRING 'GAMES READ .................. ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-GAMES-CHECKED TO WS-COUNT-DISP.
           STRING 'CREDITED GAMES CHECKED ...... ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-CAND-COUNT TO WS-COUNT-DISP.
           STRING 'CREDITED WINS COMPARED ...... ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

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
               'GAMES DISALLOWED WITH LEAGMNT  [   ]'
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
           IF WS-DISALLOW-OPEN = 'Y'
           CLOSE DISALLOW-FILE.
           PERFORM PRINT-TRAILER.
           IF RETURN-CODE = 0
               AND (WS-GAMES-FLAGGED > 0 OR XC-COUNT(4) > 0
                    OR XC-COUNT(5) > 0)
           DISPLAY 'SCORE INTEGRITY EXCEPTIONS LISTED FOR THE'
               ' SUPERVISOR''S REVIEW.'
           MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO EXCEPTION-STOP.

       EXCEPTION-ABORT.
           MOVE 12 TO RETURN-CODE.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           MOVE 'LIST DID NOT COMPLETE - SEE THE CONSOLE LOG.'
               TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TRAILER.

       EXCEPTION-STOP.
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
