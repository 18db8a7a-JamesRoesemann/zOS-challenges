      * Season-end step for the league. Scores the closing    *
      * season exactly the way LEAGSTD does - enrolled        *
      * players, GL-DATE inside the SEASON window, GAMEARCH   *
      * read alongside the live GAMELOG, games disallowed by  *
      * the supervisor on the DISALLOW file left out - then   *
      * freezes the final table to the LEAGHIST season        *
      * history file and rolls the SEASON control record into *
      * the next period (next season number, new dates        *
      * accepted from the operator). THE FREEZE AND THE ROLL  *
      * ONLY HAPPEN ON A CONFIRMING Y - ANSWERED N, THE FINAL *
      * TABLE IS JUST PRINTED AND NOTHING CHANGES.            *
      * ONE THING IS DONE APART FROM LEAGSTD: LEAGSTD RANKS   *
      * EACH RULES VERSION IN ITS OWN SECTION, BUT THE FINAL  *
      * TABLE BLENDS EVERY VERSION PLAYED IN THE SEASON INTO  *
      * ONE RANKING, AS LEAGHIST KEEPS ONE RANK PER PLAYER.   *
      * THE FINAL TABLE GOES TO THE ENDPRT PRINT FILE IN THE  *
      * SHOP'S STANDARD PRINT LAYOUT (PRTCTL.CPY) AND IS      *
      * ECHOED TO THE CONSOLE AHEAD OF THE FREEZE QUESTION.   *
      *                                                       *
      * NOTHING IS HELD IN A TABLE, SAME AS LEAGSTD: THE      *
      * ENROLLMENT IS SORTED BY PLAYER ONTO ENDENR, THE       *
      * SEASON'S GAMES ARE SORTED BY PLAYER AND MATCHED       *
      * AGAINST IT INTO ONE ENDTOT TOTALS RECORD PER PLAYER,  *
      * AND ENDTOT IS SORTED INTO RANK ORDER ONTO ENDRANK,    *
      * WHICH BOTH THE PRINT AND THE FREEZE READ.             *
      *                                                       *
      * RETURN-CODE 0 = FROZEN AND ROLLED (OR PRINT-ONLY BY   *
      * CHOICE), 8 = NO SEASON OR NO ENROLLMENT TO CLOSE,     *
      * 12 = A FILE PROBLEM, OR MORE RANKED PLAYERS THAN THE  *
      * LEAGHIST RANK HOLDS - THE SEASON IS NOT CLOSED.       *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program.                                   *
           SELECT LEAGHIST-FILE ASSIGN TO "LEAGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAGHIST-STATUS.
           SELECT DISALLOW-FILE ASSIGN TO "DISALLOW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-GAME-ID
               FILE STATUS IS WS-DISALLOW-STATUS.
           SELECT ENDENR-FILE ASSIGN TO "ENDENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDENR-STATUS.
           SELECT ENDTOT-FILE ASSIGN TO "ENDTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDTOT-STATUS.
           SELECT ENDRANK-FILE ASSIGN TO "ENDRANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDRANK-STATUS.
           SELECT ENR-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT GAME-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK03".
           SELECT PRINT-FILE ASSIGN TO "ENDPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
           COPY "SEASON.CPY".

       FD  LEAGENR-FILE.
       01  LEAGENR-IN-RECORD PIC X(16).

      *THE ENROLLMENT IN PLAYER ORDER.
       FD  ENDENR-FILE.
           COPY "LEAGENR.CPY".

       FD  GAMELOG-FILE.
           COPY "GAMELOG.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(72).

       FD  LEAGHIST-FILE.
           COPY "LEAGHST.CPY".

       FD  DISALLOW-FILE.
           COPY "DISALLOW.CPY".

      *ONE RECORD PER ENROLLED PLAYER - THE SEASON'S TOTALS.
       FD  ENDTOT-FILE.
       01  ENDTOT-RECORD.
           02  ET-PLAYER-ID           PIC X(8).
           02  ET-GAMES               PIC 9(5).
           02  ET-WINS                PIC 9(5).
           02  ET-LOSSES              PIC 9(5).
           02  ET-NET                 PIC S9(7).

      *THE SAME TOTALS IN FINAL TABLE ORDER.
       FD  ENDRANK-FILE.
       01  ENDRANK-RECORD.
           02  ER-PLAYER-ID           PIC X(8).
           02  ER-GAMES               PIC 9(5).
           02  ER-WINS                PIC 9(5).
           02  ER-LOSSES              PIC 9(5).
           02  ER-NET                 PIC S9(7).

       SD  ENR-SORT-FILE.
       01  ENR-SORT-RECORD.
           02  ES-PLAYER-ID           PIC X(8).
           02  FILLER                 PIC X(8).

      *A SEASON GAME BY A REGISTERED PLAYER, ALL IT TAKES TO SCORE
      *IT.
       SD  GAME-SORT-FILE.
       01  GAME-SORT-RECORD.
           02  GS-PLAYER-ID           PIC X(8).
           02  GS-GAME-ID             PIC 9(14).
           02  GS-WIN                 PIC X(1).
           02  GS-TRIES               PIC 9(3).
           02  GS-PAR-SHOTS           PIC 9(3).

      *MOST WINS FIRST, AND ON EQUAL WINS THE LOWER NET VERSUS PAR
      *FIRST.
       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           02  RK-PLAYER-ID           PIC X(8).
           02  RK-GAMES               PIC 9(5).
           02  RK-WINS                PIC 9(5).
           02  RK-LOSSES              PIC 9(5).
           02  RK-NET                 PIC S9(7).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SEASON-STATUS PIC X(2).
       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-LEAGHIST-STATUS PIC X(2).
       01  WS-DISALLOW-STATUS PIC X(2).
       01  WS-ENDENR-STATUS PIC X(2).
       01  WS-ENDTOT-STATUS PIC X(2).
       01  WS-ENDRANK-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-SEASON-NO PIC 9(3) VALUE 0.
       01  WS-SEASON-START PIC 9(8) VALUE 0.
       01  WS-NEXT-START PIC 9(8) VALUE 0.
       01  WS-NEXT-END PIC 9(8) VALUE 0.
       01  WS-ENR-EOF PIC X(1) VALUE 'N'.
      *GAMES THE SUPERVISOR HAS DISALLOWED (LEAGMNT) ARE LEFT OUT.
      *NO DISALLOW FILE MEANS NOTHING HAS BEEN RULED OUT.
       01  WS-DISALLOW-OPEN PIC X(1) VALUE 'N'.
       01  WS-GAME-DISALLOWED PIC X(1) VALUE 'N'.
       01  WS-DISALLOWED-GAMES PIC 9(5) VALUE 0.
       01  WS-DISALLOWED-DISP PIC ZZZZ9.
       01  WS-ANSWER PIC X(1).

      *THE MATCH OF SORTED GAMES AGAINST THE SORTED ENROLLMENT.
       01  WS-GAME-EOF PIC X(1) VALUE 'N'.
       01  WS-RANK-EOF PIC X(1) VALUE 'N'.
       01  WS-LAST-ENROLLED PIC X(8) VALUE SPACES.
       01  WS-STD-COUNT PIC 9(7) VALUE 0.
      *LH-RANK ON LEAGHIST HOLDS THREE DIGITS - A LONGER TABLE CAN
      *BE PRINTED BUT NOT FROZEN.
       01  WS-MAX-FROZEN PIC 9(7) VALUE 999.

       01  WS-RANK PIC 9(5).
       01  WS-NET-DISP PIC -(6)9.
       01  WS-NET-WORK PIC S9(7).
       01  WS-FROZEN-COUNT PIC 9(7) VALUE 0.

      *------------------
       PROCEDURE DIVISION.
           MOVE 8 TO RETURN-CODE
           GO TO SEASON-END-STOP
           END-IF.
           CLOSE LEAGENR-FILE.
           SORT ENR-SORT-FILE
               ON ASCENDING KEY ES-PLAYER-ID
               USING LEAGENR-FILE
               GIVING ENDENR-FILE.
           OPEN INPUT ENDENR-FILE.
           IF WS-ENDENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN ENDENR, STATUS ' WS-ENDENR-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SEASON-END-STOP
           END-IF.
           PERFORM READ-ENROLLED.
           IF WS-ENR-EOF = 'Y'
           DISPLAY 'NOBODY IS ENROLLED IN THE LEAGUE.'
           MOVE 8 TO RETURN-CODE
           CLOSE ENDENR-FILE
           GO TO SEASON-END-STOP
           END-IF.

      *THE SEASON'S GAMES GO THROUGH THE SORT INTO PLAYER ORDER AND
      *COME OUT AS ENDTOT TOTALS.
       SCORE-GAMELOG.
           OPEN INPUT DISALLOW-FILE.
           IF WS-DISALLOW-STATUS = '00'
           MOVE 'Y' TO WS-DISALLOW-OPEN
           ELSE
           IF WS-DISALLOW-STATUS NOT = '35'
           DISPLAY 'UNABLE TO OPEN DISALLOW, STATUS '
               WS-DISALLOW-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SEASON-END-STOP
           END-IF
           END-IF.
           OPEN OUTPUT ENDTOT-FILE.
           IF WS-ENDTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN ENDTOT, STATUS ' WS-ENDTOT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SEASON-END-STOP
           END-IF.
           SORT GAME-SORT-FILE
               ON ASCENDING KEY GS-PLAYER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-GAMES
                   THRU SELECT-GAMES-EXIT
               OUTPUT PROCEDURE IS TOTAL-PLAYERS
                   THRU TOTAL-PLAYERS-EXIT.
           CLOSE ENDTOT-FILE.
           CLOSE ENDENR-FILE.
           IF WS-DISALLOW-OPEN = 'Y'
           CLOSE DISALLOW-FILE
           MOVE 'N' TO WS-DISALLOW-OPEN
           END-IF.
           IF RETURN-CODE = 12
           DISPLAY 'THE SEASON IS NOT CLOSED - FIX THE FILE AND'
               ' RERUN.'
           GO TO SEASON-END-STOP.
           GO TO SORT-STANDINGS.

       SELECT-GAMES.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           DISPLAY 'GAMELOG NOT FOUND - COUNTING IT AS EMPTY.'
           DISPLAY 'UNABLE TO OPEN GAMELOG, STATUS '
               WS-GAMELOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SELECT-GAMES-EXIT
           END-IF.

       SCORE-NEXT-LIVE.
                   CLOSE GAMELOG-FILE
                   GO TO SCORE-ARCHIVE
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           PERFORM SCORE-GAME THRU SCORE-GAME-EXIT.
           GO TO SCORE-NEXT-LIVE.

           IF WS-ARCHIVE-STATUS = '35'
           DISPLAY 'NO GAMEARCH ON HAND - SCORING THE LIVE GAMELOG'
               ' ALONE.'
           GO TO SELECT-GAMES-EXIT.
           IF WS-ARCHIVE-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN GAMEARCH, STATUS '
               WS-ARCHIVE-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SELECT-GAMES-EXIT
           END-IF.

       SCORE-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   CLOSE ARCHIVE-FILE
                   GO TO SELECT-GAMES-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           MOVE ARCHIVE-RECORD TO GAMELOG-RECORD.
           PERFORM SCORE-GAME THRU SCORE-GAME-EXIT.
           GO TO SCORE-NEXT-ARCHIVED.

       SELECT-GAMES-EXIT.
           EXIT.

      *SAME GAME SELECTION AS LEAGSTD, BUT THE FINAL TABLE BLENDS
      *THE RULES VERSIONS ON PURPOSE (GL-RULES-VERSION IS NOT
      *CARRIED), SO IT MATCHES THE LAST POSTED STANDINGS ONLY WHEN
      *THE WHOLE SEASON WAS PLAYED UNDER ONE VERSION. WHETHER THE
      *PLAYER IS ENROLLED IS SETTLED WHEN THE GAMES COME BACK OFF
      *THE SORT.
       SCORE-GAME.
           IF GL-DATE IS NOT NUMERIC
           GO TO SCORE-GAME-EXIT.
           IF GL-TRIES IS NOT NUMERIC
               OR GL-PAR-SHOTS IS NOT NUMERIC
           GO TO SCORE-GAME-EXIT.
           MOVE GL-PLAYER-ID TO GS-PLAYER-ID.
           IF GL-GAME-ID IS NUMERIC
           MOVE GL-GAME-ID TO GS-GAME-ID
           ELSE
           MOVE 0 TO GS-GAME-ID
           END-IF.
           IF GL-OUTCOME-HIT
           MOVE 'Y' TO GS-WIN
           ELSE
           MOVE 'N' TO GS-WIN
           END-IF.
           MOVE GL-TRIES TO GS-TRIES.
           MOVE GL-PAR-SHOTS TO GS-PAR-SHOTS.
           RELEASE GAME-SORT-RECORD.

       SCORE-GAME-EXIT.
           EXIT.

      *THE GAMES COME BACK IN PLAYER ORDER, MATCHED AGAINST THE
      *ENROLLMENT IN THE SAME ORDER. EVERY ENROLLED PLAYER GETS A
      *TOTALS RECORD, GAMES OR NOT; GAMES BY A PLAYER WHO IS NOT
      *ENROLLED ARE PASSED OVER.
       TOTAL-PLAYERS.
           IF RETURN-CODE = 12
           GO TO TOTAL-PLAYERS-EXIT.
           PERFORM RETURN-SEASON-GAME.

       TOTAL-NEXT-PLAYER.
           IF WS-ENR-EOF = 'Y'
           GO TO TOTAL-PLAYERS-EXIT.
           MOVE LE-PLAYER-ID TO ET-PLAYER-ID.
           MOVE 0 TO ET-GAMES ET-WINS ET-LOSSES ET-NET.

       TOTAL-SKIP-GAME.
           IF WS-GAME-EOF = 'N' AND GS-PLAYER-ID < LE-PLAYER-ID
           PERFORM RETURN-SEASON-GAME
           GO TO TOTAL-SKIP-GAME.

       TOTAL-ADD-GAME.
           IF WS-GAME-EOF = 'N' AND GS-PLAYER-ID = LE-PLAYER-ID
           PERFORM ADD-SEASON-GAME THRU ADD-SEASON-GAME-EXIT
           PERFORM RETURN-SEASON-GAME
           GO TO TOTAL-ADD-GAME.
           WRITE ENDTOT-RECORD.
           IF WS-ENDTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE ENDTOT, STATUS '
               WS-ENDTOT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO TOTAL-PLAYERS-EXIT
           END-IF.
           ADD 1 TO WS-STD-COUNT.
           PERFORM READ-ENROLLED.
           GO TO TOTAL-NEXT-PLAYER.

       TOTAL-PLAYERS-EXIT.
           EXIT.

       RETURN-SEASON-GAME.
           RETURN GAME-SORT-FILE
               AT END MOVE 'Y' TO WS-GAME-EOF
           END-RETURN.

      *A WIN'S TRIES-MINUS-PAR GOES INTO THE NET FIGURE (NEGATIVE
      *IS UNDER PAR, WHICH IS BETTER).
       ADD-SEASON-GAME.
           IF WS-DISALLOW-OPEN = 'Y'
           PERFORM CHECK-DISALLOWED
           IF WS-GAME-DISALLOWED = 'Y'
           ADD 1 TO WS-DISALLOWED-GAMES
           GO TO ADD-SEASON-GAME-EXIT
           END-IF
           END-IF.
           ADD 1 TO ET-GAMES.
           IF GS-WIN = 'Y'
           ADD 1 TO ET-WINS
           COMPUTE ET-NET = ET-NET + GS-TRIES - GS-PAR-SHOTS
           ELSE
           ADD 1 TO ET-LOSSES
           END-IF.
       ADD-SEASON-GAME-EXIT.
           EXIT.

      *ONLY A STANDING DISALLOWED RULING KEEPS THE GAME OUT - A
      *REINSTATED GAME COUNTS LIKE ANY OTHER.
       CHECK-DISALLOWED.
           MOVE 'N' TO WS-GAME-DISALLOWED.
           IF GS-GAME-ID > 0
           MOVE GS-GAME-ID TO DA-GAME-ID
           READ DISALLOW-FILE
               INVALID KEY MOVE 'N' TO WS-GAME-DISALLOWED
               NOT INVALID KEY
                   IF DA-IS-DISALLOWED
                   MOVE 'Y' TO WS-GAME-DISALLOWED
                   END-IF
           END-READ
           END-IF.

      *THE SEASON'S TOTALS INTO FINAL TABLE ORDER. PLAYERS STILL
      *LEVEL ON WINS AND NET RANK BY ID.
       SORT-STANDINGS.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RK-WINS
               ASCENDING KEY RK-NET RK-PLAYER-ID
               USING ENDTOT-FILE
               GIVING ENDRANK-FILE.

      *THE FINAL TABLE IS PRINTED AND THE PRINT FILE CLOSED BEFORE
      *THE FREEZE QUESTION, SO THE PRINT STANDS WHATEVER THE ANSWER.
       PRINT-FINAL-TABLE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN ENDPRT, STATUS ' WS-PRINT-STATUS
           DISPLAY 'THE SEASON IS NOT CLOSED - FIX THE PRINT FILE AND'
               ' RERUN.'
           MOVE 12 TO RETURN-CODE
           GO TO SEASON-END-STOP
           END-IF.
           MOVE 'LEAGEND' TO PRT-HD-PROGRAM.
           STRING 'SEASON ' WS-SEASON-NO ' FINAL TABLE'
               DELIMITED BY SIZE INTO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           DISPLAY ' '.
           DISPLAY '            ' PRT-HD-TITLE.
           STRING 'SEASON WINDOW ' WS-SEASON-START ' THROUGH '
               WS-SEASON-END
               DELIMITED BY SIZE INTO PRT-LINE.
           DISPLAY '            ' PRT-LINE(1:50).
           PERFORM PRINT-LINE.
           IF WS-DISALLOWED-GAMES > 0
           MOVE WS-DISALLOWED-GAMES TO WS-DISALLOWED-DISP
           STRING WS-DISALLOWED-DISP ' GAME(S) DISALLOWED BY THE'
               ' SUPERVISOR ARE NOT COUNTED.'
               DELIMITED BY SIZE INTO PRT-LINE
           DISPLAY '            ' PRT-LINE(1:60)
           PERFORM PRINT-LINE
           END-IF.
           DISPLAY ' '.
           PERFORM PRINT-LINE.
           MOVE 'RANK   ID       GAMES  WINS LOSSES NET-VS-PAR'
               TO PRT-COLUMN-HEAD-1.
           DISPLAY PRT-COLUMN-HEAD-1(1:46).
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           PERFORM OPEN-RANKS THRU OPEN-RANKS-EXIT.
           IF RETURN-CODE NOT = 0
           GO TO PRINT-FINAL-END.

       PRINT-NEXT-RANK.
           IF WS-RANK-EOF = 'Y'
           CLOSE ENDRANK-FILE
           GO TO PRINT-FINAL-END.
           ADD 1 TO WS-RANK.
           MOVE ER-NET TO WS-NET-DISP.
           STRING WS-RANK '  ' ER-PLAYER-ID ' '
               ER-GAMES ' ' ER-WINS ' '
               ER-LOSSES '  ' WS-NET-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           DISPLAY PRT-LINE(1:46).
           PERFORM PRINT-LINE.
           PERFORM READ-RANK.
           GO TO PRINT-NEXT-RANK.

       PRINT-FINAL-END.
           PERFORM PRINT-TRAILER.
           IF RETURN-CODE NOT = 0
           DISPLAY 'THE SEASON IS NOT CLOSED - THE FINAL TABLE DID'
               ' NOT PRINT CLEANLY.'
           GO TO SEASON-END-STOP.
      *A TABLE LONGER THAN LEAGHIST CAN RANK IS LEFT PRINTED BUT
      *NOT FROZEN - NEVER FREEZE IT SHORT.
           IF WS-STD-COUNT > WS-MAX-FROZEN
           DISPLAY 'THE SEASON IS NOT CLOSED - ' WS-STD-COUNT
               ' RANKED PLAYERS, LEAGHIST HOLDS RANKS UP TO '
               WS-MAX-FROZEN '.'
           MOVE 12 TO RETURN-CODE
           GO TO SEASON-END-STOP.

       ASK-FREEZE.
           DISPLAY ' '.
           DISPLAY 'FREEZE SEASON ' WS-SEASON-NO ' TO LEAGHIST AND'
           MOVE 12 TO RETURN-CODE
           GO TO SEASON-END-STOP
           END-IF.
           PERFORM OPEN-RANKS THRU OPEN-RANKS-EXIT.
           IF RETURN-CODE NOT = 0
           CLOSE LEAGHIST-FILE
           GO TO SEASON-END-STOP.

       FREEZE-NEXT-RANK.
           IF WS-RANK-EOF = 'Y'
           CLOSE ENDRANK-FILE
           GO TO ROLL-SEASON.
           ADD 1 TO WS-RANK.
           MOVE WS-SEASON-NO TO LH-SEASON-NO.
           MOVE WS-SEASON-START TO LH-START-DATE.
           MOVE WS-SEASON-END TO LH-END-DATE.
           MOVE WS-RANK TO LH-RANK.
           MOVE ER-PLAYER-ID TO LH-PLAYER-ID.
           MOVE ER-GAMES TO LH-GAMES.
           MOVE ER-WINS TO LH-WINS.
           MOVE ER-LOSSES TO LH-LOSSES.
           MOVE ER-NET TO WS-NET-WORK.
           IF WS-NET-WORK < 0
           MOVE '-' TO LH-NET-SIGN
           COMPUTE WS-NET-WORK = 0 - WS-NET-WORK
               ' RERUN.'
           MOVE 12 TO RETURN-CODE
           CLOSE LEAGHIST-FILE
           CLOSE ENDRANK-FILE
           GO TO SEASON-END-STOP
           END-IF.
           ADD 1 TO WS-FROZEN-COUNT.
           PERFORM READ-RANK.
           GO TO FREEZE-NEXT-RANK.

       ROLL-SEASON.
               WS-NEXT-START ' THROUGH ' WS-NEXT-END '.'.
           GO TO SEASON-END-STOP.

      *THE NEXT ENROLLED PLAYER, IN PLAYER ORDER. A PLAYER ON THE
      *ENROLLMENT TWICE IS ONLY RANKED ONCE.
       READ-ENROLLED.
           READ ENDENR-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
           IF WS-ENR-EOF = 'N' AND LE-PLAYER-ID = WS-LAST-ENROLLED
           GO TO READ-ENROLLED.
           IF WS-ENR-EOF = 'N'
           MOVE LE-PLAYER-ID TO WS-LAST-ENROLLED.

      *OPEN THE FINAL TABLE FROM THE TOP - ONCE TO PRINT IT, ONCE
      *MORE TO FREEZE IT - AND READ ITS FIRST RANK.
       OPEN-RANKS.
           OPEN INPUT ENDRANK-FILE.
           IF WS-ENDRANK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN ENDRANK, STATUS '
               WS-ENDRANK-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO OPEN-RANKS-EXIT
           END-IF.
           MOVE 'N' TO WS-RANK-EOF.
           MOVE 0 TO WS-RANK.
           PERFORM READ-RANK.

       OPEN-RANKS-EXIT.
           EXIT.

       READ-RANK.
           READ ENDRANK-FILE
               AT END MOVE 'Y' TO WS-RANK-EOF
           END-READ.

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

       SEASON-END-STOP.
           STOP RUN.
