      * PURGE INSIDE THE SEASON WINDOW DOES NOT EAT THE EARLY  *
      * WEEKS' RESULTS. CAMPAIGN SUMMARY RECORDS ARE SKIPPED - *
      * THE MISSIONS ALREADY LOGGED THEIR OWN RECORDS.         *
      * A GAME THE SUPERVISOR HAS DISALLOWED ON THE DISALLOW   *
      * FILE (LEAGMNT) IS LEFT OUT AND COUNTED ON THE REPORT.  *
      *                                                        *
      * EACH RULES RULE SET THE SEASON'S GAMES WERE PLAYED     *
      * UNDER (GL-RULES-VERSION) IS RANKED IN ITS OWN SECTION - *
      * WINS UNDER DIFFERENT RULES ARE NOT THE SAME WINS. AN   *
      * ENROLLED PLAYER WITH NO GAMES YET IS LISTED UNDER THE  *
      * NEWEST RULES PLAYED THIS SEASON.                       *
      *                                                        *
      * NOTHING IS HELD IN A TABLE: THE ENROLLMENT IS SORTED   *
      * BY PLAYER ONTO STDENR, THE SEASON'S GAMES ARE SORTED   *
      * BY PLAYER AND RULES VERSION AND MATCHED AGAINST IT,    *
      * ONE TOTALS RECORD PER PLAYER PER VERSION GOES TO       *
      * STDTOT, AND STDTOT IS SORTED INTO RANK ORDER TO PRINT. *
      *                                                        *
      * THE STANDINGS GO TO THE STDPRT PRINT FILE IN THE SHOP'S *
      * STANDARD PRINT LAYOUT (PRTCTL.CPY).                    *
      *                                                        *
      * RETURN-CODE 0 = STANDINGS PRINTED, 8 = NO SEASON SET   *
      * UP OR NOBODY ENROLLED, 12 = A FILE PROBLEM.            *
           SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT DISALLOW-FILE ASSIGN TO "DISALLOW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-GAME-ID
               FILE STATUS IS WS-DISALLOW-STATUS.
           SELECT STDENR-FILE ASSIGN TO "STDENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDENR-STATUS.
           SELECT STDTOT-FILE ASSIGN TO "STDTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDTOT-STATUS.
           SELECT RULES-FILE ASSIGN TO "RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT ENR-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT GAME-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK03".
           SELECT PRINT-FILE ASSIGN TO "STDPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
           COPY "SEASON.CPY".

       FD  LEAGENR-FILE.
       01  LEAGENR-IN-RECORD PIC X(16).

      *THE ENROLLMENT IN PLAYER ORDER.
       FD  STDENR-FILE.
           COPY "LEAGENR.CPY".

       FD  GAMELOG-FILE.
           COPY "GAMELOG.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(72).

       FD  DISALLOW-FILE.
           COPY "DISALLOW.CPY".

       FD  RULES-FILE.
           COPY "RULES.CPY".

      *ONE RECORD PER ENROLLED PLAYER PER RULES VERSION PLAYED -
      *THE SEASON'S TOTALS FOR THAT PLAYER UNDER THOSE RULES.
       FD  STDTOT-FILE.
       01  STDTOT-RECORD.
           02  ST-RULES-VERSION       PIC 9(3).
           02  ST-PLAYER-ID           PIC X(8).
           02  ST-GAMES               PIC 9(5).
           02  ST-WINS                PIC 9(5).
           02  ST-LOSSES              PIC 9(5).
           02  ST-NET                 PIC S9(7).

       SD  ENR-SORT-FILE.
       01  ENR-SORT-RECORD.
           02  ES-PLAYER-ID           PIC X(8).
           02  FILLER                 PIC X(8).

      *A SEASON GAME BY A REGISTERED PLAYER, ALL IT TAKES TO SCORE
      *IT.
       SD  GAME-SORT-FILE.
       01  GAME-SORT-RECORD.
           02  GS-PLAYER-ID           PIC X(8).
           02  GS-RULES-VERSION       PIC 9(3).
           02  GS-GAME-ID             PIC 9(14).
           02  GS-WIN                 PIC X(1).
           02  GS-TRIES               PIC 9(3).
           02  GS-PAR-SHOTS           PIC 9(3).

      *MOST WINS FIRST WITHIN EACH RULES VERSION, AND ON EQUAL
      *WINS THE LOWER NET VERSUS PAR FIRST.
       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           02  RK-RULES-VERSION       PIC 9(3).
           02  RK-PLAYER-ID           PIC X(8).
           02  RK-GAMES               PIC 9(5).
           02  RK-WINS                PIC 9(5).
           02  RK-LOSSES              PIC 9(5).
           02  RK-NET                 PIC S9(7).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LEAGENR-STATUS PIC X(2).
       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-DISALLOW-STATUS PIC X(2).
       01  WS-STDENR-STATUS PIC X(2).
       01  WS-STDTOT-STATUS PIC X(2).
       01  WS-RULES-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-SEASON-NO PIC 9(3) VALUE 0.
       01  WS-SEASON-START PIC 9(8) VALUE 0.
       01  WS-SEASON-END PIC 9(8) VALUE 0.
       01  WS-ENR-EOF PIC X(1) VALUE 'N'.
      *GAMES THE SUPERVISOR HAS DISALLOWED (LEAGMNT) ARE LEFT OUT.
      *NO DISALLOW FILE MEANS NOTHING HAS BEEN RULED OUT.
       01  WS-DISALLOW-OPEN PIC X(1) VALUE 'N'.
       01  WS-GAME-DISALLOWED PIC X(1) VALUE 'N'.
       01  WS-DISALLOWED-GAMES PIC 9(5) VALUE 0.
       01  WS-DISALLOWED-DISP PIC ZZZZ9.

      *THE MATCH OF SORTED GAMES AGAINST THE SORTED ENROLLMENT.
       01  WS-GAME-EOF PIC X(1) VALUE 'N'.
       01  WS-RANK-EOF PIC X(1) VALUE 'N'.
       01  WS-LAST-ENROLLED PIC X(8) VALUE SPACES.
       01  WS-CUR-PLAYER PIC X(8).
       01  WS-PLAYER-COUNTED PIC X(1).
      *THE NEWEST RULES VERSION PLAYED THIS SEASON - WHERE THE
      *ENROLLED PLAYERS WITH NO GAMES YET ARE LISTED.
       01  WS-LATEST-VERSION PIC 9(3) VALUE 0.

      *THE RULE SET BEING RANKED, AND ITS NAME AND DATE OFF THE
      *RULES FILE - IN VERSION ORDER TOO, SO IT IS READ ALONG.
       01  WS-VERSION-BREAK.
           02  WS-CUR-VERSION PIC 9(3) VALUE 0.
           02  WS-RULES-EOF PIC X(1) VALUE 'N'.
           02  WS-RULES-NAME PIC X(8).
           02  WS-RULES-EFFECTIVE PIC 9(8).
           COPY "DIFCLTY.CPY".

       01  WS-RANK PIC 9(5).
       01  WS-NET-DISP PIC -(6)9.
       01  WS-SEASON-GAMES PIC 9(7) VALUE 0.

           MOVE 8 TO RETURN-CODE
           GO TO STANDINGS-STOP
           END-IF.
           CLOSE LEAGENR-FILE.
           SORT ENR-SORT-FILE
               ON ASCENDING KEY ES-PLAYER-ID
               USING LEAGENR-FILE
               GIVING STDENR-FILE.
           OPEN INPUT STDENR-FILE.
           IF WS-STDENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN STDENR, STATUS ' WS-STDENR-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STANDINGS-STOP
           END-IF.
           PERFORM READ-ENROLLED.
           IF WS-ENR-EOF = 'Y'
           DISPLAY 'NOBODY IS ENROLLED IN THE LEAGUE.'
           MOVE 8 TO RETURN-CODE
           CLOSE STDENR-FILE
           GO TO STANDINGS-STOP
           END-IF.

      *THE SEASON'S GAMES GO THROUGH THE SORT INTO PLAYER AND
      *RULES-VERSION ORDER AND COME OUT AS STDTOT TOTALS.
       SCORE-GAMELOG.
           OPEN INPUT DISALLOW-FILE.
           IF WS-DISALLOW-STATUS = '00'
           MOVE 'Y' TO WS-DISALLOW-OPEN
           ELSE
           IF WS-DISALLOW-STATUS NOT = '35'
           DISPLAY 'UNABLE TO OPEN DISALLOW, STATUS '
               WS-DISALLOW-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STANDINGS-STOP
           END-IF
           END-IF.
           OPEN OUTPUT STDTOT-FILE.
           IF WS-STDTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN STDTOT, STATUS ' WS-STDTOT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STANDINGS-STOP
           END-IF.
           SORT GAME-SORT-FILE
               ON ASCENDING KEY GS-PLAYER-ID GS-RULES-VERSION
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-GAMES
                   THRU SELECT-GAMES-EXIT
               OUTPUT PROCEDURE IS TOTAL-PLAYERS
                   THRU TOTAL-PLAYERS-EXIT.
           CLOSE STDTOT-FILE.
           CLOSE STDENR-FILE.
           IF WS-DISALLOW-OPEN = 'Y'
           CLOSE DISALLOW-FILE
           MOVE 'N' TO WS-DISALLOW-OPEN
           END-IF.
           IF RETURN-CODE = 12
           GO TO STANDINGS-STOP.
           GO TO PRINT-STANDINGS.

      *SCORE THE LIVE HISTORY, THEN THE ARCHIVES - A GAME COUNTS
      *WHEREVER IT SITS, AS LONG AS ITS DATE IS IN THE WINDOW.
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

      *ONE GAME AGAINST THE SEASON: IN THE WINDOW, PLAYED BY A
      *REGISTERED PLAYER, NOT A CAMPAIGN SUMMARY. WHETHER THE
      *PLAYER IS ENROLLED IS SETTLED WHEN THE GAMES COME BACK OFF
      *THE SORT.
       SCORE-GAME.
           IF GL-DATE IS NOT NUMERIC
           GO TO SCORE-GAME-EXIT.
           IF GL-TRIES IS NOT NUMERIC
               OR GL-PAR-SHOTS IS NOT NUMERIC
           GO TO SCORE-GAME-EXIT.
           MOVE GL-PLAYER-ID TO GS-PLAYER-ID.
           IF GL-RULES-VERSION IS NUMERIC
           MOVE GL-RULES-VERSION TO GS-RULES-VERSION
           ELSE
           MOVE 0 TO GS-RULES-VERSION
           END-IF.
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
           IF GS-RULES-VERSION > WS-LATEST-VERSION
           MOVE GS-RULES-VERSION TO WS-LATEST-VERSION.

       SCORE-GAME-EXIT.
           EXIT.

      *THE GAMES COME BACK IN PLAYER ORDER, MATCHED AGAINST THE
      *ENROLLMENT IN THE SAME ORDER. AN ENROLLED PLAYER THE GAMES
      *HAVE PASSED BY HAS NOT PLAYED; A PLAYER WITH GAMES WHO IS
      *NOT ENROLLED IS PASSED OVER. EACH ENROLLED PLAYER GETS A
      *TOTALS RECORD FOR EVERY RULES VERSION THEY PLAYED UNDER.
       TOTAL-PLAYERS.
           IF RETURN-CODE = 12
           GO TO TOTAL-PLAYERS-EXIT.
           PERFORM RETURN-SEASON-GAME.

       TOTAL-NEXT-PLAYER.
           IF WS-GAME-EOF = 'Y'
           GO TO TOTAL-REST-ENROLLED.
           IF WS-ENR-EOF = 'N' AND LE-PLAYER-ID < GS-PLAYER-ID
           PERFORM WRITE-NO-GAMES
           PERFORM READ-ENROLLED
           GO TO TOTAL-NEXT-PLAYER
           END-IF.
           MOVE GS-PLAYER-ID TO WS-CUR-PLAYER.
           IF WS-ENR-EOF = 'Y' OR LE-PLAYER-ID > GS-PLAYER-ID
           PERFORM RETURN-SEASON-GAME
               UNTIL WS-GAME-EOF = 'Y'
               OR GS-PLAYER-ID NOT = WS-CUR-PLAYER
           GO TO TOTAL-NEXT-PLAYER
           END-IF.
           MOVE 'N' TO WS-PLAYER-COUNTED.

       TOTAL-NEXT-VERSION.
           IF WS-GAME-EOF = 'Y' OR GS-PLAYER-ID NOT = WS-CUR-PLAYER
           IF WS-PLAYER-COUNTED = 'N'
           PERFORM WRITE-NO-GAMES
           END-IF
           PERFORM READ-ENROLLED
           GO TO TOTAL-NEXT-PLAYER
           END-IF.
           MOVE GS-RULES-VERSION TO WS-CUR-VERSION.
           MOVE WS-CUR-VERSION TO ST-RULES-VERSION.
           MOVE WS-CUR-PLAYER TO ST-PLAYER-ID.
           MOVE 0 TO ST-GAMES ST-WINS ST-LOSSES ST-NET.

       TOTAL-ADD-GAME.
           IF WS-GAME-EOF = 'N' AND GS-PLAYER-ID = WS-CUR-PLAYER
               AND GS-RULES-VERSION = WS-CUR-VERSION
           PERFORM ADD-SEASON-GAME THRU ADD-SEASON-GAME-EXIT
           PERFORM RETURN-SEASON-GAME
           GO TO TOTAL-ADD-GAME.
           IF ST-GAMES > 0
           PERFORM WRITE-PLAYER-TOTALS
           MOVE 'Y' TO WS-PLAYER-COUNTED
           END-IF.
           GO TO TOTAL-NEXT-VERSION.

       TOTAL-REST-ENROLLED.
           IF WS-ENR-EOF = 'Y'
           GO TO TOTAL-PLAYERS-EXIT.
           PERFORM WRITE-NO-GAMES.
           PERFORM READ-ENROLLED.
           GO TO TOTAL-REST-ENROLLED.

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
           ADD 1 TO ST-GAMES.
           ADD 1 TO WS-SEASON-GAMES.
           IF GS-WIN = 'Y'
           ADD 1 TO ST-WINS
           COMPUTE ST-NET = ST-NET + GS-TRIES - GS-PAR-SHOTS
           ELSE
           ADD 1 TO ST-LOSSES
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

      *AN ENROLLED PLAYER WITH NOTHING COUNTED THIS SEASON STILL
      *HOLDS A RUNG, UNDER THE NEWEST RULES PLAYED.
       WRITE-NO-GAMES.
           MOVE WS-LATEST-VERSION TO ST-RULES-VERSION.
           MOVE LE-PLAYER-ID TO ST-PLAYER-ID.
           MOVE 0 TO ST-GAMES ST-WINS ST-LOSSES ST-NET.
           PERFORM WRITE-PLAYER-TOTALS.

       WRITE-PLAYER-TOTALS.
           WRITE STDTOT-RECORD.
           IF WS-STDTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE STDTOT, STATUS '
               WS-STDTOT-STATUS
           MOVE 12 TO RETURN-CODE
           END-IF.

      *THE NEXT ENROLLED PLAYER, IN PLAYER ORDER. A PLAYER ON THE
      *ENROLLMENT TWICE IS ONLY RANKED ONCE.
       READ-ENROLLED.
           READ STDENR-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
           IF WS-ENR-EOF = 'N' AND LE-PLAYER-ID = WS-LAST-ENROLLED
           GO TO READ-ENROLLED.
           IF WS-ENR-EOF = 'N'
           MOVE LE-PLAYER-ID TO WS-LAST-ENROLLED.

       PRINT-STANDINGS.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN STDPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STANDINGS-STOP
           END-IF.
           MOVE 'LEAGSTD' TO PRT-HD-PROGRAM.
           STRING 'SEASON ' WS-SEASON-NO ' LEAGUE STANDINGS'
               DELIMITED BY SIZE INTO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           STRING 'SEASON WINDOW ' WS-SEASON-START ' THROUGH '
               WS-SEASON-END
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-DISALLOWED-GAMES > 0
           MOVE WS-DISALLOWED-GAMES TO WS-DISALLOWED-DISP
           STRING WS-DISALLOWED-DISP ' GAME(S) DISALLOWED BY THE'
               ' SUPERVISOR ARE NOT COUNTED.'
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE.
           IF WS-SEASON-GAMES = 0
           MOVE 'NO LEAGUE GAMES HAVE BEEN PLAYED THIS SEASON YET.'
               TO PRT-LINE
           PERFORM PRINT-LINE.
      *NO RULES FILE JUST MEANS EVERY GAME WAS THE BUILT-IN RULES.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           MOVE 'Y' TO WS-RULES-EOF.
           SORT RANK-SORT-FILE
               ON ASCENDING KEY RK-RULES-VERSION
               DESCENDING KEY RK-WINS
               ASCENDING KEY RK-NET RK-PLAYER-ID
               USING STDTOT-FILE
               OUTPUT PROCEDURE IS PRINT-RANKS
                   THRU PRINT-RANKS-EXIT.
           IF WS-RULES-STATUS NOT = '35'
           CLOSE RULES-FILE.
           GO TO STANDINGS-END.

      *ONE RANKED SECTION PER RULES VERSION, RANKS STARTING FROM
      *ONE IN EACH. WITH NO GAMES PLAYED YET THERE IS ONE
      *UNHEADED LIST OF THE ENROLLED PLAYERS.
       PRINT-RANKS.
           PERFORM RETURN-RANK.

       PRINT-NEXT-SECTION.
           IF WS-RANK-EOF = 'Y'
           GO TO PRINT-RANKS-EXIT.
           MOVE RK-RULES-VERSION TO WS-CUR-VERSION.
           MOVE 0 TO WS-RANK.
           IF WS-SEASON-GAMES > 0
           PERFORM PRINT-VERSION-HEADING.
           MOVE 'RANK   ID       GAMES  WINS LOSSES NET-VS-PAR'
               TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.

       PRINT-NEXT-RANK.
           IF WS-RANK-EOF = 'Y' OR RK-RULES-VERSION NOT = WS-CUR-VERSION
           MOVE SPACES TO PRT-COLUMN-HEAD-1
           IF WS-RANK-EOF = 'N'
           PERFORM PRINT-LINE
           END-IF
           GO TO PRINT-NEXT-SECTION.
           ADD 1 TO WS-RANK.
           MOVE RK-NET TO WS-NET-DISP.
           STRING WS-RANK '  ' RK-PLAYER-ID ' '
               RK-GAMES ' ' RK-WINS ' '
               RK-LOSSES '  ' WS-NET-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM RETURN-RANK.
           GO TO PRINT-NEXT-RANK.

       PRINT-RANKS-EXIT.
           EXIT.

       RETURN-RANK.
           RETURN RANK-SORT-FILE
               AT END MOVE 'Y' TO WS-RANK-EOF
           END-RETURN.

       PRINT-VERSION-HEADING.
           PERFORM FIND-RULES-NAME.
           IF WS-CUR-VERSION = 0
           STRING 'RULES VERSION 000 ' WS-RULES-NAME
               ' - BUILT-IN RULES'
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           IF WS-RULES-EFFECTIVE = 0
           STRING 'RULES VERSION ' WS-CUR-VERSION
               ' - NOT ON THE RULES FILE'
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           STRING 'RULES VERSION ' WS-CUR-VERSION ' ' WS-RULES-NAME
               ' - IN FORCE FROM ' WS-RULES-EFFECTIVE
               DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           END-IF.
           PERFORM PRINT-LINE.

      *THE NAME AND EFFECTIVE DATE OF THE VERSION BEING RANKED.
      *A VERSION NOT ON THE RULES FILE (WITHDRAWN, OR A FILE FROM
      *ANOTHER SITE) IS STILL RANKED, JUST UNNAMED.
       FIND-RULES-NAME.
           IF WS-CUR-VERSION = 0
           MOVE BI-PRESET-NAME TO WS-RULES-NAME
           MOVE 0 TO WS-RULES-EFFECTIVE
           ELSE
           PERFORM READ-RULES-FORWARD
               UNTIL WS-RULES-EOF = 'Y'
               OR (RU-VERSION IS NUMERIC
                   AND RU-VERSION NOT < WS-CUR-VERSION)
           IF WS-RULES-EOF = 'N' AND RU-VERSION = WS-CUR-VERSION
           MOVE RU-PRESET-NAME TO WS-RULES-NAME
           MOVE RU-EFFECTIVE-DATE TO WS-RULES-EFFECTIVE
           ELSE
           MOVE SPACES TO WS-RULES-NAME
           MOVE 0 TO WS-RULES-EFFECTIVE
           END-IF
           END-IF.

       READ-RULES-FORWARD.
           READ RULES-FILE
               AT END MOVE 'Y' TO WS-RULES-EOF
           END-READ.
           IF WS-RULES-STATUS NOT = '00'
           MOVE 'Y' TO WS-RULES-EOF.

       STANDINGS-END.
           PERFORM PRINT-TRAILER.
           GO TO STANDINGS-STOP.

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

       STANDINGS-STOP.
           STOP RUN.
