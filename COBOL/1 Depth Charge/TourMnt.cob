      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TOURMNT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Maintenance program for the knockout tournament.      *
      * Builds the single-elimination bracket on the TOURNEY  *
      * keyed file (TOURNEY.CPY) from the TOURENT entrant     *
      * list - one player id per record - seeded either by    *
      * lifetime rank, the same most-hits-then-best-game      *
      * order PLAYLDR prints, or by the last season's final   *
      * table on LEAGHIST (entrants who were not in it seed   *
      * after those who were, in lifetime order).             *
      *                                                       *
      * The bracket is the next power of two up from the      *
      * entrant count, laid out the standard way so the top   *
      * two seeds can only meet in the final, the top four    *
      * only in the semi-finals, and so on. The places left   *
      * over are byes for the top seeds, who go straight      *
      * through to round two. Every match of every round is   *
      * on file from the start with its own board seed, so    *
      * both players in a match hunt the same sub.            *
      *                                                       *
      * DEPTHC plays the matches in tournament mode and moves *
      * each winner on; TOURRPT prints the bracket and keeps  *
      * the finished tournament on TOURHIST. A new bracket is *
      * only built once the last one has been kept.           *
      *                                                       *
      * Every entrant must be active on the PLAYERS master -  *
      * an unknown or deactivated id, or one listed twice, is *
      * left out and named on the console before the build is *
      * confirmed.                                            *
      *                                                       *
      * RETURN-CODE 0 = NORMAL, 8 = TOO MANY BAD INPUTS,      *
      * 12 = A FILE PROBLEM, OR MORE ENTRANTS THAN THE 512    *
      * PLACES A BRACKET HOLDS.                               *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program.                                   *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TOURNEY-STATUS.
           SELECT TOURENT-FILE ASSIGN TO "TOURENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURENT-STATUS.
           SELECT TOURWK-FILE ASSIGN TO "TOURWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURWK-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT LEAGHIST-FILE ASSIGN TO "LEAGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAGHIST-STATUS.
           SELECT ENTRANT-SORT-FILE ASSIGN TO "SORTWK01".

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  TOURNEY-FILE.
           COPY "TOURNEY.CPY".

      *THE ENTRANT LIST - ONE PLAYER ID PER RECORD, IN ANY ORDER.
       FD  TOURENT-FILE.
       01  TOURENT-RECORD.
           02  TE-PLAYER-ID           PIC X(8).

      *THE ENTRANTS IN SEED ORDER, AS THEY WILL GO INTO THE
      *BRACKET.
       FD  TOURWK-FILE.
       01  TOURWK-RECORD.
           02  TW-SEED                PIC 9(3).
           02  TW-PLAYER-ID           PIC X(8).
           02  TW-LEAGUE-RANK         PIC 9(3).
           02  TW-HITS                PIC 9(5).
           02  TW-BEST                PIC 9(3).

       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       FD  LEAGHIST-FILE.
           COPY "LEAGHST.CPY".

      *ONE ENTRANT WITH WHAT THEY ARE SEEDED ON. ES-LEAGUE-RANK IS
      *ZERO FOR EVERYONE WHEN SEEDING BY LIFETIME RANK, AND 999
      *FOR AN ENTRANT WHO IS NOT IN THE SEASON'S FINAL TABLE.
       SD  ENTRANT-SORT-FILE.
       01  ENTRANT-SORT-RECORD.
           02  ES-LEAGUE-RANK         PIC 9(3).
           02  ES-HITS                PIC 9(5).
           02  ES-BEST                PIC 9(3).
           02  ES-PLAYER-ID           PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-TOURNEY-STATUS PIC X(2).
       01  WS-TOURENT-STATUS PIC X(2).
       01  WS-TOURWK-STATUS PIC X(2).
       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-LEAGHIST-STATUS PIC X(2).

       01  WS-ACTION PIC X(1).
       01  WS-ANSWER PIC X(1).
       01  WS-BAD-INPUT-COUNT PIC 9(2) VALUE 0.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-TIME-RAW PIC 9(8).

      *WHAT THE OPERATOR ASKED FOR.
       01  WS-WORK-TOURN-NO PIC 9(3).
       01  WS-WORK-NAME PIC X(20).
       01  WS-WORK-DIMENSION PIC 9(3).
       01  WS-WORK-SOURCE PIC X(1).
       01  WS-LAST-SEASON PIC 9(3) VALUE 0.

      *THE ENTRANT LIST AS IT WENT THROUGH THE SORT.
       01  WS-BUILD-OK PIC X(1).
       01  WS-ENTRIES-READ PIC 9(5).
       01  WS-ENTRIES-LEFT-OUT PIC 9(5).
       01  WS-ENTRANTS PIC 9(5).
       01  WS-PREV-ID PIC X(8).
       01  WS-LEAGHIST-EOF PIC X(1).
       01  WS-TOURWK-EOF PIC X(1).

      *THE BRACKET. A 3-DIGIT SEED AND MATCH NUMBER AND A 1-DIGIT
      *ROUND CARRY A BRACKET OF UP TO 512 PLACES IN 9 ROUNDS. THE
      *ROUND COUNTER GOES ONE PAST THE LAST ROUND TO END THE LOOP
      *IN WRITE-BRACKET, SO IT NEEDS THE SECOND DIGIT.
       01  WS-MAX-ENTRANTS PIC 9(3) VALUE 512.
       01  WS-BRACKET-SIZE PIC 9(3).
       01  WS-ROUNDS PIC 9(1).
       01  WS-ROUND PIC 9(2).
       01  WS-MATCH PIC 9(3).
       01  WS-ROUND-MATCHES PIC 9(3).
       01  WS-SEED-BASE PIC 9(8).
       01  WS-BYES PIC 9(3).

      *WHERE A SEED GOES IN ROUND ONE (SEE PLACE-SEED).
       01  WS-PLACE-SEED PIC 9(3).
       01  WS-PLACE-SIDE PIC 9(1).
       01  WS-PLACE-SPAN PIC 9(3).
       01  WS-PLACE-HALF PIC 9(3).
       01  WS-PLACE-POS PIC 9(3).
       01  WS-PLACE-WEIGHT PIC 9(3).

      *A WINNER ON THE WAY TO THE NEXT ROUND.
       01  WS-WINNER-ID PIC X(8).
       01  WS-WINNER-SEED PIC 9(3).
       01  WS-NEXT-SIDE PIC 9(1).
       01  WS-NEXT-ODD PIC 9(1).

       01  WS-SIDE PIC 9(1).
       01  WS-SEED-DISP PIC ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       GET-ACTION.
           MOVE 0 TO WS-BAD-INPUT-COUNT.

       GET-ACTION-RETRY.
           DISPLAY ' '.
           DISPLAY 'TOURNAMENT MAINTENANCE - B(UILD BRACKET),'
               ' L(IST) OR X(EXIT):' WITH NO ADVANCING
           ACCEPT WS-ACTION.
           IF WS-ACTION IS EQUAL TO 'B' OR 'b' GO TO BUILD-BRACKET.
           IF WS-ACTION IS EQUAL TO 'L' OR 'l' GO TO LIST-BRACKET.
           IF WS-ACTION IS EQUAL TO 'X' OR 'x' GO TO MAINT-STOP.
           DISPLAY 'YOU HAVE ENTERED AN INCORRECT VALUE. TRY AGAIN.'
           ADD 1 TO WS-BAD-INPUT-COUNT.
           IF WS-BAD-INPUT-COUNT >= 5
           DISPLAY 'TOO MANY BAD INPUTS IN A ROW. GIVING UP.'
           MOVE 8 TO RETURN-CODE
           GO TO MAINT-STOP
           END-IF.
           GO TO GET-ACTION-RETRY.

      *A BRACKET STILL IN PLAY, OR DECIDED BUT NOT YET KEPT ON
      *TOURHIST BY TOURRPT, IS NEVER BUILT OVER.
       BUILD-BRACKET.
           OPEN INPUT TOURNEY-FILE.
           IF WS-TOURNEY-STATUS = '00'
           MOVE ZEROS TO TM-KEY
           READ TOURNEY-FILE
               INVALID KEY MOVE 'K' TO TC-STATUS
           END-READ
           CLOSE TOURNEY-FILE
           IF TC-IN-PLAY
           DISPLAY 'TOURNAMENT ' TC-TOURN-NO ' IS STILL IN PLAY -'
               ' NO NEW BRACKET.'
           GO TO GET-ACTION
           END-IF
           IF TC-DECIDED
           DISPLAY 'TOURNAMENT ' TC-TOURN-NO ' IS DECIDED BUT NOT'
               ' YET KEPT - RUN TOURRPT FIRST.'
           GO TO GET-ACTION
           END-IF
           ELSE
           IF WS-TOURNEY-STATUS NOT = '35'
           DISPLAY 'UNABLE TO OPEN TOURNEY, STATUS '
               WS-TOURNEY-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO GET-ACTION
           END-IF
           END-IF.
           DISPLAY 'TOURNAMENT NUMBER:' WITH NO ADVANCING
           ACCEPT WS-WORK-TOURN-NO.
           IF WS-WORK-TOURN-NO IS NOT NUMERIC OR WS-WORK-TOURN-NO = 0
           DISPLAY 'THAT IS NOT A USABLE TOURNAMENT NUMBER.'
           GO TO GET-ACTION.
           DISPLAY 'TOURNAMENT NAME:' WITH NO ADVANCING
           ACCEPT WS-WORK-NAME.
      *EVERY MATCH IS PLAYED AT THE ONE DIMENSION, WITH THE SAME
      *LIMITS AS A DUEL.
           DISPLAY 'DIMENSION FOR EVERY MATCH (2 TO 99):'
               WITH NO ADVANCING
           ACCEPT WS-WORK-DIMENSION.
           IF WS-WORK-DIMENSION IS NOT NUMERIC
               OR WS-WORK-DIMENSION < 2 OR WS-WORK-DIMENSION > 99
           DISPLAY 'THAT IS NOT A USABLE DIMENSION.'
           GO TO GET-ACTION
           END-IF.
           DISPLAY 'SEED BY L(IFETIME RANK) OR F(INAL TABLE OF THE'
               ' LAST SEASON):' WITH NO ADVANCING
           ACCEPT WS-WORK-SOURCE.
           IF WS-WORK-SOURCE = 'l'
           MOVE 'L' TO WS-WORK-SOURCE.
           IF WS-WORK-SOURCE = 'f'
           MOVE 'F' TO WS-WORK-SOURCE.
           IF WS-WORK-SOURCE NOT = 'L' AND WS-WORK-SOURCE NOT = 'F'
           DISPLAY 'SEEDING MUST BE L OR F.'
           GO TO GET-ACTION
           END-IF.
           MOVE 0 TO WS-LAST-SEASON.
           IF WS-WORK-SOURCE = 'F'
           PERFORM FIND-LAST-SEASON THRU FIND-LAST-SEASON-EXIT
           IF WS-LAST-SEASON = 0
           DISPLAY 'NO SEASON HAS BEEN FROZEN TO LEAGHIST - SEED BY'
               ' LIFETIME RANK INSTEAD.'
           GO TO GET-ACTION
           END-IF
           DISPLAY 'SEEDING FROM THE SEASON ' WS-LAST-SEASON
               ' FINAL TABLE.'
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN THE PLAYERS MASTER, STATUS '
               WS-PLAYER-STATUS ' - ENTRANTS CANNOT BE CHECKED.'
           MOVE 12 TO RETURN-CODE
           GO TO GET-ACTION
           END-IF.
           MOVE 'Y' TO WS-BUILD-OK.
           MOVE 0 TO WS-ENTRIES-READ WS-ENTRIES-LEFT-OUT WS-ENTRANTS.
           SORT ENTRANT-SORT-FILE
               ON ASCENDING KEY ES-LEAGUE-RANK
               ON DESCENDING KEY ES-HITS
               ON ASCENDING KEY ES-BEST ES-PLAYER-ID
               INPUT PROCEDURE IS SELECT-ENTRANTS
                   THRU SELECT-ENTRANTS-EXIT
               OUTPUT PROCEDURE IS NUMBER-SEEDS
                   THRU NUMBER-SEEDS-EXIT.
           CLOSE PLAYER-FILE.
           IF WS-BUILD-OK = 'N'
           GO TO GET-ACTION.
           DISPLAY WS-ENTRIES-READ ' ON THE ENTRANT LIST, '
               WS-ENTRIES-LEFT-OUT ' LEFT OUT, ' WS-ENTRANTS
               ' TO SEED.'.
           IF WS-ENTRANTS > WS-MAX-ENTRANTS
           DISPLAY 'MORE THAN ' WS-MAX-ENTRANTS ' ENTRANTS - A'
               ' BRACKET HOLDS NO MORE. NOTHING BUILT.'
           MOVE 12 TO RETURN-CODE
           GO TO GET-ACTION
           END-IF.
           IF WS-ENTRANTS < 2
           DISPLAY 'A TOURNAMENT NEEDS AT LEAST TWO ENTRANTS.'
           GO TO GET-ACTION.
      *THE SMALLEST POWER OF TWO THAT HOLDS EVERY ENTRANT.
           MOVE 2 TO WS-BRACKET-SIZE.
           MOVE 1 TO WS-ROUNDS.
           PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENTRANTS
               MULTIPLY 2 BY WS-BRACKET-SIZE
               ADD 1 TO WS-ROUNDS
           END-PERFORM.
           COMPUTE WS-BYES = WS-BRACKET-SIZE - WS-ENTRANTS.
           PERFORM SHOW-SEEDS THRU SHOW-SEEDS-EXIT.
           IF WS-BUILD-OK = 'N'
           GO TO GET-ACTION.
           DISPLAY 'BRACKET OF ' WS-BRACKET-SIZE ' IN ' WS-ROUNDS
               ' ROUNDS, ' WS-BYES ' BYE(S).'.
           DISPLAY 'BUILD TOURNAMENT ' WS-WORK-TOURN-NO
               ' ON THIS SEEDING? (Y OR N):' WITH NO ADVANCING
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
           DISPLAY 'NOTHING BUILT.'
           GO TO GET-ACTION.
           PERFORM WRITE-BRACKET THRU WRITE-BRACKET-EXIT.
           GO TO GET-ACTION.

      *THE CONTROL RECORD AND THEN EVERY MATCH, ROUND BY ROUND.
       LIST-BRACKET.
           OPEN INPUT TOURNEY-FILE.
           IF WS-TOURNEY-STATUS NOT = '00'
           DISPLAY 'NO TOURNAMENT BRACKET ON FILE.'
           GO TO GET-ACTION.
           MOVE ZEROS TO TM-KEY.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'THE BRACKET HAS NO CONTROL RECORD.'
                   CLOSE TOURNEY-FILE
                   GO TO GET-ACTION
           END-READ.
           DISPLAY 'TOURNAMENT ' TC-TOURN-NO ' ' TC-NAME ' BUILT '
               TC-BUILT-DATE ' - ' TC-ENTRANTS ' ENTRANTS, DIMENSION '
               TC-DIMENSION '.'.
           IF TC-IN-PLAY
           DISPLAY 'IN PLAY.'
           ELSE
           DISPLAY 'CHAMPION ' TC-CHAMPION-ID ' ON ' TC-FINISHED-DATE
               '.'
           END-IF.

       LIST-NEXT-MATCH.
           READ TOURNEY-FILE NEXT RECORD
               AT END
                   CLOSE TOURNEY-FILE
                   GO TO GET-ACTION
           END-READ.
           EVALUATE TRUE
               WHEN TM-BYE
                   DISPLAY '  ROUND ' TM-ROUND ' MATCH ' TM-MATCH
                       ' ' TM-PLAYER-ID(1) ' BYE'
               WHEN TM-PLAYED
                   MOVE TM-WINNER TO WS-SIDE
                   DISPLAY '  ROUND ' TM-ROUND ' MATCH ' TM-MATCH
                       ' ' TM-PLAYER-ID(1) ' V ' TM-PLAYER-ID(2)
                       ' WON BY ' TM-PLAYER-ID(WS-SIDE)
               WHEN TM-READY
                   DISPLAY '  ROUND ' TM-ROUND ' MATCH ' TM-MATCH
                       ' ' TM-PLAYER-ID(1) ' V ' TM-PLAYER-ID(2)
                       ' READY TO PLAY'
               WHEN OTHER
                   DISPLAY '  ROUND ' TM-ROUND ' MATCH ' TM-MATCH
                       ' ' TM-PLAYER-ID(1) ' V ' TM-PLAYER-ID(2)
                       ' WAITING'
           END-EVALUATE.
           GO TO LIST-NEXT-MATCH.

      *THE LAST SEASON IS THE HIGHEST SEASON NUMBER FROZEN TO
      *LEAGHIST.
       FIND-LAST-SEASON.
           OPEN INPUT LEAGHIST-FILE.
           IF WS-LEAGHIST-STATUS NOT = '00'
           GO TO FIND-LAST-SEASON-EXIT.
           MOVE 'N' TO WS-LEAGHIST-EOF.
           PERFORM FIND-LAST-SEASON-READ UNTIL WS-LEAGHIST-EOF = 'Y'.
           CLOSE LEAGHIST-FILE.
       FIND-LAST-SEASON-EXIT.
           EXIT.

       FIND-LAST-SEASON-READ.
           READ LEAGHIST-FILE
               AT END MOVE 'Y' TO WS-LEAGHIST-EOF
               NOT AT END
                   IF LH-SEASON-NO IS NUMERIC
                       AND LH-SEASON-NO > WS-LAST-SEASON
                   MOVE LH-SEASON-NO TO WS-LAST-SEASON
                   END-IF
           END-READ.

      *EVERY ACTIVE ENTRANT GOES INTO THE SORT WITH WHAT THEY ARE
      *SEEDED ON.
       SELECT-ENTRANTS.
           OPEN INPUT TOURENT-FILE.
           IF WS-TOURENT-STATUS = '35'
           DISPLAY 'NO TOURENT ENTRANT LIST ON HAND - NOTHING TO'
               ' BUILD.'
           MOVE 'N' TO WS-BUILD-OK
           GO TO SELECT-ENTRANTS-EXIT.
           IF WS-TOURENT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TOURENT, STATUS '
               WS-TOURENT-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'N' TO WS-BUILD-OK
           GO TO SELECT-ENTRANTS-EXIT
           END-IF.

       SELECT-NEXT-ENTRANT.
           READ TOURENT-FILE
               AT END
                   CLOSE TOURENT-FILE
                   GO TO SELECT-ENTRANTS-EXIT
           END-READ.
           IF TE-PLAYER-ID = SPACES
           GO TO SELECT-NEXT-ENTRANT.
           ADD 1 TO WS-ENTRIES-READ.
           MOVE TE-PLAYER-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'ENTRANT ' TE-PLAYER-ID ' IS NOT ON THE'
                       ' PLAYERS MASTER - LEFT OUT.'
                   ADD 1 TO WS-ENTRIES-LEFT-OUT
                   GO TO SELECT-NEXT-ENTRANT
           END-READ.
           IF PM-IS-INACTIVE
           DISPLAY 'ENTRANT ' TE-PLAYER-ID ' IS DEACTIVATED - LEFT'
               ' OUT.'
           ADD 1 TO WS-ENTRIES-LEFT-OUT
           GO TO SELECT-NEXT-ENTRANT
           END-IF.
      *A LOCKED-OUT PLAYER STAYS IN - THE OPERATOR CAN UNLOCK THEM
      *BEFORE THEIR MATCH - BUT THE OPERATOR HEARS ABOUT IT NOW.
           IF PM-IS-LOCKED
           DISPLAY 'NOTE - ENTRANT ' TE-PLAYER-ID ' IS LOCKED OUT'
               ' AND CANNOT SIGN ON UNTIL UNLOCKED IN PLAYMNT.'.
           MOVE TE-PLAYER-ID TO ES-PLAYER-ID.
           MOVE PM-HITS TO ES-HITS.
           MOVE PM-BEST-TRIES TO ES-BEST.
           MOVE 0 TO ES-LEAGUE-RANK.
           IF WS-WORK-SOURCE = 'F'
           PERFORM FIND-LEAGUE-RANK THRU FIND-LEAGUE-RANK-EXIT.
           RELEASE ENTRANT-SORT-RECORD.
           GO TO SELECT-NEXT-ENTRANT.
       SELECT-ENTRANTS-EXIT.
           EXIT.

      *THE ENTRANT'S PLACE IN THE LAST SEASON'S FINAL TABLE, OR
      *999 WHEN THEY WERE NOT IN IT. LEAGHIST IS ONE SHORT RECORD
      *PER RANKED PLAYER PER SEASON, SO IT IS SIMPLY READ THROUGH
      *FOR EACH ENTRANT.
       FIND-LEAGUE-RANK.
           MOVE 999 TO ES-LEAGUE-RANK.
           OPEN INPUT LEAGHIST-FILE.
           IF WS-LEAGHIST-STATUS NOT = '00'
           GO TO FIND-LEAGUE-RANK-EXIT.
           MOVE 'N' TO WS-LEAGHIST-EOF.
           PERFORM FIND-LEAGUE-RANK-READ UNTIL WS-LEAGHIST-EOF = 'Y'.
           CLOSE LEAGHIST-FILE.
       FIND-LEAGUE-RANK-EXIT.
           EXIT.

       FIND-LEAGUE-RANK-READ.
           READ LEAGHIST-FILE
               AT END MOVE 'Y' TO WS-LEAGHIST-EOF
               NOT AT END
                   IF LH-SEASON-NO = WS-LAST-SEASON
                       AND LH-PLAYER-ID = TE-PLAYER-ID
                       AND LH-RANK IS NUMERIC
                   MOVE LH-RANK TO ES-LEAGUE-RANK
                   MOVE 'Y' TO WS-LEAGHIST-EOF
                   END-IF
           END-READ.

      *NUMBER THE ENTRANTS 1, 2, 3... IN SEED ORDER ONTO TOURWK. AN
      *ID LISTED TWICE SORTS INTO ADJACENT PLACES AND IS ENTERED
      *ONCE. PAST THE LAST PLACE A BRACKET HOLDS THE ENTRANTS ARE
      *ONLY COUNTED - THE BUILD IS THEN REFUSED OUTRIGHT RATHER
      *THAN RUN WITHOUT THEM.
       NUMBER-SEEDS.
           IF WS-BUILD-OK = 'N'
           GO TO NUMBER-SEEDS-EXIT.
           OPEN OUTPUT TOURWK-FILE.
           IF WS-TOURWK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TOURWK, STATUS ' WS-TOURWK-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'N' TO WS-BUILD-OK
           GO TO NUMBER-SEEDS-EXIT
           END-IF.
           MOVE SPACES TO WS-PREV-ID.

       NUMBER-NEXT-SEED.
           RETURN ENTRANT-SORT-FILE
               AT END
                   CLOSE TOURWK-FILE
                   GO TO NUMBER-SEEDS-EXIT
           END-RETURN.
           IF ES-PLAYER-ID = WS-PREV-ID
           DISPLAY 'ENTRANT ' ES-PLAYER-ID ' IS LISTED MORE THAN'
               ' ONCE - ENTERED ONCE.'
           ADD 1 TO WS-ENTRIES-LEFT-OUT
           GO TO NUMBER-NEXT-SEED
           END-IF.
           MOVE ES-PLAYER-ID TO WS-PREV-ID.
           ADD 1 TO WS-ENTRANTS.
           IF WS-ENTRANTS > WS-MAX-ENTRANTS
           GO TO NUMBER-NEXT-SEED.
           MOVE WS-ENTRANTS TO TW-SEED.
           MOVE ES-PLAYER-ID TO TW-PLAYER-ID.
           MOVE ES-LEAGUE-RANK TO TW-LEAGUE-RANK.
           MOVE ES-HITS TO TW-HITS.
           MOVE ES-BEST TO TW-BEST.
           WRITE TOURWK-RECORD.
           IF WS-TOURWK-STATUS NOT = '00'
           DISPLAY 'TOURWK WRITE FAILED, STATUS ' WS-TOURWK-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'N' TO WS-BUILD-OK
           END-IF.
           GO TO NUMBER-NEXT-SEED.
       NUMBER-SEEDS-EXIT.
           EXIT.

      *THE SEEDING FOR THE OPERATOR TO CONFIRM.
       SHOW-SEEDS.
           OPEN INPUT TOURWK-FILE.
           IF WS-TOURWK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN TOURWK, STATUS '
               WS-TOURWK-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'N' TO WS-BUILD-OK
           GO TO SHOW-SEEDS-EXIT
           END-IF.
           MOVE 'N' TO WS-TOURWK-EOF.
           PERFORM SHOW-NEXT-SEED UNTIL WS-TOURWK-EOF = 'Y'.
           CLOSE TOURWK-FILE.
       SHOW-SEEDS-EXIT.
           EXIT.

       SHOW-NEXT-SEED.
           READ TOURWK-FILE
               AT END MOVE 'Y' TO WS-TOURWK-EOF
               NOT AT END
                   MOVE TW-SEED TO WS-SEED-DISP
                   IF WS-WORK-SOURCE = 'L'
                   DISPLAY '  SEED ' WS-SEED-DISP ' ' TW-PLAYER-ID
                       ' HITS ' TW-HITS ' BEST ' TW-BEST
                   ELSE
                   IF TW-LEAGUE-RANK = 999
                   DISPLAY '  SEED ' WS-SEED-DISP ' ' TW-PLAYER-ID
                       ' NOT IN THE FINAL TABLE, HITS ' TW-HITS
                   ELSE
                   DISPLAY '  SEED ' WS-SEED-DISP ' ' TW-PLAYER-ID
                       ' FINISHED ' TW-LEAGUE-RANK
                   END-IF
                   END-IF
           END-READ.

      *LAY THE WHOLE BRACKET DOWN EMPTY, THEN PUT EACH SEED IN ITS
      *ROUND-ONE PLACE, THEN PASS THE BYES THROUGH TO ROUND TWO.
      *THE CONTROL RECORD GOES ON LAST: UNTIL IT IS THERE THE
      *BRACKET IS NOT IN PLAY, SO A BUILD THAT FAILS PART WAY
      *CAN SIMPLY BE BUILT AGAIN.
      *EACH MATCH'S BOARD SEED COMES FROM THE BUILD TIME AND ITS
      *OWN ROUND AND MATCH NUMBER, SO NO TWO MATCHES SHARE ONE.
       WRITE-BRACKET.
           OPEN OUTPUT TOURNEY-FILE.
           IF WS-TOURNEY-STATUS NOT = '00'
           DISPLAY 'UNABLE TO CREATE TOURNEY, STATUS '
               WS-TOURNEY-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO WRITE-BRACKET-EXIT
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW TO WS-SEED-BASE.
           COMPUTE WS-ROUND-MATCHES = WS-BRACKET-SIZE / 2.
           PERFORM WRITE-ROUND
               VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > WS-ROUNDS.
           CLOSE TOURNEY-FILE.
           IF WS-BUILD-OK = 'N'
           DISPLAY 'THE BRACKET IS INCOMPLETE - BUILD IT AGAIN.'
           GO TO WRITE-BRACKET-EXIT.
           OPEN I-O TOURNEY-FILE.
           IF WS-TOURNEY-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN TOURNEY, STATUS '
               WS-TOURNEY-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO WRITE-BRACKET-EXIT
           END-IF.
           OPEN INPUT TOURWK-FILE.
           IF WS-TOURWK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN TOURWK, STATUS '
               WS-TOURWK-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE TOURNEY-FILE
           GO TO WRITE-BRACKET-EXIT
           END-IF.
           MOVE 'N' TO WS-TOURWK-EOF.
           PERFORM PLACE-NEXT-SEED UNTIL WS-TOURWK-EOF = 'Y'.
           CLOSE TOURWK-FILE.
           MOVE 1 TO WS-ROUND.
           COMPUTE WS-ROUND-MATCHES = WS-BRACKET-SIZE / 2.
           PERFORM OPEN-ROUND-ONE
               VARYING WS-MATCH FROM 1 BY 1
               UNTIL WS-MATCH > WS-ROUND-MATCHES.
           IF WS-BUILD-OK = 'N'
           CLOSE TOURNEY-FILE
           DISPLAY 'THE BRACKET IS INCOMPLETE - BUILD IT AGAIN.'
           GO TO WRITE-BRACKET-EXIT.
           MOVE SPACES TO TOURNEY-RECORD.
           MOVE ZEROS TO TM-KEY.
           MOVE WS-WORK-TOURN-NO TO TC-TOURN-NO.
           MOVE WS-WORK-NAME TO TC-NAME.
           MOVE 'O' TO TC-STATUS.
           MOVE WS-TODAY-DATE TO TC-BUILT-DATE.
           MOVE WS-WORK-SOURCE TO TC-SEED-SOURCE.
           MOVE WS-LAST-SEASON TO TC-SEASON-NO.
           MOVE WS-WORK-DIMENSION TO TC-DIMENSION.
           MOVE WS-ENTRANTS TO TC-ENTRANTS.
           MOVE WS-BRACKET-SIZE TO TC-BRACKET-SIZE.
           MOVE WS-ROUNDS TO TC-ROUNDS.
           MOVE SPACES TO TC-CHAMPION-ID.
           MOVE 0 TO TC-FINISHED-DATE.
           WRITE TOURNEY-RECORD
               INVALID KEY
                   DISPLAY 'TOURNEY WRITE FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-BUILD-OK
           END-WRITE.
           CLOSE TOURNEY-FILE.
           IF WS-BUILD-OK = 'N'
           DISPLAY 'THE BRACKET IS INCOMPLETE - BUILD IT AGAIN.'
           GO TO WRITE-BRACKET-EXIT.
           DISPLAY 'TOURNAMENT ' WS-WORK-TOURN-NO ' BUILT - '
               WS-ENTRANTS ' ENTRANTS, ' WS-BYES ' BYE(S). THE FIRST'
               ' ROUND IS READY TO PLAY IN DEPTHC.'.
       WRITE-BRACKET-EXIT.
           EXIT.

      *EVERY MATCH OF ONE ROUND, EMPTY AND WAITING. EACH ROUND HAS
      *HALF THE MATCHES OF THE ONE BEFORE.
       WRITE-ROUND.
           PERFORM WRITE-EMPTY-MATCH
               VARYING WS-MATCH FROM 1 BY 1
               UNTIL WS-MATCH > WS-ROUND-MATCHES.
           COMPUTE WS-ROUND-MATCHES = WS-ROUND-MATCHES / 2.

       WRITE-EMPTY-MATCH.
           MOVE SPACES TO TOURNEY-RECORD.
           MOVE WS-ROUND TO TM-ROUND.
           MOVE WS-MATCH TO TM-MATCH.
           MOVE 'W' TO TM-STATUS.
           COMPUTE TM-BOARD-SEED =
               WS-SEED-BASE + WS-ROUND * 1000 + WS-MATCH.
           MOVE 0 TO TM-REPLAYS.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               MOVE 0 TO TM-SEED(WS-SIDE)
               MOVE 0 TO TM-GAME-ID(WS-SIDE)
               MOVE 0 TO TM-TRIES(WS-SIDE)
           END-PERFORM.
           MOVE 0 TO TM-PLAYED-DATE.
           WRITE TOURNEY-RECORD
               INVALID KEY
                   DISPLAY 'TOURNEY WRITE FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-BUILD-OK
           END-WRITE.

      *ONE SEED INTO ITS ROUND-ONE MATCH. THE TOP HALF OF THE SEEDS
      *TAKE SIDE 1; SEED S IN THE BOTTOM HALF MEETS SEED
      *(BRACKET SIZE + 1 - S) ON SIDE 2.
       PLACE-NEXT-SEED.
           READ TOURWK-FILE
               AT END
                   MOVE 'Y' TO WS-TOURWK-EOF
               NOT AT END
                   PERFORM PLACE-SEED
           END-READ.

      *WHICH MATCH A TOP-HALF SEED HEADS IS FOUND BY FOLDING THE
      *BRACKET IN HALF OVER AND OVER: AT EACH FOLD A SEED IN THE
      *LOWER HALF OF WHAT IS LEFT TRADES PLACES WITH ITS MIRROR
      *(SPAN + 1 - SEED) AND MOVES TO THE SECOND HALF OF THE DRAW.
      *SO SEEDS 1 AND 2 START THE TWO HALVES, 1 TO 4 THE FOUR
      *QUARTERS, AND SO ON DOWN.
       PLACE-SEED.
           MOVE TW-SEED TO WS-PLACE-SEED.
           IF TW-SEED > WS-BRACKET-SIZE / 2
           MOVE 2 TO WS-PLACE-SIDE
           COMPUTE WS-PLACE-SEED = WS-BRACKET-SIZE + 1 - TW-SEED
           ELSE
           MOVE 1 TO WS-PLACE-SIDE
           END-IF.
           COMPUTE WS-PLACE-SPAN = WS-BRACKET-SIZE / 2.
           MOVE 0 TO WS-PLACE-POS.
           MOVE 1 TO WS-PLACE-WEIGHT.
           PERFORM PLACE-SEED-FOLD UNTIL WS-PLACE-SPAN < 2.
           MOVE 1 TO TM-ROUND.
           COMPUTE TM-MATCH = WS-PLACE-POS + 1.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'TOURNEY READ FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-BUILD-OK
               NOT INVALID KEY
                   MOVE TW-PLAYER-ID TO TM-PLAYER-ID(WS-PLACE-SIDE)
                   MOVE TW-SEED TO TM-SEED(WS-PLACE-SIDE)
                   PERFORM REWRITE-MATCH
           END-READ.

       PLACE-SEED-FOLD.
           COMPUTE WS-PLACE-HALF = WS-PLACE-SPAN / 2.
           IF WS-PLACE-SEED > WS-PLACE-HALF
           COMPUTE WS-PLACE-SEED = WS-PLACE-SPAN + 1 - WS-PLACE-SEED
           ADD WS-PLACE-WEIGHT TO WS-PLACE-POS
           END-IF.
           MULTIPLY 2 BY WS-PLACE-WEIGHT.
           MOVE WS-PLACE-HALF TO WS-PLACE-SPAN.

      *A ROUND-ONE MATCH WITH BOTH SEEDS IS READY TO PLAY. ONE
      *WITH NOBODY ON SIDE 2 IS A BYE - SIDE 1 GOES STRAIGHT
      *THROUGH.
       OPEN-ROUND-ONE.
           MOVE 1 TO TM-ROUND.
           MOVE WS-MATCH TO TM-MATCH.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'TOURNEY READ FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-BUILD-OK
               NOT INVALID KEY
                   IF TM-PLAYER-ID(2) = SPACES
                   MOVE 'B' TO TM-STATUS
                   MOVE '1' TO TM-WINNER
                   MOVE TM-PLAYER-ID(1) TO WS-WINNER-ID
                   MOVE TM-SEED(1) TO WS-WINNER-SEED
                   PERFORM REWRITE-MATCH
                   PERFORM ADVANCE-WINNER
                   ELSE
                   MOVE 'R' TO TM-STATUS
                   PERFORM REWRITE-MATCH
                   END-IF
           END-READ.

      *CARRY THE WINNER OF THE MATCH IN THE RECORD AREA INTO THE
      *NEXT ROUND: THE WINNERS OF MATCHES 1 AND 2 MEET IN MATCH 1,
      *3 AND 4 IN MATCH 2, AND SO ON, THE ODD MATCH'S WINNER ON
      *SIDE 1. THE NEXT MATCH IS READY ONCE BOTH SIDES ARE IN.
      *DEPTHC MOVES ITS WINNERS ON THE SAME WAY.
       ADVANCE-WINNER.
           DIVIDE TM-MATCH BY 2 GIVING TM-MATCH
               REMAINDER WS-NEXT-ODD.
           IF WS-NEXT-ODD = 1
           ADD 1 TO TM-MATCH
           MOVE 1 TO WS-NEXT-SIDE
           ELSE
           MOVE 2 TO WS-NEXT-SIDE
           END-IF.
           ADD 1 TO TM-ROUND.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'TOURNEY READ FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-BUILD-OK
               NOT INVALID KEY
                   MOVE WS-WINNER-ID TO TM-PLAYER-ID(WS-NEXT-SIDE)
                   MOVE WS-WINNER-SEED TO TM-SEED(WS-NEXT-SIDE)
                   IF TM-PLAYER-ID(1) NOT = SPACES
                       AND TM-PLAYER-ID(2) NOT = SPACES
                   MOVE 'R' TO TM-STATUS
                   END-IF
                   PERFORM REWRITE-MATCH
           END-READ.

       REWRITE-MATCH.
           REWRITE TOURNEY-RECORD
               INVALID KEY
                   DISPLAY 'TOURNEY REWRITE FAILED, STATUS '
                       WS-TOURNEY-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 'N' TO WS-BUILD-OK
           END-REWRITE.

       MAINT-STOP.
           STOP RUN.
