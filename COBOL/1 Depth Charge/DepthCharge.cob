               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SHOTHIST-STATUS.
           SELECT RULES-FILE ASSIGN TO "RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT DUELLOG-FILE ASSIGN TO "DUELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELLOG-STATUS.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TOURNEY-STATUS.

      *-------------
       DATA DIVISION.
      *DEPTHCOL APPENDS THEM UNCHANGED APART FROM RE-MINTING ANY
      *GAME ID THAT COLLIDES WITH ONE ALREADY ON THE HISTORY.
       FD  GAMELOGJ-FILE.
       01  JGL-RECORD PIC X(72).

       FD  SHOTLOGJ-FILE.
       01  JSL-RECORD PIC X(46).
       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       FD  SECLOG-FILE.
           COPY "SECLOG.CPY".

       FD  GAMEHIST-FILE.
           COPY "GAMEHIST.CPY".

       FD  SHOTHIST-FILE.
           COPY "SHOTHIST.CPY".

       FD  RULES-FILE.
           COPY "RULES.CPY".

       FD  DUELLOG-FILE.
           COPY "DUELLOG.CPY".

       FD  TOURNEY-FILE.
           COPY "TOURNEY.CPY".

       WORKING-STORAGE SECTION.

       01  WS-GAMEREC-STATUS PIC X(2).
       01  WS-TIME-RAW.
           02  WS-TIME-HHMMSS PIC 9(6).
           02  FILLER PIC 9(2).
       01  WS-TIME-NUM REDEFINES WS-TIME-RAW PIC 9(8).

       01  WS-PAR-SHOTS PIC 9(3).
       01  WS-GAME-OUTCOME PIC X(10).
       01  WS-PLAYER-FLAGS.
           02  WS-PLAYER-ON-FILE PIC X(1) VALUE 'N'.
               88  PLAYER-ON-FILE VALUE 'Y'.
      *SIGN-ON SECURITY. A CONSOLE SIGN-ON HAS TO KEY THE PLAYER'S
      *PIN AND A DEPTHPRM DECK NEEDS THE PLAYER'S BATCH
      *AUTHORIZATION BEFORE ANY GAME IS CREDITED TO THE ID. EVERY
      *REFUSAL AND LOCKOUT GOES TO SECLOG FOR THE SUPERVISOR.
       01  WS-SECLOG-STATUS PIC X(2).
       01  WS-PIN-ENTRY PIC X(4).
       01  WS-PIN-COUNT PIC 9(1).
       01  WS-PIN-LOCKED PIC X(1).
       01  WS-SEC-EVENT PIC X(8).
       01  WS-SEC-DETAIL PIC X(30).

       01  WS-DIFFICULTY-CHOICE PIC X(8).

           02  WS-SEEDED-FLAG PIC X(1) VALUE 'N'.
               88  SEEDED-RUN VALUE 'Y'.
       01  WS-RANDOM-WASTE PIC 9V9(9).
      *WHAT EACH GAME GOES TO GAMELOG WITH SO ITS SCORE CAN BE
      *WEIGHED: THE SEED IN FORCE WHEN ITS BOARD WAS LAID OUT, AND
      *HOW ITS SHOTS WERE FED IN (SEE GL-SHOT-SOURCE). BOTH ARE
      *CLEARED FOR EVERY NEW BOARD; NOTE-SHOT-SOURCE KEEPS THE
      *SOURCE CURRENT SHOT BY SHOT.
       01  WS-GAME-SEED PIC 9(9) VALUE 0.
       01  WS-GAME-SOURCE PIC X(1) VALUE SPACE.
       01  WS-SHOT-FROM PIC X(1).

       01  WS-BATCH-DIMENSION PIC 9(3) VALUE 0.
       01  WS-BATCH-FLEET-SIZE PIC 9(1) VALUE 1.

       COPY "DIFCLTY.CPY".

      *THE RULE SET GAMES ARE PLAYED UNDER. LOAD-RULES LAYS THE SET
      *IN FORCE TODAY ON THE RULES CONTROL FILE OVER THE BUILT-IN
      *PRESETS AND NUMBERS AT START-UP; WITH NO RULES FILE (OR NO
      *SET IN FORCE YET) THE BUILT-IN RULES, VERSION 000, PLAY.
      *EVERY GAME GOES TO GAMELOG WITH THE VERSION IT WAS PLAYED
      *UNDER.
       01  WS-RULES-STATUS PIC X(2).
       01  WS-RULES-IN-FORCE.
           02  WS-RULES-VERSION PIC 9(3) VALUE 0.
           02  WS-RULES-EFFECTIVE PIC 9(8) VALUE 0.
           02  WS-RULES-PRESET PIC X(8).
           02  WS-RULE-FIRE-PERCENT PIC 9(3).
           02  WS-RULE-TORPEDO-DIVISOR PIC 9(2).
           02  WS-RULE-HOT-DIVISOR PIC 9(2).
           02  WS-RULE-ONTOP-DIVISOR PIC 9(2).
           02  WS-RULE-EVADE-STEP PIC 9(1).
      *THE VERSION THE SESSION STARTED UNDER, AND THE BUILT-IN
      *PRESETS AS THEY WERE BEFORE ANY RULE SET WAS LAID OVER THEM.
      *A RESUMED GAME FINISHES UNDER ITS OWN RULE SET AND THE
      *SESSION GOES BACK TO ITS OWN AFTERWARDS.
       01  WS-SESSION-RULES PIC 9(3) VALUE 0.
       01  WS-RULES-WANTED PIC 9(3) VALUE 0.
       01  WS-BUILT-IN-DIFFICULTY PIC X(52).
       01  WS-RULES-EOF PIC X(1) VALUE 'N'.
       01  WS-RULES-FOUND PIC X(1) VALUE 'N'.
       01  WS-RULES-USABLE PIC X(1) VALUE 'N'.
       01  WS-RULES-SUB PIC 9(1).

       01  GAME-BOARD.
      * KEEP DIMENSION LESS THAN 100
           02  SHOTS PIC 9(3).

      *DISTANCE-BAND THRESHOLDS FOR SONAR, SCALED OFF DIMENSION SO
      *A SHOT ON A SMALL BOARD AND A SHOT ON A HUGE ONE GET A
      *COMPARABLE WARM/HOT/ON TOP OF IT READING. THE DIVISORS COME
      *FROM THE RULE SET IN FORCE.
       01  WS-HOT-THRESHOLD PIC 9(3).
       01  WS-ONTOP-THRESHOLD PIC 9(3).
       01  WS-DIST-BAND PIC X(13).
      *THE DESTROYER'S HULL. SURVIVING SUBS WITHIN TORPEDO RANGE OF
      *THE DROP POINT GET A SHOT BACK AT THE USS DIGITAL EVERY
      *TURN; THREE TORPEDO HITS AND SHE GOES DOWN, ENDING THE GAME
      *WITH THE SUNK OUTCOME AND RETURN-CODE 2. THE RANGE AND THE
      *CHANCE OF A HIT COME FROM THE RULE SET IN FORCE.
       01  WS-HULL-POINTS PIC 9(1) VALUE 3.
       01  WS-TORPEDO-RANGE PIC 9(3).
       01  WS-FIRE-DRAW PIC 9V9(9).
       01  WS-FIRING-SUB-IDX PIC 9(1).

      *EVADING FLEET OPTION. WHEN ON, EVERY SURVIVING SUB MAY SLIP
      *UP TO THE RULE SET'S EVADE STEP (ONE CELL UNDER THE BUILT-IN
      *RULES) ALONG EACH AXIS AFTER A MISSED DEPTH CHARGE, AND
      *SONAR ADDS A "CONTACT IS MOVING" CALL WHEN THE CLOSEST SUB
      *SHIFTED SINCE THE LAST READING. SET FROM THE DIFF-EVADE
      *COLUMN OF THE DIFCLTY TABLE, OR ASKED FOR IN CUSTOM GAMES.
       01  WS-EVADE-FLAGS.
           02  WS-EVADE-FLAG PIC X(1) VALUE 'N'.
               88  EVADING-FLEET VALUE 'Y'.
       01  WS-EVADE-STEP PIC 9(2).
       01  WS-EVADE-POS PIC S9(3).
       01  WS-PREV-CONTACT.
           02  WS-PREV-CONTACT-SET PIC X(1) VALUE 'N'.
           02  WS-PREV-CONTACT-X PIC 9(3).

      *TOP-LEVEL GAME MODE - SOLO IS THE ORIGINAL ONE-PLAYER GAME
      *(WITH FLEET/CHECKPOINT/GAMEREC SUPPORT); DUEL IS THE NEW
      *HEAD-TO-HEAD MODE BELOW; A TOURNAMENT MATCH IS A DUEL
      *PLAYED OFF THE TOURNEY BRACKET.
       01  WS-GAME-MODE PIC X(1) VALUE 'S'.
           88  GAME-MODE-DUEL VALUE 'D'.
           88  GAME-MODE-TOURNAMENT VALUE 'M'.
           88  GAME-MODE-CAMPAIGN VALUE 'C'.

      *SOLO CAMPAIGN - FOUR CONSECUTIVE MISSIONS THAT WALK THE
      *A DUEL PITS TWO INDEPENDENT PLAYERS, EACH WITH THEIR OWN
      *RANDOM SUB, AGAINST THE SAME DIMENSION. TURNS ALTERNATE UNTIL
      *BOTH ARE DONE (HIT OR OUT OF SHOTS); FEWEST TRIES TO HIT WINS.
      *EACH DUELIST SIGNS ON FOR THEMSELVES AND PLAYS UNDER A GAME
      *ID OF THEIR OWN, SO BOTH RESULTS GO TO THE HISTORY, THE
      *SHOT DETAIL AND THE PLAYERS MASTER LIKE ANY SOLO GAME. THE
      *MATCH ITSELF GOES TO DUELLOG.
       01  WS-DUEL-TURN PIC 9(1) VALUE 1.
       01  WS-DUELLOG-STATUS PIC X(2).
       01  WS-DUEL-WINNER PIC X(1).
      *WHOEVER SIGNED ON FOR THE SESSION STANDS ASIDE FOR THE DUEL
      *AND IS PUT BACK AFTERWARDS.
       01  WS-DUEL-SESSION-ID PIC X(8).
       01  WS-DUEL-SESSION-ON-FILE PIC X(1).
       01  DUEL-PLAYERS.
           02  DUEL-ENTRY OCCURS 2 TIMES INDEXED BY DUEL-IDX.
               03  DUEL-PLAYER-ID PIC X(8).
               03  DUEL-GAME-ID PIC 9(14).
               03  DUEL-SHOTS PIC 9(3).
               03  DUEL-TRIES PIC 9(3) VALUE 0.
               03  DUEL-PAR-SHOTS PIC 9(3).
               03  DUEL-OUTCOME PIC X(10) VALUE SPACES.
               03  DUEL-DONE PIC X(1) VALUE 'N'.

      *A TOURNAMENT MATCH IS A DUEL BETWEEN THE TWO PLAYERS THE
      *TOURNEY BRACKET NAMES, AT THE TOURNAMENT'S DIMENSION, ON THE
      *MATCH'S OWN BOARD SEED - SO BOTH HUNT THE SAME SUB. THE
      *SESSION'S OWN SEED STANDS ASIDE FOR THE MATCH AND IS PUT
      *BACK AFTERWARDS.
       01  WS-TOURNEY-STATUS PIC X(2).
       01  WS-TOURN-KEY.
           02  WS-TOURN-ROUND PIC 9(1).
           02  WS-TOURN-MATCH PIC 9(3).
       01  WS-TOURN-NO PIC 9(3).
       01  WS-TOURN-ROUNDS PIC 9(1).
       01  WS-TOURN-DIMENSION PIC 9(3).
       01  WS-TOURN-BOARD-SEED PIC 9(9).
       01  WS-TOURN-SESSION-SEED PIC 9(9).
       01  WS-TOURN-SESSION-SEEDED PIC X(1).
       01  WS-TOURN-WINNER PIC 9(1).
       01  WS-TOURN-WINNER-ID PIC X(8).
       01  WS-TOURN-WINNER-SEED PIC 9(3).
       01  WS-TOURN-NEXT-SIDE PIC 9(1).
       01  WS-TOURN-NEXT-ODD PIC 9(1).
       01  TOURN-PLAYERS.
           02  TOURN-ENTRY OCCURS 2 TIMES.
               03  TOURN-PLAYER-ID PIC X(8).
               03  TOURN-SEED PIC 9(3).

       01  SUB-LOCATION.
           02  SUB-ENTRY OCCURS 9 TIMES INDEXED BY SUB-IDX.
               03 SUB-X-POS PIC 9(3).
           IF NOT GAMEREC-EOF
           MOVE 'GAMEREC' TO WS-AU-SOURCE.
           PERFORM PRIME-LAST-GAME-ID.
           PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
           IF RETURN-CODE = 12
           GO TO GAME-STOP.
           MOVE WS-RULES-VERSION TO WS-SESSION-RULES.
           DISPLAY 'RULES IN FORCE - VERSION ' WS-RULES-VERSION ' '
               WS-RULES-PRESET.
      *THE HISTORY AND AUDIT FILES ARE OPENED BY OPEN-HISTORY-FILES
      *ONCE THE SESSION KNOWS WHETHER IT IS WRITING TO THE SHARED
      *MASTERS OR TO ITS OWN JOURNALS.

      *ASK WHO IS AT THE CONSOLE SO FINISHED GAMES CAN BE CREDITED
      *TO A PROFILE ON THE PLAYERS MASTER FILE. AN UNKNOWN, BLANK OR
      *DEACTIVATED ID (OR A SIGN-ON THAT FAILS THE PIN CHECK) JUST
      *PLAYS UNREGISTERED - THE GAME ITSELF IS NEVER HELD UP OVER A
      *MISSING PROFILE.
       GET-PLAYER.
           DISPLAY 'ENTER PLAYER ID (OR BLANK TO PLAY UNREGISTERED):'
               WITH NO ADVANCING
           MOVE 'N' TO WS-EVADE-FLAG
           END-IF.
           MOVE 'N' TO WS-PREV-CONTACT-SET.
      *A GAME STARTED UNDER ANOTHER RULE SET FINISHES UNDER IT.
           IF CK-RULES-VERSION IS NUMERIC
               AND CK-RULES-VERSION NOT = WS-RULES-VERSION
           MOVE CK-RULES-VERSION TO WS-RULES-WANTED
           PERFORM SWITCH-RULES
           END-IF.
      *OLDER CHECKPOINTS HAVE NO SOURCE OR SEED - THOSE RESUME AS
      *A CONSOLE GAME WITH NO SEED ON RECORD.
           MOVE CK-SHOT-SOURCE TO WS-GAME-SOURCE.
           IF CK-SEED IS NUMERIC
           MOVE CK-SEED TO WS-GAME-SEED
           ELSE
           MOVE 0 TO WS-GAME-SEED
           END-IF.
      *OLDER CHECKPOINTS HAVE NO HULL FIELD - RESUME THOSE WITH A
      *FRESH HULL RATHER THAN A SUNK ONE.
           IF CK-HULL-POINTS IS NUMERIC AND CK-HULL-POINTS > 0
           GO TO EVALUATE-INPUT.

      *CHOOSE BETWEEN THE ORIGINAL ONE-PLAYER GAME, THE TWO-PLAYER
      *DUEL, AND THE SOLO CAMPAIGN OF ESCALATING MISSIONS - OR THE
      *NEXT MATCH OF THE KNOCKOUT TOURNAMENT.
       GET-MODE.
           MOVE 0 TO WS-BAD-INPUT-COUNT.
           MOVE 'S' TO WS-GAME-MODE.
           MOVE 'N' TO WS-TRAINING-FLAG.
      *A RESUMED GAME MAY HAVE PLAYED UNDER AN OLDER RULE SET -
      *EVERY NEW GAME GOES BACK TO THE SESSION'S OWN.
           IF WS-RULES-VERSION NOT = WS-SESSION-RULES
           MOVE WS-SESSION-RULES TO WS-RULES-WANTED
           PERFORM SWITCH-RULES
           END-IF.

       GET-MODE-RETRY.
           DISPLAY 'SOLO, DUEL, CAMPAIGN, TRAINING OR TOURNAMENT'
               ' MATCH (S, D, C, T OR M)?' WITH NO ADVANCING
           ACCEPT WS-GAME-MODE.
           IF WS-GAME-MODE IS EQUAL TO 'M' OR 'm'
           MOVE 'M' TO WS-GAME-MODE
           GO TO TOURN-START
           END-IF.
           IF WS-GAME-MODE IS EQUAL TO 'D' OR 'd'
           MOVE 'D' TO WS-GAME-MODE
           GO TO DUEL-START
      *ALLOWANCE CHECK ABOVE.
           MOVE SC-PASS-TRIES TO WS-TRAIN-PASS-TRIES.
           PERFORM MINT-GAME-ID.
           MOVE SPACE TO WS-GAME-SOURCE.
           MOVE WS-RANDOM-SEED TO WS-GAME-SEED.
           MOVE 'N' TO WS-PREV-CONTACT-SET.
           IF SC-HULL-POINTS > 0
           MOVE SC-HULL-POINTS TO WS-HULL-POINTS
           MOVE 0 TO WS-BAD-INPUT-COUNT.

       GET-DIFFICULTY-RETRY.
           DISPLAY 'SELECT A DIFFICULTY - ' DIFF-NAME(1) ' '
               DIFF-NAME(2) ' ' DIFF-NAME(3) ' ' DIFF-NAME(4)
           DISPLAY 'OR CUSTOM TO PICK YOUR OWN DIMENSION AND FLEET SIZE'
           DISPLAY ':' WITH NO ADVANCING
           ACCEPT WS-DIFFICULTY-CHOICE.
      *STILL AFLOAT.
       GENERATE-SUB-LOCATION.
           PERFORM MINT-GAME-ID.
           MOVE SPACE TO WS-GAME-SOURCE.
           MOVE WS-RANDOM-SEED TO WS-GAME-SEED.
           MOVE 'N' TO WS-PREV-CONTACT-SET.
           MOVE 3 TO WS-HULL-POINTS.
           MOVE FLEET-SIZE TO SUBS-REMAINING.
               OR WS-CMD-VALUE > DIMENSION
           GO TO GIVEN-WRONG-INPUT.
           MOVE WS-CMD-VALUE TO T-Z-POS.
           MOVE 'C' TO WS-SHOT-FROM.
           PERFORM NOTE-SHOT-SOURCE.
           GO TO NEXT-TURN.

      *TAKE THE PRIMED GAMEREC RECORD AS THIS TURN'S SHOT, THEN READ
           READ GAMEREC-FILE
               AT END SET GAMEREC-EOF TO TRUE
           END-READ.
           MOVE 'G' TO WS-SHOT-FROM.
           PERFORM NOTE-SHOT-SOURCE.
           GO TO NEXT-TURN.

      *KEEP THE GAME'S SHOT SOURCE CURRENT. A BATCH RUN IS ALWAYS
      *DECK-DRIVEN; AT THE CONSOLE THE FIRST SHOT SETS IT AND ANY
      *LATER SHOT FROM THE OTHER SOURCE MAKES THE GAME MIXED.
       NOTE-SHOT-SOURCE.
           IF BATCH-MODE
           MOVE 'B' TO WS-GAME-SOURCE
           ELSE
           IF WS-GAME-SOURCE = SPACE
           MOVE WS-SHOT-FROM TO WS-GAME-SOURCE
           ELSE
           IF WS-GAME-SOURCE NOT = WS-SHOT-FROM
           MOVE 'M' TO WS-GAME-SOURCE
           END-IF
           END-IF
           END-IF.

      * EVALUATE DEPTH CHARGE TARGET RELATIVE TO EVERY SUB STILL
      *AFLOAT. THE CLOSEST SURVIVOR DRIVES THE SONAR HINT IF NOTHING
      *WAS HIT THIS TURN.
      *THE COMPUTE HALF STANDS ALONE SO THE SHOTLOG DETAIL RECORD
      *CAN CARRY THE SAME BAND THE PLAYER WAS SHOWN.
       COMPUTE-DISTANCE-BAND.
           COMPUTE WS-HOT-THRESHOLD =
               DIMENSION / WS-RULE-HOT-DIVISOR.
           COMPUTE WS-ONTOP-THRESHOLD =
               DIMENSION / WS-RULE-ONTOP-DIVISOR.
           IF WS-ONTOP-THRESHOLD < 1
           MOVE 1 TO WS-ONTOP-THRESHOLD.
           IF SHOT-X <= WS-ONTOP-THRESHOLD
           END-IF
           END-IF.

      *PICK UP THE RULE SET IN FORCE TODAY - THE ONE WITH THE
      *LATEST EFFECTIVE DATE NOT AFTER TODAY (THE HIGHER VERSION
      *WHEN TWO SHARE A DATE). NO RULES FILE PLAYS THE BUILT-IN
      *RULES. A RULES FILE THAT WILL NOT OPEN ENDS THE SESSION
      *WITH RETURN-CODE 12 RATHER THAN LOG GAMES UNDER RULES
      *NOBODY CHOSE.
       LOAD-RULES.
           MOVE DIFFICULTY-DATA TO WS-BUILT-IN-DIFFICULTY.
           PERFORM USE-BUILT-IN-RULES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = '35'
           GO TO LOAD-RULES-EXIT.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RULES, STATUS ' WS-RULES-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO LOAD-RULES-EXIT
           END-IF.
           MOVE 'N' TO WS-RULES-EOF.
           PERFORM READ-RULES-IN-FORCE UNTIL WS-RULES-EOF = 'Y'.
           CLOSE RULES-FILE.
       LOAD-RULES-EXIT.
           EXIT.

       READ-RULES-IN-FORCE.
           READ RULES-FILE
               AT END MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                   IF RU-VERSION IS NUMERIC
                       AND RU-EFFECTIVE-DATE IS NUMERIC
                       AND RU-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                       AND (RU-EFFECTIVE-DATE > WS-RULES-EFFECTIVE
                       OR (RU-EFFECTIVE-DATE = WS-RULES-EFFECTIVE
                       AND RU-VERSION > WS-RULES-VERSION))
                   PERFORM CHECK-RULE-SET
                   IF WS-RULES-USABLE = 'Y'
                   PERFORM APPLY-RULE-SET
                   END-IF
                   END-IF
           END-READ.

      *PUT A PARTICULAR RULE SET IN FORCE BY VERSION - A RESUMED
      *GAME'S OWN SET, OR THE SESSION'S SET AGAIN ONCE THAT GAME IS
      *OVER. A VERSION NO LONGER ON FILE (OR NO LONGER USABLE)
      *LEAVES THE RULES AS THEY ARE, AND SAYS SO.
       SWITCH-RULES.
           IF WS-RULES-WANTED = 0
           PERFORM USE-BUILT-IN-RULES
           ELSE
           MOVE 'N' TO WS-RULES-FOUND
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = '00'
           MOVE 'N' TO WS-RULES-EOF
           PERFORM FIND-RULES-VERSION UNTIL WS-RULES-EOF = 'Y'
           CLOSE RULES-FILE
           END-IF
           IF WS-RULES-FOUND = 'N'
           DISPLAY 'WARNING - RULE SET ' WS-RULES-WANTED
               ' IS NOT ON FILE, PLAYING ON UNDER VERSION '
               WS-RULES-VERSION '.'
           END-IF
           END-IF.

       FIND-RULES-VERSION.
           READ RULES-FILE
               AT END MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                   IF RU-VERSION IS NUMERIC
                       AND RU-VERSION = WS-RULES-WANTED
                   PERFORM CHECK-RULE-SET
                   IF WS-RULES-USABLE = 'Y'
                   PERFORM APPLY-RULE-SET
                   MOVE 'Y' TO WS-RULES-FOUND
                   END-IF
                   MOVE 'Y' TO WS-RULES-EOF
                   END-IF
           END-READ.

      *A HAND-EDITED RULES RECORD THAT WOULD BREAK THE GAME (A ZERO
      *DIVISOR, A PRESET OFF THE 2-99 BOARD) IS PASSED OVER WITH A
      *WARNING - RULEMNT NEVER WRITES ONE.
       CHECK-RULE-SET.
           MOVE 'Y' TO WS-RULES-USABLE.
           IF RU-FIRE-PERCENT IS NOT NUMERIC
               OR RU-FIRE-PERCENT > 100
               OR RU-TORPEDO-DIVISOR IS NOT NUMERIC
               OR RU-TORPEDO-DIVISOR = 0
               OR RU-HOT-DIVISOR IS NOT NUMERIC
               OR RU-HOT-DIVISOR = 0
               OR RU-ONTOP-DIVISOR IS NOT NUMERIC
               OR RU-ONTOP-DIVISOR = 0
               OR RU-EVADE-STEP IS NOT NUMERIC
               OR RU-EVADE-STEP = 0
           MOVE 'N' TO WS-RULES-USABLE
           END-IF.
           PERFORM VARYING WS-RULES-SUB FROM 1 BY 1
                   UNTIL WS-RULES-SUB > 4
               IF RU-DIFF-DIMENSION(WS-RULES-SUB) IS NOT NUMERIC
                   OR RU-DIFF-DIMENSION(WS-RULES-SUB) < 2
                   OR RU-DIFF-DIMENSION(WS-RULES-SUB) > 99
                   OR RU-DIFF-FLEET-SIZE(WS-RULES-SUB) IS NOT NUMERIC
                   OR RU-DIFF-FLEET-SIZE(WS-RULES-SUB) = 0
                   MOVE 'N' TO WS-RULES-USABLE
               END-IF
           END-PERFORM.
           IF WS-RULES-USABLE = 'N'
           DISPLAY 'WARNING - RULE SET ' RU-VERSION
               ' ON THE RULES FILE IS NOT USABLE AND WAS PASSED'
               ' OVER.'.

       APPLY-RULE-SET.
           MOVE RU-VERSION TO WS-RULES-VERSION.
           MOVE RU-EFFECTIVE-DATE TO WS-RULES-EFFECTIVE.
           MOVE RU-PRESET-NAME TO WS-RULES-PRESET.
           MOVE RU-PRESETS TO DIFFICULTY-DATA.
           MOVE RU-FIRE-PERCENT TO WS-RULE-FIRE-PERCENT.
           MOVE RU-TORPEDO-DIVISOR TO WS-RULE-TORPEDO-DIVISOR.
           MOVE RU-HOT-DIVISOR TO WS-RULE-HOT-DIVISOR.
           MOVE RU-ONTOP-DIVISOR TO WS-RULE-ONTOP-DIVISOR.
           MOVE RU-EVADE-STEP TO WS-RULE-EVADE-STEP.

       USE-BUILT-IN-RULES.
           MOVE 0 TO WS-RULES-VERSION.
           MOVE 0 TO WS-RULES-EFFECTIVE.
           MOVE BI-PRESET-NAME TO WS-RULES-PRESET.
           MOVE WS-BUILT-IN-DIFFICULTY TO DIFFICULTY-DATA.
           MOVE BI-FIRE-PERCENT TO WS-RULE-FIRE-PERCENT.
           MOVE BI-TORPEDO-DIVISOR TO WS-RULE-TORPEDO-DIVISOR.
           MOVE BI-HOT-DIVISOR TO WS-RULE-HOT-DIVISOR.
           MOVE BI-ONTOP-DIVISOR TO WS-RULE-ONTOP-DIVISOR.
           MOVE BI-EVADE-STEP TO WS-RULE-EVADE-STEP.

       MINT-GAME-ID.
           ACCEPT WS-GAME-ID-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.

      *MIRROR THE GAMELOG RECORD JUST BUILT TO THE GAMEHIST KEYED
      *MASTER SO AN INQUIRY BY GAME OR PLAYER ID SEES IT AT ONCE.
      *A RECORD WITH GAME ID ZERO IS NEVER MIRRORED - ZERO IS THE
      *CONTROL RECORD'S KEY.
       WRITE-GAME-HIST.
           MOVE GL-GAME-ID TO GH-GAME-ID.
           MOVE GL-DATE TO GH-DATE.
           MOVE GL-SUB-Y-POS TO GH-SUB-Y-POS.
           MOVE GL-SUB-Z-POS TO GH-SUB-Z-POS.
           MOVE GL-PLAYER-ID TO GH-PLAYER-ID.
           MOVE GL-SHOT-SOURCE TO GH-SHOT-SOURCE.
           MOVE GL-SEED TO GH-SEED.
           MOVE GL-RULES-VERSION TO GH-RULES-VERSION.
           WRITE GAMEHIST-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - GAMEHIST WRITE REJECTED,'
      *RANDOM STREAM AS EVERYTHING ELSE, SO A SEEDED RUN TAKES THE
      *SAME TORPEDOES EVERY TIME.
       RETURN-FIRE.
           COMPUTE WS-TORPEDO-RANGE =
               DIMENSION / WS-RULE-TORPEDO-DIVISOR.
           IF WS-TORPEDO-RANGE < 2
           MOVE 2 TO WS-TORPEDO-RANGE.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                       + FUNCTION ABS(SUB-Z-POS(SUB-IDX) - T-Z-POS)
                   IF WS-CUR-DIST <= WS-TORPEDO-RANGE
                       COMPUTE WS-FIRE-DRAW = FUNCTION RANDOM
                       IF WS-FIRE-DRAW * 100 < WS-RULE-FIRE-PERCENT
                           SET WS-FIRING-SUB-IDX TO SUB-IDX
                           SUBTRACT 1 FROM WS-HULL-POINTS
                           DISPLAY 'TORPEDO HIT FROM ENEMY SUB #'
           END-PERFORM.
           DISPLAY 'HULL POINTS REMAINING: ' WS-HULL-POINTS.

      *AFTER A MISS EACH SURVIVING SUB MAY SLIP UP TO THE RULE
      *SET'S EVADE STEP ALONG EACH AXIS, STAYING INSIDE THE SEARCH
      *AREA (A STEP THAT WOULD LEAVE IT JUST STAYS PUT ON THAT
      *AXIS). THE DRAWS COME OFF THE SAME RANDOM STREAM AS
      *PLACEMENT, SO A SEEDED RUN EVADES REPRODUCIBLY TOO - AND A
      *ONE-CELL STEP DRAWS EXACTLY AS IT ALWAYS DID.
       MOVE-FLEET.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                   UNTIL SUB-IDX > FLEET-SIZE
               IF SUB-HIT-FLAG(SUB-IDX) = 'N'
                   COMPUTE WS-EVADE-STEP = FUNCTION RANDOM *
                       (WS-RULE-EVADE-STEP * 2 + 1)
                   COMPUTE WS-EVADE-POS = SUB-X-POS(SUB-IDX)
                       + WS-EVADE-STEP - WS-RULE-EVADE-STEP
                   IF WS-EVADE-POS >= 2 AND WS-EVADE-POS <= DIMENSION
                       MOVE WS-EVADE-POS TO SUB-X-POS(SUB-IDX)
                   END-IF
                   COMPUTE WS-EVADE-STEP = FUNCTION RANDOM *
                       (WS-RULE-EVADE-STEP * 2 + 1)
                   COMPUTE WS-EVADE-POS = SUB-Y-POS(SUB-IDX)
                       + WS-EVADE-STEP - WS-RULE-EVADE-STEP
                   IF WS-EVADE-POS >= 2 AND WS-EVADE-POS <= DIMENSION
                       MOVE WS-EVADE-POS TO SUB-Y-POS(SUB-IDX)
                   END-IF
                   COMPUTE WS-EVADE-STEP = FUNCTION RANDOM *
                       (WS-RULE-EVADE-STEP * 2 + 1)
                   COMPUTE WS-EVADE-POS = SUB-Z-POS(SUB-IDX)
                       + WS-EVADE-STEP - WS-RULE-EVADE-STEP
                   IF WS-EVADE-POS >= 2 AND WS-EVADE-POS <= DIMENSION
                       MOVE WS-EVADE-POS TO SUB-Z-POS(SUB-IDX)
                   END-IF
           MOVE WS-BATCH-MODE TO CK-BATCH-FLAG.
           MOVE WS-BATCH-GAMES-DONE TO CK-BATCH-GAMES-DONE.
           MOVE WS-GAMEREC-USED TO CK-GAMEREC-USED.
           MOVE WS-GAME-SOURCE TO CK-SHOT-SOURCE.
           MOVE WS-GAME-SEED TO CK-SEED.
           MOVE WS-RULES-VERSION TO CK-RULES-VERSION.
           WRITE CHECKPOINT-RECORD.
           IF WS-RESTART-STATUS NOT = '00'
           DISPLAY 'WARNING - CHECKPOINT WRITE FAILED, STATUS '
           MOVE SUB-Z-POS(1) TO GL-SUB-Z-POS.
           MOVE WS-PLAYER-ID TO GL-PLAYER-ID.
           MOVE WS-GAME-ID TO GL-GAME-ID.
           MOVE WS-GAME-SOURCE TO GL-SHOT-SOURCE.
           MOVE WS-GAME-SEED TO GL-SEED.
           MOVE WS-RULES-VERSION TO GL-RULES-VERSION.
           ADD 1 TO WS-AU-GAMES.
           PERFORM WRITE-GAME-LOG.
           IF KEYED-MASTERS AND GL-GAME-ID > 0

      *LOOK THE ID IN WS-PLAYER-ID UP ON THE PLAYERS MASTER AND
      *LEAVE THE FILE OPEN FOR UPDATE IF IT CHECKS OUT. SHARED BY
      *THE CONSOLE SIGN-ON AND THE BATCH CONTROL RECORD - A MISS
      *JUST DOWNGRADES TO UNREGISTERED, AND THE ONLY PROMPT IS THE
      *CONSOLE'S PIN (CHECK-SIGN-ON NEVER ASKS IN BATCH).
      *A JOURNALLED SESSION ONLY EVER READS THE MASTER - THE
      *CREDIT IS APPLIED BY DEPTHCOL AT MERGE TIME, SO TWO
      *SESSIONS NEVER HOLD THE FILE FOR UPDATE AT ONCE.
               INVALID KEY
                   DISPLAY 'PLAYER ' WS-PLAYER-ID ' NOT ON FILE -'
                       ' PLAYING UNREGISTERED.'
                   MOVE 'NOID' TO WS-SEC-EVENT
                   MOVE 'ID NOT ON THE PLAYERS MASTER' TO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-EVENT
                   MOVE SPACES TO WS-PLAYER-ID
                   CLOSE PLAYER-FILE
           END-READ
           IF PM-IS-INACTIVE
           DISPLAY 'PLAYER ' WS-PLAYER-ID ' IS DEACTIVATED - PLAYING'
               ' UNREGISTERED.'
           MOVE 'INACTIVE' TO WS-SEC-EVENT
           MOVE 'ID IS DEACTIVATED' TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-EVENT
           MOVE SPACES TO WS-PLAYER-ID
           CLOSE PLAYER-FILE
           ELSE
           PERFORM CHECK-SIGN-ON THRU CHECK-SIGN-ON-EXIT
           END-IF
           END-IF.
           IF WS-PLAYER-ID NOT = SPACES
           MOVE 'Y' TO WS-PLAYER-ON-FILE
           DISPLAY 'WELCOME ABOARD, ' PM-NAME '.'
           END-IF.

      *PROVE THE SIGN-ON BEFORE ANYTHING IS CREDITED TO THE ID. A
      *LOCKED-OUT PLAYER CANNOT BE CREDITED FROM ANY SOURCE. A
      *DEPTHPRM DECK HAS NOBODY TO KEY A PIN, SO IT NEEDS THE
      *PLAYER'S BATCH AUTHORIZATION INSTEAD. AT THE CONSOLE THE
      *PLAYER KEYS THE PIN; WRONG ONES ARE COUNTED ON THE MASTER
      *(SO STARTING A FRESH SESSION DOES NOT BUY MORE GUESSES) AND
      *THE THIRD IN A ROW LOCKS THE ID UNTIL AN OPERATOR UNLOCKS
      *IT IN PLAYMNT. A BLANK PIN GIVES UP AND PLAYS UNREGISTERED
      *WITHOUT COUNTING AGAINST THE PLAYER.
       CHECK-SIGN-ON.
           IF PM-BAD-PIN-COUNT IS NOT NUMERIC
           MOVE 0 TO PM-BAD-PIN-COUNT.
           MOVE SPACES TO WS-SEC-DETAIL.
           IF PM-IS-LOCKED
           DISPLAY 'PLAYER ' WS-PLAYER-ID ' IS LOCKED OUT - SEE THE'
               ' OPERATOR. PLAYING UNREGISTERED.'
           MOVE 'LOCKED' TO WS-SEC-EVENT
           MOVE 'SIGN-ON WHILE LOCKED OUT' TO WS-SEC-DETAIL
           GO TO CHECK-SIGN-ON-REFUSED
           END-IF.
           IF BATCH-MODE
           IF PM-BATCH-AUTHORIZED
           GO TO CHECK-SIGN-ON-EXIT
           END-IF
           DISPLAY 'PLAYER ' WS-PLAYER-ID ' HAS NOT AUTHORIZED BATCH'
               ' CREDIT - PLAYING UNREGISTERED.'
           MOVE 'NOAUTH' TO WS-SEC-EVENT
           MOVE 'DEPTHPRM DECK NOT AUTHORIZED' TO WS-SEC-DETAIL
           GO TO CHECK-SIGN-ON-REFUSED
           END-IF.
           IF PM-PIN = SPACES
           DISPLAY 'PLAYER ' WS-PLAYER-ID ' HAS NO PIN ISSUED - SEE'
               ' THE OPERATOR. PLAYING UNREGISTERED.'
           MOVE 'NOPIN' TO WS-SEC-EVENT
           MOVE 'NO PIN ISSUED YET' TO WS-SEC-DETAIL
           GO TO CHECK-SIGN-ON-REFUSED
           END-IF.

       CHECK-SIGN-ON-PIN.
           DISPLAY 'ENTER PIN (OR BLANK TO PLAY UNREGISTERED):'
               WITH NO ADVANCING.
           ACCEPT WS-PIN-ENTRY.
           IF WS-PIN-ENTRY = SPACES
           DISPLAY 'NO PIN ENTERED - PLAYING UNREGISTERED.'
           MOVE SPACES TO WS-PLAYER-ID
           CLOSE PLAYER-FILE
           GO TO CHECK-SIGN-ON-EXIT
           END-IF.
           IF WS-PIN-ENTRY = PM-PIN
           IF PM-BAD-PIN-COUNT > 0
           MOVE 0 TO PM-BAD-PIN-COUNT
           PERFORM POST-PIN-COUNT
           END-IF
           GO TO CHECK-SIGN-ON-EXIT
           END-IF.
           ADD 1 TO PM-BAD-PIN-COUNT.
           MOVE 'BADPIN' TO WS-SEC-EVENT.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING 'WRONG PIN - ' PM-BAD-PIN-COUNT ' IN A ROW'
               DELIMITED BY SIZE INTO WS-SEC-DETAIL.
           IF PM-BAD-PIN-COUNT < 3
           PERFORM POST-PIN-COUNT THRU POST-PIN-COUNT-EXIT
           PERFORM WRITE-SECURITY-EVENT
           DISPLAY 'WRONG PIN. TRY AGAIN.'
           GO TO CHECK-SIGN-ON-PIN
           END-IF.
           MOVE 'Y' TO PM-LOCKED.
           PERFORM POST-PIN-COUNT THRU POST-PIN-COUNT-EXIT.
           PERFORM WRITE-SECURITY-EVENT.
           DISPLAY 'THREE WRONG PINS - PLAYER ' WS-PLAYER-ID
               ' IS LOCKED OUT UNTIL AN OPERATOR UNLOCKS IT.'
           DISPLAY 'PLAYING UNREGISTERED.'
           MOVE 'LOCKOUT' TO WS-SEC-EVENT.
           MOVE 'LOCKED AFTER 3 WRONG PINS' TO WS-SEC-DETAIL.

       CHECK-SIGN-ON-REFUSED.
           PERFORM WRITE-SECURITY-EVENT.
           MOVE SPACES TO WS-PLAYER-ID.
           CLOSE PLAYER-FILE.

       CHECK-SIGN-ON-EXIT.
           EXIT.

      *PUT THE PIN COUNT AND LOCK BACK ON THE MASTER. A JOURNALLED
      *SESSION HOLDS THE MASTER READ-ONLY, SO IT TAKES IT FOR UPDATE
      *JUST LONG ENOUGH FOR THIS ONE REWRITE AND THEN HANDS IT BACK
      *- LEAVING THE COUNT UNPOSTED WOULD LET A JOURNALLED CONSOLE
      *GUESS PINS FOREVER. IF THE MASTER WILL NOT OPEN FOR UPDATE
      *THE COUNT IS WARNED ABOUT AND LEFT UNPOSTED, BUT THE SESSION
      *STILL CARRIES IT, SO THIS SIGN-ON LOCKS OUT ALL THE SAME.
       POST-PIN-COUNT.
           MOVE PM-BAD-PIN-COUNT TO WS-PIN-COUNT.
           MOVE PM-LOCKED TO WS-PIN-LOCKED.
           IF JOURNAL-MODE
           CLOSE PLAYER-FILE
           OPEN I-O PLAYER-FILE
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'WARNING - PLAYERS MASTER OPEN FAILED, STATUS '
               WS-PLAYER-STATUS ' - PIN COUNT NOT POSTED.'
           GO TO POST-PIN-COUNT-REOPEN
           END-IF
           MOVE WS-PLAYER-ID TO PM-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'WARNING - PLAYER ' WS-PLAYER-ID
                       ' NO LONGER ON FILE.'
           END-READ
           MOVE WS-PIN-COUNT TO PM-BAD-PIN-COUNT
           MOVE WS-PIN-LOCKED TO PM-LOCKED
           END-IF.
           REWRITE PLAYER-RECORD.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'WARNING - PLAYER UPDATE FAILED, STATUS '
               WS-PLAYER-STATUS
           END-IF.
           IF NOT JOURNAL-MODE
           GO TO POST-PIN-COUNT-EXIT.
           CLOSE PLAYER-FILE.

       POST-PIN-COUNT-REOPEN.
           OPEN INPUT PLAYER-FILE.
           MOVE WS-PLAYER-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'WARNING - PLAYER ' WS-PLAYER-ID
                       ' NO LONGER ON FILE.'
           END-READ.
           MOVE WS-PIN-COUNT TO PM-BAD-PIN-COUNT.
           MOVE WS-PIN-LOCKED TO PM-LOCKED.
       POST-PIN-COUNT-EXIT.
           EXIT.

      *ONE SECLOG RECORD PER REFUSED SIGN-ON OR LOCKOUT. THE LOG IS
      *OPENED AND CLOSED AROUND EACH RECORD SO ANY NUMBER OF
      *SESSIONS CAN APPEND TO IT, AND A LOG THAT WILL NOT OPEN IS
      *WARNED ABOUT RATHER THAN HOLDING UP THE GAME.
       WRITE-SECURITY-EVENT.
           OPEN EXTEND SECLOG-FILE.
           IF WS-SECLOG-STATUS = '35'
           OPEN OUTPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS NOT = '00'
           DISPLAY 'WARNING - UNABLE TO OPEN SECLOG, STATUS '
               WS-SECLOG-STATUS
           ELSE
           ACCEPT SEC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HHMMSS TO SEC-TIME
           MOVE 'DEPTHC' TO SEC-PROGRAM
           MOVE WS-SEC-EVENT TO SEC-EVENT
           MOVE WS-PLAYER-ID TO SEC-PLAYER-ID
           MOVE WS-AU-SOURCE TO SEC-SOURCE
           MOVE SPACES TO SEC-OPERATOR
           MOVE WS-SEC-DETAIL TO SEC-DETAIL
           WRITE SECLOG-RECORD
           IF WS-SECLOG-STATUS NOT = '00'
           DISPLAY 'WARNING - SECLOG WRITE FAILED, STATUS '
               WS-SECLOG-STATUS
           END-IF
           CLOSE SECLOG-FILE
           END-IF.

      *=============================================================

       BATCH-RUN-GAME.
           MOVE 000 TO TRIES.
           IF WS-RULES-VERSION NOT = WS-SESSION-RULES
           MOVE WS-SESSION-RULES TO WS-RULES-WANTED
           PERFORM SWITCH-RULES
           END-IF.
           MOVE WS-BATCH-DIMENSION TO DIMENSION.
           MOVE WS-BATCH-FLEET-SIZE TO FLEET-SIZE.
           MOVE WS-BATCH-EVADE TO WS-EVADE-FLAG.
           MOVE 'Y' TO CK-BATCH-FLAG.
           MOVE WS-BATCH-GAMES-DONE TO CK-BATCH-GAMES-DONE.
           MOVE WS-GAMEREC-USED TO CK-GAMEREC-USED.
           MOVE SPACE TO CK-SHOT-SOURCE.
           MOVE 0 TO CK-SEED.
           MOVE WS-SESSION-RULES TO CK-RULES-VERSION.
           WRITE CHECKPOINT-RECORD.
           IF WS-RESTART-STATUS NOT = '00'
           DISPLAY 'WARNING - CHECKPOINT WRITE FAILED, STATUS '
           MOVE WS-PLAYER-ID TO GL-PLAYER-ID.
           PERFORM MINT-GAME-ID.
           MOVE WS-GAME-ID TO GL-GAME-ID.
      *THE SUMMARY CARRIES THE LAST MISSION'S SOURCE AND SEED.
           MOVE WS-GAME-SOURCE TO GL-SHOT-SOURCE.
           MOVE WS-GAME-SEED TO GL-SEED.
           MOVE WS-RULES-VERSION TO GL-RULES-VERSION.
           ADD 1 TO WS-AU-GAMES.
           PERFORM WRITE-GAME-LOG.
           IF KEYED-MASTERS AND GL-GAME-ID > 0
      * SHOTS/TRIES/SUB ARE HELD IN DUEL-ENTRY(1) AND DUEL-ENTRY(2).
      * GAMEREC/CHECKPOINT/FLEET-SIZE DO NOT APPLY TO THIS MODE --
      * EACH PLAYER FACES EXACTLY ONE SUB, ENTERED FROM THE CONSOLE.
      * BOTH PLAYERS SIGN ON FOR THEMSELVES, EACH PLAYS UNDER A GAME
      * ID OF THEIR OWN, AND THE DECIDED MATCH GOES TO DUELLOG.
      *=============================================================
       DUEL-START.
           DISPLAY '            DEPTH CHARGE - DUEL MODE'.
           PERFORM DUEL-SIGN-ON.
           MOVE 1 TO WS-DUEL-TURN.

       DUEL-GET-DIMENSION.
               GO TO GIVE-UP
           END-IF
           GO TO DUEL-GET-DIMENSION-RETRY
           END-IF.

      *A TOURNAMENT MATCH JOINS HERE WITH ITS DIMENSION ALREADY SET.
       DUEL-SET-BOARD.
           COMPUTE SHOTS = FUNCTION LOG(DIMENSION) / FUNCTION LOG(2).
           ADD 1 TO SHOTS.

               MOVE 0 TO DUEL-TRIES(DUEL-IDX)
               MOVE 'N' TO DUEL-DONE(DUEL-IDX)
               MOVE SPACES TO DUEL-OUTCOME(DUEL-IDX)
               PERFORM MINT-GAME-ID
               MOVE WS-GAME-ID TO DUEL-GAME-ID(DUEL-IDX)
           END-PERFORM.
           COMPUTE DUEL-SUB-X-POS(1) =
               2 + FUNCTION RANDOM * (DIMENSION - 1).
           GO TO DUEL-GET-SHOT.

      *SCORE THIS PLAYER'S SHOT AGAINST THEIR OWN SUB, WITH THE SAME
      *DISTANCE-BANDED SONAR HINT AS THE SOLO GAME. THE SHOT GOES TO
      *SHOTLOG UNDER THE PLAYER'S OWN GAME ID, THE SAME AS A SOLO
      *SHOT, SO A DUEL CAN BE REPLAYED AND CHECKED LIKE ANY GAME.
       DUEL-RESOLVE-SHOT.
           MOVE 0 TO WS-BAD-INPUT-COUNT.
           ADD 1 TO DUEL-TRIES(WS-DUEL-TURN).
               FUNCTION ABS(DUEL-SUB-X-POS(WS-DUEL-TURN) - T-X-POS)
               + FUNCTION ABS(DUEL-SUB-Y-POS(WS-DUEL-TURN) - T-Y-POS)
               + FUNCTION ABS(DUEL-SUB-Z-POS(WS-DUEL-TURN) - T-Z-POS).
           MOVE DUEL-GAME-ID(WS-DUEL-TURN) TO WS-GAME-ID.
           MOVE DUEL-TRIES(WS-DUEL-TURN) TO TRIES.
           IF SHOT-X IS EQUAL TO 0
           MOVE 1 TO WS-HIT-THIS-TURN
           ELSE
           MOVE 0 TO WS-HIT-THIS-TURN
           END-IF.
           PERFORM WRITE-SHOT-RECORD.
           IF SHOT-X IS EQUAL TO 0
           DISPLAY 'B O O M !  PLAYER ' WS-DUEL-TURN ' FOUND IT IN '
               DUEL-TRIES(WS-DUEL-TURN) ' TRIES.'
           MOVE DUEL-SUB-X-POS(WS-DUEL-TURN) TO GL-SUB-X-POS.
           MOVE DUEL-SUB-Y-POS(WS-DUEL-TURN) TO GL-SUB-Y-POS.
           MOVE DUEL-SUB-Z-POS(WS-DUEL-TURN) TO GL-SUB-Z-POS.
      *EACH RESULT GOES TO THE ID ITS OWN PLAYER SIGNED ON WITH,
      *UNDER THE GAME ID THEIR SHOTS WERE LOGGED UNDER. A
      *JOURNALLED SESSION LEAVES THE CREDIT TO DEPTHCOL, THE SAME
      *AS FOR A SOLO GAME.
           MOVE DUEL-PLAYER-ID(WS-DUEL-TURN) TO GL-PLAYER-ID.
           MOVE DUEL-GAME-ID(WS-DUEL-TURN) TO GL-GAME-ID.
      *A TOURNAMENT MATCH IS MARKED AS SUCH, SO ITS BRACKET SEED IS
      *NOT TAKEN FOR ONE THE PLAYERS SET.
           IF GAME-MODE-TOURNAMENT
           MOVE 'T' TO GL-SHOT-SOURCE
           ELSE
           MOVE 'C' TO GL-SHOT-SOURCE
           END-IF.
           MOVE WS-RANDOM-SEED TO GL-SEED.
           MOVE WS-RULES-VERSION TO GL-RULES-VERSION.
           IF DUEL-DONE(WS-DUEL-TURN) = 'Y'
           ADD 1 TO WS-AU-GAMES
           PERFORM WRITE-GAME-LOG
           IF KEYED-MASTERS
           PERFORM WRITE-GAME-HIST
           END-IF
           IF GL-PLAYER-ID NOT = SPACES AND NOT JOURNAL-MODE
           PERFORM DUEL-CREDIT-PLAYER
           END-IF
           END-IF.
           PERFORM DUEL-TOGGLE-PLAYER.
           GO TO DUEL-TURN.
           ELSE
           MOVE 1 TO WS-DUEL-TURN.

      *ROLL A FINISHED DUELIST'S RESULT INTO THEIR LIFETIME TOTALS
      *THROUGH UPDATE-PLAYER-STATS, THE SAME AS A SOLO GAME. THE
      *MASTER IS TAKEN FOR UPDATE JUST LONG ENOUGH TO READ THE
      *RECORD FRESH AND REWRITE IT.
       DUEL-CREDIT-PLAYER.
           OPEN I-O PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'WARNING - PLAYERS MASTER OPEN FAILED, STATUS '
               WS-PLAYER-STATUS
           ELSE
           MOVE GL-PLAYER-ID TO PM-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'WARNING - PLAYER ' GL-PLAYER-ID
                       ' NO LONGER ON FILE.'
               NOT INVALID KEY
                   MOVE DUEL-OUTCOME(WS-DUEL-TURN) TO WS-GAME-OUTCOME
                   MOVE DUEL-TRIES(WS-DUEL-TURN) TO TRIES
                   PERFORM UPDATE-PLAYER-STATS
           END-READ
           CLOSE PLAYER-FILE
           END-IF.

      *BOTH DUELISTS SIGN ON THROUGH THE PLAYERS MASTER THE SAME WAY
      *THE CONSOLE PLAYER DOES - PIN, LOCKOUT AND SECLOG ALL APPLY -
      *SO EACH RESULT IS CREDITED TO THE PLAYER WHO EARNED IT. A
      *BLANK, UNKNOWN OR REFUSED ID PLAYS THAT SIDE UNREGISTERED.
      *THE MASTER HAS ONE RECORD AREA FOR TWO DUELISTS, SO IT IS
      *NOT HELD OPEN FOR EITHER OF THEM; THE SESSION'S OWN PLAYER
      *STANDS ASIDE UNTIL DUEL-RESTORE-PLAYER PUTS THEM BACK.
       DUEL-SIGN-ON.
           MOVE WS-PLAYER-ID TO WS-DUEL-SESSION-ID.
           MOVE WS-PLAYER-ON-FILE TO WS-DUEL-SESSION-ON-FILE.
           IF PLAYER-ON-FILE
           CLOSE PLAYER-FILE
           MOVE 'N' TO WS-PLAYER-ON-FILE.
           PERFORM DUEL-SIGN-ON-PLAYER
               VARYING WS-DUEL-TURN FROM 1 BY 1 UNTIL WS-DUEL-TURN > 2.

      *ONE PLAYER CANNOT TAKE BOTH SIDES OF A DUEL.
       DUEL-SIGN-ON-PLAYER.
           DISPLAY 'PLAYER ' WS-DUEL-TURN ' - ENTER PLAYER ID (OR'
               ' BLANK TO PLAY UNREGISTERED):' WITH NO ADVANCING
           ACCEPT WS-PLAYER-ID.
           IF WS-DUEL-TURN = 2 AND WS-PLAYER-ID NOT = SPACES
               AND WS-PLAYER-ID = DUEL-PLAYER-ID(1)
           DISPLAY 'PLAYER ' WS-PLAYER-ID ' IS ALREADY IN THIS DUEL -'
               ' PLAYING UNREGISTERED.'
           MOVE SPACES TO WS-PLAYER-ID.
           IF WS-PLAYER-ID NOT = SPACES
           PERFORM LOOKUP-PLAYER.
           MOVE WS-PLAYER-ID TO DUEL-PLAYER-ID(WS-DUEL-TURN).
           IF PLAYER-ON-FILE
           CLOSE PLAYER-FILE
           MOVE 'N' TO WS-PLAYER-ON-FILE.

      *BOTH PLAYERS ARE DONE -- COMPARE OUTCOMES AND DECLARE A
      *WINNER. A HIT ALWAYS BEATS AN ABANDONED SHIP; BETWEEN TWO
      *HITS, FEWER TRIES WINS.
           IF DUEL-OUTCOME(1) = 'HIT' AND DUEL-OUTCOME(2) = 'HIT'
               IF DUEL-TRIES(1) < DUEL-TRIES(2)
                   DISPLAY 'PLAYER 1 WINS!'
                   MOVE '1' TO WS-DUEL-WINNER
                   MOVE 0 TO RETURN-CODE
               ELSE
                   IF DUEL-TRIES(1) > DUEL-TRIES(2)
                       DISPLAY 'PLAYER 2 WINS!'
                       MOVE '2' TO WS-DUEL-WINNER
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       DISPLAY 'IT''S A TIE!'
                       MOVE 'T' TO WS-DUEL-WINNER
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               IF DUEL-OUTCOME(1) = 'HIT'
                   DISPLAY 'PLAYER 1 WINS!'
                   MOVE '1' TO WS-DUEL-WINNER
                   MOVE 0 TO RETURN-CODE
               ELSE
                   IF DUEL-OUTCOME(2) = 'HIT'
                       DISPLAY 'PLAYER 2 WINS!'
                       MOVE '2' TO WS-DUEL-WINNER
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       DISPLAY 'DRAW - BOTH SHIPS LOST.'
                       MOVE 'D' TO WS-DUEL-WINNER
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-DUEL-LOG.
           IF GAME-MODE-TOURNAMENT
           PERFORM TOURN-POST-RESULT THRU TOURN-POST-RESULT-EXIT
           PERFORM TOURN-RESTORE-SEED
           END-IF.
           PERFORM DUEL-RESTORE-PLAYER THRU DUEL-RESTORE-PLAYER-EXIT.
           GO TO NEW-GAME.

      *ONE DUELLOG MATCH RECORD PER DECIDED DUEL - BOTH SIDES, THEIR
      *GAME IDS AND RESULTS, AND THE WINNER. OPENED AND CLOSED
      *AROUND THE RECORD, THE SAME AS TRAINLOG, SO THE MATCH IS ON
      *DISK THE MOMENT IT IS DECIDED.
       WRITE-DUEL-LOG.
           OPEN EXTEND DUELLOG-FILE.
           IF WS-DUELLOG-STATUS = '35'
           OPEN OUTPUT DUELLOG-FILE.
           IF WS-DUELLOG-STATUS NOT = '00'
           DISPLAY 'WARNING - DUELLOG OPEN FAILED, STATUS '
               WS-DUELLOG-STATUS
           ELSE
           MOVE WS-TODAY-DATE TO DL-DATE
           MOVE DIMENSION TO DL-DIMENSION
           MOVE WS-RANDOM-SEED TO DL-SEED
           MOVE WS-RULES-VERSION TO DL-RULES-VERSION
           PERFORM VARYING WS-DUEL-TURN FROM 1 BY 1
                   UNTIL WS-DUEL-TURN > 2
               MOVE DUEL-PLAYER-ID(WS-DUEL-TURN)
                   TO DL-PLAYER-ID(WS-DUEL-TURN)
               MOVE DUEL-GAME-ID(WS-DUEL-TURN)
                   TO DL-GAME-ID(WS-DUEL-TURN)
               MOVE DUEL-OUTCOME(WS-DUEL-TURN)
                   TO DL-OUTCOME(WS-DUEL-TURN)
               MOVE DUEL-TRIES(WS-DUEL-TURN) TO DL-TRIES(WS-DUEL-TURN)
           END-PERFORM
           MOVE WS-DUEL-WINNER TO DL-WINNER
           MOVE SPACES TO DL-WINNER-ID
           IF DL-WON-BY-1
           MOVE DUEL-PLAYER-ID(1) TO DL-WINNER-ID
           END-IF
           IF DL-WON-BY-2
           MOVE DUEL-PLAYER-ID(2) TO DL-WINNER-ID
           END-IF
           WRITE DUELLOG-RECORD
           IF WS-DUELLOG-STATUS NOT = '00'
           DISPLAY 'WARNING - DUELLOG WRITE FAILED, STATUS '
               WS-DUELLOG-STATUS
           END-IF
           CLOSE DUELLOG-FILE
           END-IF.

      *PUT THE SESSION'S OWN PLAYER BACK THE WAY THEY STOOD BEFORE
      *THE DUEL. THEY PROVED THEIR SIGN-ON AT THE START OF THE
      *SESSION, SO IT IS ONE READ OF THE MASTER, NOT ANOTHER PIN.
       DUEL-RESTORE-PLAYER.
           MOVE WS-DUEL-SESSION-ID TO WS-PLAYER-ID.
           IF WS-DUEL-SESSION-ON-FILE NOT = 'Y'
           GO TO DUEL-RESTORE-PLAYER-EXIT.
           IF JOURNAL-MODE
           OPEN INPUT PLAYER-FILE
           ELSE
           OPEN I-O PLAYER-FILE
           END-IF.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'WARNING - PLAYERS MASTER OPEN FAILED, STATUS '
               WS-PLAYER-STATUS ' - PLAYING UNREGISTERED.'
           MOVE SPACES TO WS-PLAYER-ID
           GO TO DUEL-RESTORE-PLAYER-EXIT
           END-IF.
           MOVE WS-PLAYER-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'WARNING - PLAYER ' WS-PLAYER-ID
                       ' NO LONGER ON FILE - PLAYING UNREGISTERED.'
                   MOVE SPACES TO WS-PLAYER-ID
                   CLOSE PLAYER-FILE
                   GO TO DUEL-RESTORE-PLAYER-EXIT
           END-READ.
           MOVE 'Y' TO WS-PLAYER-ON-FILE.

       DUEL-RESTORE-PLAYER-EXIT.
           EXIT.

      *=============================================================
      * TOURNAMENT MODE
      * PLAYS THE NEXT MATCH OF THE KNOCKOUT TOURNAMENT TOURMNT
      * BUILT ON THE TOURNEY BRACKET - THE FIRST MATCH, ROUND BY
      * ROUND, WITH BOTH ITS PLAYERS KNOWN. IT IS AN ORDINARY DUEL
      * (SAME ENGINE, SAME GAMELOG/SHOTLOG/DUELLOG RECORDS, SAME
      * PLAYERS MASTER CREDIT) WITH THREE DIFFERENCES: ONLY THE
      * TWO PLAYERS THE BRACKET NAMES CAN SIGN ON FOR IT, THE
      * DIMENSION IS THE TOURNAMENT'S, AND THE BOARD IS SEEDED
      * FROM THE MATCH SO BOTH PLAYERS HUNT THE SAME SUB. THE
      * WINNER IS MOVED ON TO THE NEXT ROUND STRAIGHT AWAY; A TIE
      * OR A DRAW IS REPLAYED ON A FRESH BOARD.
      *=============================================================
       TOURN-START.
           DISPLAY '            DEPTH CHARGE - TOURNAMENT MATCH'.
           PERFORM TOURN-FIND-MATCH THRU TOURN-FIND-MATCH-EXIT.
           IF WS-TOURN-MATCH = 0
           GO TO GET-MODE.
           DISPLAY 'TOURNAMENT ' WS-TOURN-NO ' ROUND ' WS-TOURN-ROUND
               ' OF ' WS-TOURN-ROUNDS ', MATCH ' WS-TOURN-MATCH ':'.
           DISPLAY '  SEED ' TOURN-SEED(1) ' ' TOURN-PLAYER-ID(1)
               ' V SEED ' TOURN-SEED(2) ' ' TOURN-PLAYER-ID(2).
           PERFORM TOURN-SIGN-ON.
           IF DUEL-PLAYER-ID(1) = SPACES OR DUEL-PLAYER-ID(2) = SPACES
           DISPLAY 'BOTH PLAYERS MUST SIGN ON FOR A TOURNAMENT MATCH'
               ' - THE MATCH IS NOT PLAYED.'
           PERFORM DUEL-RESTORE-PLAYER THRU DUEL-RESTORE-PLAYER-EXIT
           GO TO GET-MODE
           END-IF.
           MOVE WS-RANDOM-SEED TO WS-TOURN-SESSION-SEED.
           MOVE WS-SEEDED-FLAG TO WS-TOURN-SESSION-SEEDED.
           MOVE WS-TOURN-BOARD-SEED TO WS-RANDOM-SEED.
           PERFORM SEED-RANDOM.
           MOVE WS-TOURN-DIMENSION TO DIMENSION.
           MOVE 0 TO WS-BAD-INPUT-COUNT.
           MOVE 1 TO WS-DUEL-TURN.
           GO TO DUEL-SET-BOARD.

      *THE CONTROL RECORD, THEN THE FIRST MATCH IN ROUND AND MATCH
      *ORDER THAT IS READY TO PLAY. WS-TOURN-MATCH STAYS ZERO WHEN
      *THERE IS NOTHING TO PLAY.
       TOURN-FIND-MATCH.
           MOVE 0 TO WS-TOURN-MATCH.
           OPEN INPUT TOURNEY-FILE.
           IF WS-TOURNEY-STATUS NOT = '00'
           DISPLAY 'NO TOURNAMENT BRACKET ON FILE - SEE TOURMNT.'
           GO TO TOURN-FIND-MATCH-EXIT.
           MOVE ZEROS TO TM-KEY.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'THE TOURNAMENT BRACKET HAS NO CONTROL'
                       ' RECORD - SEE TOURMNT.'
                   CLOSE TOURNEY-FILE
                   GO TO TOURN-FIND-MATCH-EXIT
           END-READ.
           IF NOT TC-IN-PLAY
           DISPLAY 'TOURNAMENT ' TC-TOURN-NO ' IS OVER - CHAMPION '
               TC-CHAMPION-ID '.'
           CLOSE TOURNEY-FILE
           GO TO TOURN-FIND-MATCH-EXIT
           END-IF.
           MOVE TC-TOURN-NO TO WS-TOURN-NO.
           MOVE TC-ROUNDS TO WS-TOURN-ROUNDS.
           MOVE TC-DIMENSION TO WS-TOURN-DIMENSION.

       TOURN-FIND-NEXT.
           READ TOURNEY-FILE NEXT RECORD
               AT END
                   DISPLAY 'NO TOURNAMENT MATCH IS READY TO PLAY.'
                   CLOSE TOURNEY-FILE
                   GO TO TOURN-FIND-MATCH-EXIT
           END-READ.
           IF NOT TM-READY
           GO TO TOURN-FIND-NEXT.
           MOVE TM-KEY TO WS-TOURN-KEY.
           MOVE TM-BOARD-SEED TO WS-TOURN-BOARD-SEED.
           MOVE TM-PLAYER-ID(1) TO TOURN-PLAYER-ID(1).
           MOVE TM-SEED(1) TO TOURN-SEED(1).
           MOVE TM-PLAYER-ID(2) TO TOURN-PLAYER-ID(2).
           MOVE TM-SEED(2) TO TOURN-SEED(2).
           IF TM-REPLAYS > 0
           DISPLAY 'REPLAY ' TM-REPLAYS ' OF THIS MATCH - A FRESH'
               ' BOARD.'.
           CLOSE TOURNEY-FILE.
       TOURN-FIND-MATCH-EXIT.
           EXIT.

      *THE SAME SIGN-ON AS A DUEL, EXCEPT THAT EACH SIDE'S ID IS
      *THE BRACKET'S, NOT KEYED - ONLY THE PIN IS ASKED. WHEN
      *PLAYER 1 CANNOT SIGN ON, PLAYER 2 IS NOT ASKED.
       TOURN-SIGN-ON.
           MOVE WS-PLAYER-ID TO WS-DUEL-SESSION-ID.
           MOVE WS-PLAYER-ON-FILE TO WS-DUEL-SESSION-ON-FILE.
           IF PLAYER-ON-FILE
           CLOSE PLAYER-FILE
           MOVE 'N' TO WS-PLAYER-ON-FILE.
           MOVE SPACES TO DUEL-PLAYER-ID(1) DUEL-PLAYER-ID(2).
           PERFORM TOURN-SIGN-ON-PLAYER THRU TOURN-SIGN-ON-PLAYER-EXIT
               VARYING WS-DUEL-TURN FROM 1 BY 1 UNTIL WS-DUEL-TURN > 2.

       TOURN-SIGN-ON-PLAYER.
           IF WS-DUEL-TURN = 2 AND DUEL-PLAYER-ID(1) = SPACES
           GO TO TOURN-SIGN-ON-PLAYER-EXIT.
           DISPLAY 'PLAYER ' WS-DUEL-TURN ' IS '
               TOURN-PLAYER-ID(WS-DUEL-TURN) '.'.
           MOVE TOURN-PLAYER-ID(WS-DUEL-TURN) TO WS-PLAYER-ID.
           PERFORM LOOKUP-PLAYER.
           MOVE WS-PLAYER-ID TO DUEL-PLAYER-ID(WS-DUEL-TURN).
           IF PLAYER-ON-FILE
           CLOSE PLAYER-FILE
           MOVE 'N' TO WS-PLAYER-ON-FILE.
       TOURN-SIGN-ON-PLAYER-EXIT.
           EXIT.

      *PUT THE MATCH RESULT ON THE BRACKET. A WIN IS POSTED AND
      *THE WINNER MOVED ON - OR, AFTER THE FINAL, CROWNED ON THE
      *CONTROL RECORD. A TIE OR A DRAW DECIDES NOTHING: THE MATCH
      *STAYS READY WITH A NEW BOARD SEED FOR THE REPLAY. THE
      *BRACKET IS NOT JOURNALLED - LIKE DUELLOG IT IS UPDATED THE
      *MOMENT THE MATCH IS DECIDED.
       TOURN-POST-RESULT.
           OPEN I-O TOURNEY-FILE.
           IF WS-TOURNEY-STATUS NOT = '00'
           DISPLAY 'WARNING - TOURNEY OPEN FAILED, STATUS '
               WS-TOURNEY-STATUS ' - RESULT NOT POSTED.'
           GO TO TOURN-POST-RESULT-EXIT
           END-IF.
           MOVE WS-TOURN-KEY TO TM-KEY.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'WARNING - MATCH ' WS-TOURN-MATCH
                       ' NO LONGER ON TOURNEY - RESULT NOT POSTED.'
                   CLOSE TOURNEY-FILE
                   GO TO TOURN-POST-RESULT-EXIT
           END-READ.
      *THE BRACKET MAY HAVE BEEN REBUILT WHILE THE MATCH WAS ON.
           IF NOT TM-READY
               OR TM-PLAYER-ID(1) NOT = DUEL-PLAYER-ID(1)
               OR TM-PLAYER-ID(2) NOT = DUEL-PLAYER-ID(2)
           DISPLAY 'WARNING - MATCH ' WS-TOURN-MATCH ' HAS CHANGED'
               ' ON TOURNEY - RESULT NOT POSTED.'
           CLOSE TOURNEY-FILE
           GO TO TOURN-POST-RESULT-EXIT
           END-IF.
           PERFORM VARYING WS-DUEL-TURN FROM 1 BY 1
                   UNTIL WS-DUEL-TURN > 2
               MOVE DUEL-GAME-ID(WS-DUEL-TURN)
                   TO TM-GAME-ID(WS-DUEL-TURN)
               MOVE DUEL-OUTCOME(WS-DUEL-TURN)
                   TO TM-OUTCOME(WS-DUEL-TURN)
               MOVE DUEL-TRIES(WS-DUEL-TURN) TO TM-TRIES(WS-DUEL-TURN)
           END-PERFORM.
           MOVE WS-TODAY-DATE TO TM-PLAYED-DATE.
           IF WS-DUEL-WINNER NOT = '1' AND WS-DUEL-WINNER NOT = '2'
           IF TM-REPLAYS < 9
           ADD 1 TO TM-REPLAYS
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE TM-BOARD-SEED = WS-TIME-HHMMSS * 1000 + TM-MATCH
           PERFORM TOURN-REWRITE-MATCH
           DISPLAY 'NO WINNER - THE MATCH WILL BE REPLAYED ON A'
               ' FRESH BOARD.'
           CLOSE TOURNEY-FILE
           GO TO TOURN-POST-RESULT-EXIT
           END-IF.
           MOVE WS-DUEL-WINNER TO WS-TOURN-WINNER.
           MOVE 'P' TO TM-STATUS.
           MOVE WS-DUEL-WINNER TO TM-WINNER.
           MOVE TM-PLAYER-ID(WS-TOURN-WINNER) TO WS-TOURN-WINNER-ID.
           MOVE TM-SEED(WS-TOURN-WINNER) TO WS-TOURN-WINNER-SEED.
           PERFORM TOURN-REWRITE-MATCH.
           IF WS-TOURN-ROUND < WS-TOURN-ROUNDS
           PERFORM TOURN-ADVANCE-WINNER
           ELSE
           PERFORM TOURN-CROWN-CHAMPION
           END-IF.
           CLOSE TOURNEY-FILE.
       TOURN-POST-RESULT-EXIT.
           EXIT.

      *THE WINNERS OF MATCHES 1 AND 2 MEET IN THE NEXT ROUND'S
      *MATCH 1, 3 AND 4 IN MATCH 2, AND SO ON, THE ODD MATCH'S
      *WINNER ON SIDE 1 - THE SAME WAY TOURMNT PASSES BYES ON.
      *THE NEXT MATCH IS READY ONCE BOTH ITS SIDES ARE IN.
       TOURN-ADVANCE-WINNER.
           DIVIDE TM-MATCH BY 2 GIVING TM-MATCH
               REMAINDER WS-TOURN-NEXT-ODD.
           IF WS-TOURN-NEXT-ODD = 1
           ADD 1 TO TM-MATCH
           MOVE 1 TO WS-TOURN-NEXT-SIDE
           ELSE
           MOVE 2 TO WS-TOURN-NEXT-SIDE
           END-IF.
           ADD 1 TO TM-ROUND.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'WARNING - ROUND ' TM-ROUND ' MATCH '
                       TM-MATCH ' NOT ON TOURNEY - WINNER NOT MOVED'
                       ' ON.'
               NOT INVALID KEY
                   MOVE WS-TOURN-WINNER-ID
                       TO TM-PLAYER-ID(WS-TOURN-NEXT-SIDE)
                   MOVE WS-TOURN-WINNER-SEED
                       TO TM-SEED(WS-TOURN-NEXT-SIDE)
                   IF TM-PLAYER-ID(1) NOT = SPACES
                       AND TM-PLAYER-ID(2) NOT = SPACES
                   MOVE 'R' TO TM-STATUS
                   END-IF
                   PERFORM TOURN-REWRITE-MATCH
                   DISPLAY WS-TOURN-WINNER-ID ' GOES THROUGH TO ROUND '
                       TM-ROUND ', MATCH ' TM-MATCH '.'
           END-READ.

      *THE FINAL IS PLAYED - THE CONTROL RECORD TAKES THE CHAMPION
      *AND THE TOURNAMENT IS DECIDED, READY FOR TOURRPT TO PRINT
      *AND KEEP.
       TOURN-CROWN-CHAMPION.
           MOVE ZEROS TO TM-KEY.
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY 'WARNING - TOURNEY CONTROL RECORD MISSING'
                       ' - CHAMPION NOT RECORDED.'
               NOT INVALID KEY
                   MOVE 'C' TO TC-STATUS
                   MOVE WS-TOURN-WINNER-ID TO TC-CHAMPION-ID
                   MOVE WS-TODAY-DATE TO TC-FINISHED-DATE
                   PERFORM TOURN-REWRITE-MATCH
                   DISPLAY WS-TOURN-WINNER-ID ' IS THE CHAMPION OF'
                       ' TOURNAMENT ' WS-TOURN-NO '!'
           END-READ.

       TOURN-REWRITE-MATCH.
           REWRITE TOURNEY-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - TOURNEY REWRITE FAILED, STATUS '
                       WS-TOURNEY-STATUS
           END-REWRITE.

      *THE SESSION GOES BACK TO ITS OWN SEED - OR TO UNSEEDED PLAY
      *- FOR WHATEVER IS PLAYED NEXT. A SEEDED SESSION'S STREAM IS
      *PRIMED AFRESH FROM ITS SEED. AN UNSEEDED SESSION'S STREAM
      *WOULD OTHERWISE RUN ON FROM THE MATCH'S BOARD SEED, WHICH IS
      *PRINTED AND LOGGED, SO IT IS PRIMED FROM THE CLOCK INSTEAD -
      *THE PRIMING DRAW IS THROWN AWAY, THE SAME AS SEED-RANDOM'S.
       TOURN-RESTORE-SEED.
           MOVE WS-TOURN-SESSION-SEED TO WS-RANDOM-SEED.
           MOVE WS-TOURN-SESSION-SEEDED TO WS-SEEDED-FLAG.
           IF SEEDED-RUN
           PERFORM SEED-RANDOM
           ELSE
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-RANDOM-WASTE = FUNCTION RANDOM(WS-TIME-NUM)
           END-IF.
