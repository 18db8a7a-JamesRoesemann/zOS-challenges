      *-----------------------------------------------------------
      * TOURNEY.CPY
      * Record layout for the TOURNEY keyed bracket file, indexed
      * on TM-KEY (round and match number). It holds the one
      * knockout tournament in progress: one record per match
      * of every round, built up front by TOURMNT from the
      * entrant list, played by DEPTHC in tournament mode, and
      * printed by TOURRPT - which keeps the finished bracket on
      * the TOURHIST history file.
      *   TM-STATUS          W waiting for one or both players
      *                      to come through from the round
      *                      before, R ready to play, P played,
      *                      B a bye - the one player goes
      *                      through unplayed.
      *   TM-BOARD-SEED      the random seed the match is played
      *                      on. Both players hunt the same sub
      *                      placement from it. A tie or a draw
      *                      leaves the match ready with a fresh
      *                      seed for the replay (TM-REPLAYS).
      *   TM-SIDE            the higher seed (side 1) and the
      *                      lower seed (side 2) in round one;
      *                      after that, whoever came through the
      *                      upper and the lower match before.
      *   TM-WINNER          1 or 2 once the match is decided.
      *
      * The record at key zero is the CONTROL RECORD: the
      * tournament's number and name, how it was seeded, the
      * dimension every match is played at, the bracket size,
      * and the champion once the final is played.
      *   TC-STATUS          O in play, C champion decided,
      *                      K kept on TOURHIST - a new bracket
      *                      may only be built over a kept one.
      *   TC-SEED-SOURCE     L lifetime rank (the PLAYLDR order),
      *                      F the TC-SEASON-NO final table on
      *                      LEAGHIST.
      *-----------------------------------------------------------
       01  TOURNEY-RECORD.
           02  TM-KEY.
               03  TM-ROUND           PIC 9(1).
               03  TM-MATCH           PIC 9(3).
           02  TM-DATA.
               03  TM-STATUS          PIC X(1).
                   88  TM-WAITING         VALUE 'W'.
                   88  TM-READY           VALUE 'R'.
                   88  TM-PLAYED          VALUE 'P'.
                   88  TM-BYE             VALUE 'B'.
               03  TM-BOARD-SEED      PIC 9(9).
               03  TM-REPLAYS         PIC 9(1).
               03  TM-SIDE OCCURS 2 TIMES.
                   04  TM-PLAYER-ID   PIC X(8).
                   04  TM-SEED        PIC 9(3).
                   04  TM-GAME-ID     PIC 9(14).
                   04  TM-OUTCOME     PIC X(10).
                   04  TM-TRIES       PIC 9(3).
               03  TM-WINNER          PIC X(1).
               03  TM-PLAYED-DATE     PIC 9(8).
      * The control record's view of the same bytes. Only the
      * record at key zero is read this way.
           02  TM-CONTROL REDEFINES TM-DATA.
               03  TC-TOURN-NO        PIC 9(3).
               03  TC-NAME            PIC X(20).
               03  TC-STATUS          PIC X(1).
                   88  TC-IN-PLAY         VALUE 'O'.
                   88  TC-DECIDED         VALUE 'C'.
                   88  TC-KEPT            VALUE 'K'.
               03  TC-BUILT-DATE      PIC 9(8).
               03  TC-SEED-SOURCE     PIC X(1).
                   88  TC-BY-LIFETIME     VALUE 'L'.
                   88  TC-BY-LEAGUE       VALUE 'F'.
               03  TC-SEASON-NO       PIC 9(3).
               03  TC-DIMENSION       PIC 9(3).
               03  TC-ENTRANTS        PIC 9(3).
               03  TC-BRACKET-SIZE    PIC 9(3).
               03  TC-ROUNDS          PIC 9(1).
               03  TC-CHAMPION-ID     PIC X(8).
               03  TC-FINISHED-DATE   PIC 9(8).
               03  FILLER             PIC X(34).
