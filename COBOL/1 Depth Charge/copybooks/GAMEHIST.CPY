      * scanning GAMELOG and SHOTLOG front to back at every
      * session start. DEPTHIDX builds (or rebuilds) this master
      * from GAMELOG and SHOTLOG; DEPTHC keeps it current from
      * then on. Each duellist's game is kept here under its own
      * game id, the same as a solo game. Only duel records from
      * before duellists had game ids of their own (game id zero
      * on GAMELOG) keep no entry - zero is the control record's
      * key.
      *-----------------------------------------------------------
       01  GAMEHIST-RECORD.
           02  GH-GAME-ID             PIC 9(14).
               03  GH-SUB-Y-POS       PIC 9(3).
               03  GH-SUB-Z-POS       PIC 9(3).
               03  GH-PLAYER-ID       PIC X(8).
               03  GH-SHOT-SOURCE     PIC X(1).
               03  GH-SEED            PIC 9(9).
               03  GH-RULES-VERSION   PIC 9(3).
      * The control record's view of the same bytes. Only the
      * record at key zero is read this way.
           02  GH-CONTROL REDEFINES GH-DATA.
               03  GH-LAST-GAME-ID    PIC 9(14).
               03  FILLER             PIC X(44).
