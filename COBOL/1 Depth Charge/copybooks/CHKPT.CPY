           02  CK-BATCH-FLAG          PIC X(1).
           02  CK-BATCH-GAMES-DONE    PIC 9(3).
           02  CK-GAMEREC-USED        PIC 9(5).
      * How the interrupted game's shots had been fed in so far
      * and the seed its board was laid out under, so the GAMELOG
      * record of a resumed game still says how it was played.
      * Spaces on older checkpoints, which resume as a console
      * game with no seed on record.
           02  CK-SHOT-SOURCE         PIC X(1).
           02  CK-SEED                PIC 9(9).
      * The rule set the interrupted game was started under, so a
      * resumed hunt finishes under the same rules even when a
      * new rule set has come into force in the meantime. Spaces
      * on older checkpoints, which resume under the rules in
      * force now.
           02  CK-RULES-VERSION       PIC 9(3).
