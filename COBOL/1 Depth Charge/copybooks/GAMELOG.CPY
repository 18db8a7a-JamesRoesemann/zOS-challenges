      * before the PLAYERS master file existed was).
           02  GL-PLAYER-ID           PIC X(8).
      * Ties the summary record to its shot-by-shot detail on
      * SHOTLOG (date and time the game started). Zero on duel
      * records written before duellists signed on and played under
      * game ids of their own - those keep no shot detail.
           02  GL-GAME-ID             PIC 9(14).
      * How the shots were fed in, so a score can be told from one
      * typed at the console against a board nobody had seen:
      *   C = every shot typed at the console,
      *   G = every shot read off the GAMEREC deck at the console,
      *   B = batch run (DEPTHPRM) driven by the GAMEREC deck,
      *   M = mixed - the deck ran out (or was only partly used)
      *       and the rest of the game was typed at the console,
      *   T = a tournament match, every shot typed at the console
      *       on the board seed TOURMNT drew for the match.
      * Spaces on records written before the byte was kept.
           02  GL-SHOT-SOURCE         PIC X(1).
               88  GL-SHOTS-CONSOLE       VALUE 'C'.
               88  GL-SHOTS-GAMEREC       VALUE 'G'.
               88  GL-SHOTS-BATCH         VALUE 'B'.
               88  GL-SHOTS-MIXED         VALUE 'M'.
               88  GL-SHOTS-TOURNEY       VALUE 'T'.
      * The random seed in force when the subs were placed. Zero
      * when the session was unseeded (a seeded board can be laid
      * out again by anyone who knows the seed). Spaces on older
      * records - treat anything not numeric as unseeded. A
      * tournament match (source T) carries its bracket's board
      * seed, which no player chose - count it as unseeded too.
           02  GL-SEED                PIC 9(9).
      * The RULES rule set the game was played under (RU-VERSION),
      * so results from before and after a rules change can be
      * reported apart instead of blended. Spaces on records
      * written before the rules were kept on file - those games
      * were all played under the built-in rules, version 000.
           02  GL-RULES-VERSION       PIC 9(3).
