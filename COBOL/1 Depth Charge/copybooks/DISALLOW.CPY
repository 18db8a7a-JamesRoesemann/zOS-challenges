      *-----------------------------------------------------------
      * DISALLOW.CPY
      * Record layout for the DISALLOW keyed file, indexed on
      * DA-GAME-ID. One record per game the league supervisor has
      * ruled on after reviewing the DEPTHEXC score-integrity
      * exceptions. LEAGMNT writes and updates it; LEAGSTD and
      * LEAGEND leave a game out of the standings while its
      * record says disallowed, and DEPTHEXC notes which flagged
      * games have already been ruled on. A game reinstated on
      * review keeps its record (status R) so the ruling and who
      * made it stay on file.
      *   DA-PLAYER-ID/DA-GAME-DATE  the game's player and date,
      *                   copied off GAMEHIST when it is on hand.
      *   DA-RULED-DATE/DA-SUPERVISOR  the latest ruling and who
      *                   made it.
      *-----------------------------------------------------------
       01  DISALLOW-RECORD.
           02  DA-GAME-ID             PIC 9(14).
           02  DA-STATUS              PIC X(1).
               88  DA-IS-DISALLOWED       VALUE 'D'.
               88  DA-IS-REINSTATED       VALUE 'R'.
           02  DA-PLAYER-ID           PIC X(8).
           02  DA-GAME-DATE           PIC 9(8).
           02  DA-RULED-DATE          PIC 9(8).
           02  DA-SUPERVISOR          PIC X(8).
           02  DA-REASON              PIC X(30).
