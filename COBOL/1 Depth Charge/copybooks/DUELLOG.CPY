      *-----------------------------------------------------------
      * DUELLOG.CPY
      * Record layout for the DUELLOG match file. One record is
      * appended by DEPTHC for every duel played to a finish, and
      * read back by RIVALRPT to build the rivalry report. Each
      * duelist's own result is also on GAMELOG (with its shot
      * detail on SHOTLOG) under the game id carried here - the
      * duel goes by player 1's game id.
      *   DL-SIDE            player 1 and player 2, in turn order.
      *                      DL-PLAYER-ID is spaces for a side
      *                      that played unregistered.
      *   DL-WINNER          who DEPTHC declared the winner:
      *                      1 or 2, T for a tie on tries between
      *                      two hits, D for a draw with both
      *                      ships lost.
      *   DL-WINNER-ID       the winning side's player id (spaces
      *                      on a tie, a draw, or an unregistered
      *                      winner).
      *-----------------------------------------------------------
       01  DUELLOG-RECORD.
           02  DL-DATE                PIC 9(8).
           02  DL-DIMENSION           PIC 9(3).
           02  DL-SEED                PIC 9(9).
           02  DL-RULES-VERSION       PIC 9(3).
           02  DL-SIDE OCCURS 2 TIMES.
               03  DL-PLAYER-ID       PIC X(8).
               03  DL-GAME-ID         PIC 9(14).
               03  DL-OUTCOME         PIC X(10).
               03  DL-TRIES           PIC 9(3).
           02  DL-WINNER              PIC X(1).
               88  DL-WON-BY-1            VALUE '1'.
               88  DL-WON-BY-2            VALUE '2'.
               88  DL-TIED                VALUE 'T'.
               88  DL-DRAWN               VALUE 'D'.
           02  DL-WINNER-ID           PIC X(8).
