      *-----------------------------------------------------------
      * TOURHST.CPY
      * Record layout for the TOURHIST tournament history file.
      * Once a tournament's final has been played TOURRPT prints
      * the bracket and appends it here, one record per match,
      * each carrying the tournament's number, name, finish date
      * and champion - so past tournaments stay on record after
      * TOURMNT builds the next bracket over the TOURNEY file.
      * The match fields are TOURNEY.CPY's, as they stood at the
      * finish.
      *-----------------------------------------------------------
       01  TOURHST-RECORD.
           02  TH-TOURN-NO            PIC 9(3).
           02  TH-NAME                PIC X(20).
           02  TH-FINISHED-DATE       PIC 9(8).
           02  TH-CHAMPION-ID         PIC X(8).
           02  TH-ROUND               PIC 9(1).
           02  TH-MATCH               PIC 9(3).
           02  TH-STATUS              PIC X(1).
           02  TH-BOARD-SEED          PIC 9(9).
           02  TH-REPLAYS             PIC 9(1).
           02  TH-SIDE OCCURS 2 TIMES.
               03  TH-PLAYER-ID       PIC X(8).
               03  TH-SEED            PIC 9(3).
               03  TH-GAME-ID         PIC 9(14).
               03  TH-OUTCOME         PIC X(10).
               03  TH-TRIES           PIC 9(3).
           02  TH-WINNER              PIC X(1).
           02  TH-PLAYED-DATE         PIC 9(8).
