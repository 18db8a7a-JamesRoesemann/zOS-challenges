      * byte is the record type:
      *   1 = header, one per file - the extract run date/time.
      *   2 = detail, one per game added since the last extract -
      *       the game's GAMELOG record image unchanged, up to and
      *       including GL-GAME-ID. The shot-source, seed and
      *       rules-version bytes added to GAMELOG since stay off
      *       the interface - the receiving side's layout is fixed
      *       at 60 bytes.
      *   3 = trailer, one per file - detail record count and a
      *       hash total of GL-TRIES, so the receiving side can
      *       prove it got everything. The hash is a plain sum
