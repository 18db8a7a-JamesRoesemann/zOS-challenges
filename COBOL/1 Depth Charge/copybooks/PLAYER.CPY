      * player's lifetime totals, and PLAYLDR ranks everyone into
      * the leaderboard. PM-BEST-TRIES of 999 means the player has
      * not scored a hit yet.
      * PM-PIN is the four-digit sign-on PIN PLAYMNT issues; spaces
      * means none has been issued and DEPTHC will not credit the
      * ID until one is. Wrong PINs are counted in PM-BAD-PIN-COUNT
      * across sessions and the third in a row sets PM-LOCKED,
      * which only an operator's unlock in PLAYMNT clears.
      * PM-BATCH-AUTH of Y lets a DEPTHPRM deck credit games to the
      * player unattended - there is nobody at a batch deck to key
      * a PIN, so PLAYMNT has to grant it explicitly.
      * A master written before these four fields were added is
      * converted once by PLAYCNV (renamed to PLAYOLD first), which
      * writes each player back with no PIN, no bad PINs counted,
      * not locked and no batch authority.
      *-----------------------------------------------------------
       01  PLAYER-RECORD.
           02  PM-ID                  PIC X(8).
           02  PM-HITS                PIC 9(5).
           02  PM-ABANDONS            PIC 9(5).
           02  PM-BEST-TRIES          PIC 9(3).
           02  PM-PIN                 PIC X(4).
           02  PM-BAD-PIN-COUNT       PIC 9(1).
           02  PM-LOCKED              PIC X(1).
               88  PM-IS-LOCKED           VALUE 'Y'.
           02  PM-BATCH-AUTH          PIC X(1).
               88  PM-BATCH-AUTHORIZED    VALUE 'Y'.
