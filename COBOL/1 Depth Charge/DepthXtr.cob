      *                                                        *
      * THE DELTA IS TRACKED IN THE XTRCTL CONTROL FILE AS A   *
      * GL-GAME-ID HIGH-WATER MARK, ADVANCED ONLY AFTER A      *
      * CLEAN EXTRACT. OLDER DUEL RECORDS CARRY GAME ID ZERO   *
      * AND CANNOT RIDE A HIGH-WATER MARK - THEY ARE COUNTED   *
      * AND LEFT OUT OF THE FEED.                              *
      *                                                        *
      * RETURN-CODE 0 = NEW GAMES EXTRACTED, 4 = NOTHING NEW   *
      * (THE TRANSMIT STEP CAN BE SKIPPED), 12 = A FILE        *
           GO TO READ-NEXT-GAME
           END-IF.
           MOVE '2' TO XTR-D-TYPE.
           MOVE GAMELOG-RECORD(1:59) TO XTR-D-DATA.
           WRITE XTR-DETAIL-RECORD.
           IF WS-EXTRACT-STATUS NOT = '00'
           DISPLAY 'DETAIL WRITE FAILED, STATUS ' WS-EXTRACT-STATUS
           DISPLAY 'RECORDS READ ............. ' WS-READ-COUNT.
           DISPLAY 'GAMES EXTRACTED .......... ' WS-EXTRACT-COUNT.
           DISPLAY 'ALREADY SENT ............. ' WS-OLD-COUNT.
           DISPLAY 'NO GAME ID (NOT SENT) .... ' WS-DUEL-COUNT.
           DISPLAY 'TRIES HASH TOTAL ......... ' WS-TRIES-HASH.
           DISPLAY 'HIGH-WATER MARK NOW ...... ' WS-NEW-HIGH-WATER.
           IF WS-EXTRACT-COUNT IS EQUAL TO 0
