      *                                                        *
      * RUN THIS ONCE TO CONVERT, AND AGAIN AFTER ANY DEPTHARC *
      * PURGE SO THE MASTERS TRACK THE LIVE HISTORY. BOTH      *
      * MASTERS ARE REBUILT FROM SCRATCH EVERY RUN. OLDER      *
      * DUEL RECORDS (GAME ID ZERO) KEEP NO KEYED ENTRY - ZERO *
      * IS THE CONTROL RECORD'S KEY.                           *
      *                                                        *
      * RETURN-CODE 0 = MASTERS BUILT AND CONTROL TOTALS       *
      * BALANCE, 12 = A FILE PROBLEM - REBUILD BEFORE USING    *
           GO TO BUILD-ABORT
           END-IF.

      *A GAMELOG RECORD WITH NO USABLE GAME ID (AN OLD DUEL'S ZERO,
      *OR GARBAGE A FUTURE DEPTHVAL RUN WILL REJECT) CANNOT BE KEYED -
      *COUNT IT AS SKIPPED RATHER THAN GUESS A KEY FOR IT. IT IS
      *STILL ON GAMELOG FOR THE SEQUENTIAL REPORTING SUITE.
       LOAD-NEXT-GAME.
           MOVE GL-SUB-Y-POS TO GH-SUB-Y-POS.
           MOVE GL-SUB-Z-POS TO GH-SUB-Z-POS.
           MOVE GL-PLAYER-ID TO GH-PLAYER-ID.
      *THE SHOT-SOURCE, SEED AND RULES VERSION GO ACROSS BYTE FOR
      *BYTE, SO AN OLDER RECORD WITHOUT THEM KEEPS ITS SPACES ON
      *THE MASTER.
           MOVE GAMELOG-RECORD(60:13) TO GH-DATA(46:13).
           WRITE GAMEHIST-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - DUPLICATE GAME ID '
