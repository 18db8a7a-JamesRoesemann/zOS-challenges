      * THEIR OWN RECORDS) AND SO ARE UNREGISTERED GAMES,     *
      * EXACTLY MIRRORING WHAT UPDATE-PLAYER-STATS CREDITS.   *
      *                                                       *
      * THE HISTORY IS SORTED INTO PLAYER ORDER AND TOTALLED  *
      * ONTO THE RBLTOT WORK FILE, ONE RECORD PER PLAYER, AND *
      * RBLTOT IS MATCHED AGAINST THE MASTER IN KEY ORDER -   *
      * SO EVERY PLAYER IS CHECKED HOWEVER MANY ARE ON FILE.  *
      *                                                       *
      * RETURN-CODE 0 = MASTER AGREES WITH THE HISTORY (OR    *
      * THE DRIFT WAS APPLIED CLEANLY), 4 = DRIFT REPORTED    *
      * BUT NOT APPLIED, 12 = A FILE PROBLEM - TRUST NOTHING. *
           SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RBLTOT-FILE ASSIGN TO "RBLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBLTOT-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY "GAMELOG.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(72).

      *ONE RECORD PER PM-ID SEEN ON THE HISTORY, IN PM-ID ORDER -
      *THE LIFETIME TOTALS RECOMPUTED FOR THAT PLAYER.
       FD  RBLTOT-FILE.
       01  RBLTOT-RECORD.
           02  RT-PLAYER-ID           PIC X(8).
           02  RT-GAMES               PIC 9(5).
           02  RT-HITS                PIC 9(5).
           02  RT-ABANDONS            PIC 9(5).
           02  RT-BEST                PIC 9(3).

      *A CREDITED GAME - WHO PLAYED IT, WHETHER IT WAS A HIT AND IN
      *HOW MANY TRIES.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           02  HS-PLAYER-ID           PIC X(8).
           02  HS-HIT                 PIC X(1).
           02  HS-TRIES               PIC 9(3).

       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".
       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-RBLTOT-STATUS PIC X(2).

      *THE RECOMPUTED LIFETIME TOTALS FOR ONE PLAYER - BUILT HERE
      *WHILE THE SORTED HISTORY IS TOTALLED, AND LOADED HERE FROM
      *RBLTOT (OR SET TO A NEW PLAYER'S EMPTY TOTALS) FOR EACH
      *PLAYER ON THE MASTER.
       01  RBL-TOTALS.
           02  RBL-ID PIC X(8).
           02  RBL-GAMES PIC 9(5).
           02  RBL-HITS PIC 9(5).
           02  RBL-ABANDONS PIC 9(5).
           02  RBL-BEST PIC 9(3).
       01  WS-LIST-ORPHANS PIC X(1) VALUE 'Y'.

       01  WS-HISTORY-GAMES PIC 9(7) VALUE 0.
       01  WS-DRIFT-COUNT PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(7) VALUE 0.
       01  WS-APPLY-FAILED PIC X(1) VALUE 'N'.
       01  WS-ANSWER PIC X(1).

      *------------------
       PROCEDURE DIVISION.
      *------------------
      *PASS ONE - THE LIVE HISTORY, THEN THE ARCHIVES, GO THROUGH
      *THE SORT INTO PLAYER ORDER AND COME OUT AS RBLTOT TOTALS.
       REBUILD-START.
           OPEN OUTPUT RBLTOT-FILE.
           IF WS-RBLTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RBLTOT, STATUS ' WS-RBLTOT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO REBUILD-STOP
           END-IF.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY HS-PLAYER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS TALLY-HISTORY
                   THRU TALLY-HISTORY-EXIT
               OUTPUT PROCEDURE IS TOTAL-PLAYERS
                   THRU TOTAL-PLAYERS-EXIT.
           CLOSE RBLTOT-FILE.
           IF RETURN-CODE = 12
           GO TO REBUILD-STOP.
           GO TO READ-MASTER.

      *EITHER FILE MAY BE ABSENT (A BRAND NEW INSTALL HAS NO
      *GAMELOG, A NEVER-PURGED ONE HAS NO GAMEARCH).
       TALLY-HISTORY.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           DISPLAY 'GAMELOG NOT FOUND - COUNTING IT AS EMPTY.'
           DISPLAY 'UNABLE TO OPEN GAMELOG, STATUS '
               WS-GAMELOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO TALLY-HISTORY-EXIT
           END-IF.

       TALLY-NEXT-LIVE.
           IF WS-ARCHIVE-STATUS = '35'
           DISPLAY 'NO GAMEARCH ON HAND - REBUILDING FROM THE LIVE'
               ' GAMELOG ALONE.'
           GO TO TALLY-HISTORY-EXIT.
           IF WS-ARCHIVE-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN GAMEARCH, STATUS '
               WS-ARCHIVE-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO TALLY-HISTORY-EXIT
           END-IF.

      *ARCHIVE RECORDS CARRY THE SAME LAYOUT THE ARCHIVE STEP
           READ ARCHIVE-FILE
               AT END
                   CLOSE ARCHIVE-FILE
                   GO TO TALLY-HISTORY-EXIT
           END-READ.
           MOVE ARCHIVE-RECORD TO GAMELOG-RECORD.
           PERFORM TALLY-GAME THRU TALLY-GAME-EXIT.
           GO TO TALLY-NEXT-ARCHIVED.

       TALLY-HISTORY-EXIT.
           EXIT.

      *PASS ONE HISTORY RECORD TO THE SORT IF UPDATE-PLAYER-STATS
      *WOULD HAVE CREDITED IT.
       TALLY-GAME.
           IF GL-PLAYER-ID = SPACES
           GO TO TALLY-GAME-EXIT.
           IF GL-TRIES IS NOT NUMERIC
           GO TO TALLY-GAME-EXIT.
           ADD 1 TO WS-HISTORY-GAMES.
           MOVE GL-PLAYER-ID TO HS-PLAYER-ID.
           IF GL-OUTCOME-HIT
           MOVE 'Y' TO HS-HIT
           ELSE
           MOVE 'N' TO HS-HIT
           END-IF.
           MOVE GL-TRIES TO HS-TRIES.
           RELEASE HIST-SORT-RECORD.

       TALLY-GAME-EXIT.
           EXIT.

      *ROLL EACH PLAYER'S SORTED GAMES INTO THEIR RECOMPUTED TOTALS,
      *CREDITING EXACTLY WHAT UPDATE-PLAYER-STATS WOULD HAVE: A HIT
      *BUMPS HITS AND MAY BETTER THE BEST GAME, ANY LOST SHIP
      *(ABANDONED OR SUNK) BUMPS ABANDONS, AND EITHER WAY THE GAME
      *COUNTS AS PLAYED. A PLAYER'S TOTALS GO TO RBLTOT WHEN THE
      *PLAYER ID CHANGES.
       TOTAL-PLAYERS.
           IF RETURN-CODE = 12
           GO TO TOTAL-PLAYERS-EXIT.
           MOVE SPACES TO RBL-ID.

       TOTAL-NEXT-GAME.
           RETURN HIST-SORT-FILE
               AT END GO TO TOTAL-LAST-PLAYER
           END-RETURN.
           IF HS-PLAYER-ID NOT = RBL-ID
           IF RBL-ID NOT = SPACES
           PERFORM WRITE-TOTALS
           END-IF
           MOVE HS-PLAYER-ID TO RBL-ID
           MOVE 0 TO RBL-GAMES
           MOVE 0 TO RBL-HITS
           MOVE 0 TO RBL-ABANDONS
           MOVE 999 TO RBL-BEST
           END-IF.
      *THE RECOMPUTED TOTALS HAVE TO FIT THE MASTER'S FIELDS - A
      *PLAYER WHO HAS OUTGROWN THEM CANNOT BE REBUILT AT ALL.
           ADD 1 TO RBL-GAMES
               ON SIZE ERROR
                   DISPLAY RBL-ID ' HAS MORE GAMES ON THE HISTORY THAN'
                       ' THE MASTER CAN HOLD - REBUILD STOPPED.'
                   MOVE 12 TO RETURN-CODE
                   GO TO TOTAL-PLAYERS-EXIT
           END-ADD.
           IF HS-HIT = 'Y'
           ADD 1 TO RBL-HITS
           IF HS-TRIES < RBL-BEST
           MOVE HS-TRIES TO RBL-BEST
           END-IF
           ELSE
           ADD 1 TO RBL-ABANDONS
           END-IF.
           GO TO TOTAL-NEXT-GAME.

       TOTAL-LAST-PLAYER.
           IF RBL-ID NOT = SPACES
           PERFORM WRITE-TOTALS.

       TOTAL-PLAYERS-EXIT.
           EXIT.

       WRITE-TOTALS.
           WRITE RBLTOT-RECORD FROM RBL-TOTALS.
           IF WS-RBLTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE RBLTOT, STATUS '
               WS-RBLTOT-STATUS
           MOVE 12 TO RETURN-CODE
           END-IF.

      *PASS TWO - WALK THE MASTER IN KEY ORDER AND MATCH EVERY
      *PLAYER AGAINST THE RECOMPUTED TOTALS ON RBLTOT.
       READ-MASTER.
           OPEN I-O PLAYER-FILE.
           IF WS-PLAYER-STATUS = '35'
           MOVE 12 TO RETURN-CODE
           GO TO REBUILD-STOP
           END-IF.
           PERFORM OPEN-TOTALS THRU OPEN-TOTALS-EXIT.
           IF RETURN-CODE = 12
           GO TO REBUILD-STOP.
           DISPLAY ' '.
           DISPLAY '            PLAYERS MASTER DRIFT REPORT'.
           DISPLAY ' '.
               AT END GO TO CHECK-ORPHANS
           END-READ.
           IF WS-PLAYER-STATUS NOT = '00' GO TO CHECK-ORPHANS.
           PERFORM FIND-PLAYER-TOTALS THRU FIND-PLAYER-TOTALS-EXIT.
           IF RETURN-CODE = 12
           GO TO REBUILD-STOP.
      *A PLAYER WITH NO HISTORY AT ALL COMPARES AGAINST THE EMPTY
      *TOTALS A BRAND NEW PLAYER STARTS WITH.
           IF PM-GAMES-PLAYED = RBL-GAMES
               AND PM-HITS = RBL-HITS
               AND PM-ABANDONS = RBL-ABANDONS
               AND PM-BEST-TRIES = RBL-BEST
           GO TO CHECK-NEXT-PLAYER.
           ADD 1 TO WS-DRIFT-COUNT.
           DISPLAY PM-ID ' DRIFTED - MASTER ' PM-GAMES-PLAYED '/'
               PM-HITS '/' PM-ABANDONS '/' PM-BEST-TRIES
               ' VS HISTORY ' RBL-GAMES '/'
               RBL-HITS '/' RBL-ABANDONS '/'
               RBL-BEST.
           GO TO CHECK-NEXT-PLAYER.

      *HISTORY THAT CREDITS AN ID NOT ON THE MASTER CANNOT BE
      *APPLIED ANYWHERE - SAY SO RATHER THAN DROP IT SILENTLY.
       CHECK-ORPHANS.
           IF RT-PLAYER-ID NOT = HIGH-VALUES
           PERFORM LIST-ORPHAN
           PERFORM READ-TOTALS
           GO TO CHECK-ORPHANS
           END-IF.
           IF RETURN-CODE = 12
           GO TO REBUILD-STOP.
           IF WS-DRIFT-COUNT = 0
           DISPLAY 'MASTER AND HISTORY AGREE - NOTHING TO REBUILD.'
           GO TO REBUILD-STOP.

      *APPLY PASS - EVERY PLAYER ON THE MASTER IS SET TO THE
      *RECOMPUTED TOTALS (EMPTY TOTALS WHEN THE HISTORY NEVER SAW
      *THE ID), MATCHED AGAINST RBLTOT FROM THE TOP AGAIN AND
      *REWRITTEN ONE AT A TIME. THE ORPHANS WERE LISTED ABOVE.
       APPLY-START.
           CLOSE PLAYER-FILE.
           OPEN I-O PLAYER-FILE.
           MOVE 12 TO RETURN-CODE
           GO TO REBUILD-STOP
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CLOSE RBLTOT-FILE.
           PERFORM OPEN-TOTALS THRU OPEN-TOTALS-EXIT.
           IF RETURN-CODE = 12
           GO TO REBUILD-STOP.
           MOVE 'N' TO WS-LIST-ORPHANS.

       APPLY-NEXT-PLAYER.
           READ PLAYER-FILE NEXT RECORD
               AT END GO TO APPLY-DONE
           END-READ.
           IF WS-PLAYER-STATUS NOT = '00' GO TO APPLY-DONE.
           PERFORM FIND-PLAYER-TOTALS THRU FIND-PLAYER-TOTALS-EXIT.
      *LOST TRACK OF RBLTOT - EVERY PLAYER FROM HERE ON WOULD BE
      *SET TO THE WRONG TOTALS, SO STOP APPLYING.
           IF RETURN-CODE = 12
           MOVE 'Y' TO WS-APPLY-FAILED
           GO TO APPLY-DONE.
           IF PM-GAMES-PLAYED = RBL-GAMES
               AND PM-HITS = RBL-HITS
               AND PM-ABANDONS = RBL-ABANDONS
               AND PM-BEST-TRIES = RBL-BEST
           GO TO APPLY-NEXT-PLAYER.
           MOVE RBL-GAMES TO PM-GAMES-PLAYED.
           MOVE RBL-HITS TO PM-HITS.
           MOVE RBL-ABANDONS TO PM-ABANDONS.
           MOVE RBL-BEST TO PM-BEST-TRIES.
           REWRITE PLAYER-RECORD.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'WARNING - REWRITE OF ' PM-ID ' FAILED, STATUS '
           ELSE
           MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO REBUILD-STOP.

      *OPEN RBLTOT AND READ ITS FIRST PLAYER'S TOTALS.
       OPEN-TOTALS.
           OPEN INPUT RBLTOT-FILE.
           IF WS-RBLTOT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RBLTOT, STATUS ' WS-RBLTOT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO OPEN-TOTALS-EXIT
           END-IF.
           PERFORM READ-TOTALS.

       OPEN-TOTALS-EXIT.
           EXIT.

      *HIGH-VALUES IN THE PLAYER ID MARKS THE END OF RBLTOT, SO IT
      *SORTS AFTER EVERY PM-ID ON THE MASTER.
       READ-TOTALS.
           READ RBLTOT-FILE
               AT END MOVE HIGH-VALUES TO RT-PLAYER-ID
           END-READ.
           IF WS-RBLTOT-STATUS NOT = '00' AND NOT = '10'
           DISPLAY 'UNABLE TO READ RBLTOT, STATUS ' WS-RBLTOT-STATUS
           MOVE HIGH-VALUES TO RT-PLAYER-ID
           MOVE 12 TO RETURN-CODE
           END-IF.

      *BRING RBLTOT UP TO THE MASTER PLAYER JUST READ. TOTALS FOR
      *IDS THAT SORT BEFORE IT ARE ORPHANS; TOTALS FOR THE PLAYER
      *ITSELF ARE LOADED INTO RBL-TOTALS, AND A PLAYER THE HISTORY
      *NEVER SAW GETS A NEW PLAYER'S EMPTY TOTALS.
       FIND-PLAYER-TOTALS.
           IF RT-PLAYER-ID < PM-ID
           IF WS-LIST-ORPHANS = 'Y'
           PERFORM LIST-ORPHAN
           END-IF
           PERFORM READ-TOTALS
           GO TO FIND-PLAYER-TOTALS
           END-IF.
           IF RT-PLAYER-ID = PM-ID
           MOVE RBLTOT-RECORD TO RBL-TOTALS
           PERFORM READ-TOTALS
           ELSE
           MOVE PM-ID TO RBL-ID
           MOVE 0 TO RBL-GAMES
           MOVE 0 TO RBL-HITS
           MOVE 0 TO RBL-ABANDONS
           MOVE 999 TO RBL-BEST
           END-IF.

       FIND-PLAYER-TOTALS-EXIT.
           EXIT.

       LIST-ORPHAN.
           DISPLAY RT-PLAYER-ID ' IS ON THE HISTORY ('
               RT-GAMES ' GAMES) BUT NOT ON THE'
               ' MASTER - NOTHING TO REWRITE.'.

       REBUILD-STOP.
           CLOSE PLAYER-FILE.
           CLOSE RBLTOT-FILE.
           STOP RUN.
