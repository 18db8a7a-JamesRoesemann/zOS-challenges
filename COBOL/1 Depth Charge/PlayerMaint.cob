      * only reads and updates records that already exist --  *
      * this is the one program that creates them.            *
      *                                                       *
      * It also looks after sign-on security: issuing and     *
      * resetting each player's PIN, unlocking a player       *
      * DEPTHC locked out after three wrong PINs, and granting *
      * or revoking the batch authorization a DEPTHPRM deck   *
      * needs to credit a player. The operator signs in with  *
      * an ID first, and every one of those changes is        *
      * written to SECLOG under it for the supervisor.        *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program.                                   *
      *******************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

      *-------------
       DATA DIVISION.
       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       FD  SECLOG-FILE.
           COPY "SECLOG.CPY".

       WORKING-STORAGE SECTION.

       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-WORK-NAME PIC X(20).
       01  WS-BAD-INPUT-COUNT PIC 9(2) VALUE 0.
       01  WS-LIST-COUNT PIC 9(5) VALUE 0.
       01  WS-SECLOG-STATUS PIC X(2).
       01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-WORK-PIN PIC X(4).
       01  WS-PIN-OK PIC X(1).
       01  WS-SEC-EVENT PIC X(8).
       01  WS-SEC-DETAIL PIC X(30).
       01  WS-TIME-RAW.
           02  WS-TIME-HHMMSS PIC 9(6).
           02  FILLER PIC 9(2).
       01  WS-LIST-PIN PIC X(1).

      *------------------
       PROCEDURE DIVISION.
           GO TO MAINT-STOP
           END-IF.

      *EVERY SECURITY CHANGE IS LOGGED UNDER WHOEVER MADE IT, SO
      *NOTHING HAPPENS HERE UNTIL THE OPERATOR SAYS WHO THEY ARE.
       GET-OPERATOR.
           DISPLAY 'OPERATOR ID:' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID IS EQUAL TO SPACES
           DISPLAY 'AN OPERATOR ID IS NEEDED FOR THE SECURITY LOG.'
           ADD 1 TO WS-BAD-INPUT-COUNT
           IF WS-BAD-INPUT-COUNT >= 5
           DISPLAY 'TOO MANY BAD INPUTS IN A ROW. GIVING UP.'
           MOVE 8 TO RETURN-CODE
           GO TO MAINT-STOP
           END-IF
           GO TO GET-OPERATOR
           END-IF.

       GET-ACTION.
           MOVE 0 TO WS-BAD-INPUT-COUNT.

       GET-ACTION-RETRY.
           DISPLAY ' '.
           DISPLAY 'PLAYER MAINTENANCE - A(DD), D(EACTIVATE),'
               ' R(EACTIVATE), P(IN), U(NLOCK), B(ATCH AUTH),'
               ' L(IST) OR X(EXIT):' WITH NO ADVANCING
           ACCEPT WS-ACTION.
           IF WS-ACTION IS EQUAL TO 'A' OR 'a' GO TO ADD-PLAYER.
           IF WS-ACTION IS EQUAL TO 'D' OR 'd' GO TO DEACTIVATE-PLAYER.
           IF WS-ACTION IS EQUAL TO 'R' OR 'r' GO TO REACTIVATE-PLAYER.
           IF WS-ACTION IS EQUAL TO 'P' OR 'p' GO TO SET-PLAYER-PIN.
           IF WS-ACTION IS EQUAL TO 'U' OR 'u' GO TO UNLOCK-PLAYER.
           IF WS-ACTION IS EQUAL TO 'B' OR 'b' GO TO BATCH-AUTH-PLAYER.
           IF WS-ACTION IS EQUAL TO 'L' OR 'l' GO TO LIST-PLAYERS.
           IF WS-ACTION IS EQUAL TO 'X' OR 'x' GO TO MAINT-STOP.
           DISPLAY 'YOU HAVE ENTERED AN INCORRECT VALUE. TRY AGAIN.'
           GO TO GET-ACTION-RETRY.

      *A NEW PLAYER STARTS WITH EMPTY LIFETIME TOTALS AND A BEST
      *GAME OF 999, WHICH ANY REAL HIT IMMEDIATELY BEATS. THE PIN
      *CAN BE ISSUED NOW OR LEFT BLANK AND ISSUED LATER WITH P -
      *UNTIL IT IS, DEPTHC WILL NOT CREDIT GAMES TO THE ID. BATCH
      *CREDIT STARTS OFF AND HAS TO BE GRANTED SEPARATELY.
       ADD-PLAYER.
           DISPLAY 'PLAYER ID (UP TO 8 CHARACTERS):' WITH NO ADVANCING
           ACCEPT WS-WORK-ID.
           GO TO GET-ACTION.
           DISPLAY 'PLAYER NAME:' WITH NO ADVANCING
           ACCEPT WS-WORK-NAME.
           DISPLAY 'PIN (4 DIGITS, OR BLANK TO ISSUE ONE LATER):'
               WITH NO ADVANCING
           ACCEPT WS-WORK-PIN.
           IF WS-WORK-PIN NOT = SPACES
           PERFORM EDIT-PIN
           IF WS-PIN-OK NOT = 'Y'
           GO TO GET-ACTION
           END-IF
           END-IF.
           MOVE WS-WORK-ID TO PM-ID.
           MOVE WS-WORK-NAME TO PM-NAME.
           MOVE 'Y' TO PM-ACTIVE.
           MOVE 0 TO PM-HITS.
           MOVE 0 TO PM-ABANDONS.
           MOVE 999 TO PM-BEST-TRIES.
           MOVE WS-WORK-PIN TO PM-PIN.
           MOVE 0 TO PM-BAD-PIN-COUNT.
           MOVE 'N' TO PM-LOCKED.
           MOVE 'N' TO PM-BATCH-AUTH.
           WRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY 'PLAYER ' WS-WORK-ID ' IS ALREADY ON FILE.'
           END-WRITE.
           IF WS-PLAYER-STATUS = '00'
           DISPLAY 'PLAYER ' WS-WORK-ID ' ADDED.'
           IF PM-PIN NOT = SPACES
           MOVE 'PINSET' TO WS-SEC-EVENT
           MOVE 'PIN ISSUED WITH NEW PLAYER' TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-EVENT
           END-IF
           END-IF.
           GO TO GET-ACTION.

           END-IF.
           GO TO GET-ACTION.

      *ISSUE A PIN, OR RESET ONE THE PLAYER HAS FORGOTTEN. A RESET
      *CLEARS THE RUN OF WRONG GUESSES BUT NOT A LOCKOUT - THAT
      *TAKES A DELIBERATE U, SO IT SHOWS UP IN SECLOG AS AN UNLOCK.
       SET-PLAYER-PIN.
           DISPLAY 'PLAYER ID TO ISSUE A PIN TO:' WITH NO ADVANCING
           ACCEPT WS-WORK-ID.
           MOVE WS-WORK-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'PLAYER ' WS-WORK-ID ' NOT ON FILE.'
                   GO TO GET-ACTION
           END-READ.
           DISPLAY 'NEW PIN (4 DIGITS):' WITH NO ADVANCING
           ACCEPT WS-WORK-PIN.
           PERFORM EDIT-PIN.
           IF WS-PIN-OK NOT = 'Y'
           GO TO GET-ACTION.
           IF PM-PIN = SPACES
           MOVE 'PIN ISSUED' TO WS-SEC-DETAIL
           ELSE
           MOVE 'PIN RESET' TO WS-SEC-DETAIL
           END-IF.
           MOVE WS-WORK-PIN TO PM-PIN.
           MOVE 0 TO PM-BAD-PIN-COUNT.
           REWRITE PLAYER-RECORD.
           IF WS-PLAYER-STATUS = '00'
           DISPLAY 'PIN SET FOR PLAYER ' WS-WORK-ID '.'
           MOVE 'PINSET' TO WS-SEC-EVENT
           PERFORM WRITE-SECURITY-EVENT
           ELSE
           DISPLAY 'WARNING - UPDATE FAILED, STATUS ' WS-PLAYER-STATUS
           END-IF.
           IF PM-IS-LOCKED
           DISPLAY 'PLAYER ' WS-WORK-ID ' IS STILL LOCKED OUT -'
               ' USE U TO UNLOCK.'
           END-IF.
           GO TO GET-ACTION.

      *CLEAR A LOCKOUT (AND THE WRONG-PIN COUNT BEHIND IT) ONCE THE
      *OPERATOR IS SATISFIED IT REALLY IS THE PLAYER ASKING.
       UNLOCK-PLAYER.
           DISPLAY 'PLAYER ID TO UNLOCK:' WITH NO ADVANCING
           ACCEPT WS-WORK-ID.
           MOVE WS-WORK-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'PLAYER ' WS-WORK-ID ' NOT ON FILE.'
                   GO TO GET-ACTION
           END-READ.
           IF NOT PM-IS-LOCKED
           DISPLAY 'PLAYER ' WS-WORK-ID ' IS NOT LOCKED OUT.'
           GO TO GET-ACTION.
           MOVE 'N' TO PM-LOCKED.
           MOVE 0 TO PM-BAD-PIN-COUNT.
           REWRITE PLAYER-RECORD.
           IF WS-PLAYER-STATUS = '00'
           DISPLAY 'PLAYER ' WS-WORK-ID ' UNLOCKED.'
           MOVE 'UNLOCK' TO WS-SEC-EVENT
           MOVE 'LOCKOUT CLEARED BY OPERATOR' TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-EVENT
           ELSE
           DISPLAY 'WARNING - UPDATE FAILED, STATUS ' WS-PLAYER-STATUS
           END-IF.
           GO TO GET-ACTION.

      *GRANT OR REVOKE THE PLAYER'S CONSENT FOR DEPTHPRM DECKS TO
      *CREDIT GAMES TO THE ID WITH NOBODY AT THE CONSOLE.
       BATCH-AUTH-PLAYER.
           DISPLAY 'PLAYER ID FOR BATCH AUTHORIZATION:'
               WITH NO ADVANCING
           ACCEPT WS-WORK-ID.
           MOVE WS-WORK-ID TO PM-ID.
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY 'PLAYER ' WS-WORK-ID ' NOT ON FILE.'
                   GO TO GET-ACTION
           END-READ.
           IF PM-BATCH-AUTHORIZED
           DISPLAY 'PLAYER ' WS-WORK-ID ' IS AUTHORIZED FOR BATCH'
               ' CREDIT. REVOKE IT? (Y OR N):' WITH NO ADVANCING
           ELSE
           DISPLAY 'PLAYER ' WS-WORK-ID ' IS NOT AUTHORIZED FOR BATCH'
               ' CREDIT. GRANT IT? (Y OR N):' WITH NO ADVANCING
           END-IF.
           ACCEPT WS-ACTION.
           IF WS-ACTION NOT = 'Y' AND WS-ACTION NOT = 'y'
           DISPLAY 'NO CHANGE MADE.'
           GO TO GET-ACTION.
           IF PM-BATCH-AUTHORIZED
           MOVE 'N' TO PM-BATCH-AUTH
           MOVE 'AUTHRVKE' TO WS-SEC-EVENT
           MOVE 'BATCH CREDIT REVOKED' TO WS-SEC-DETAIL
           ELSE
           MOVE 'Y' TO PM-BATCH-AUTH
           MOVE 'AUTHGRNT' TO WS-SEC-EVENT
           MOVE 'BATCH CREDIT GRANTED' TO WS-SEC-DETAIL
           END-IF.
           REWRITE PLAYER-RECORD.
           IF WS-PLAYER-STATUS = '00'
           DISPLAY 'BATCH AUTHORIZATION FOR ' WS-WORK-ID ' IS NOW '
               PM-BATCH-AUTH '.'
           PERFORM WRITE-SECURITY-EVENT
           ELSE
           DISPLAY 'WARNING - UPDATE FAILED, STATUS ' WS-PLAYER-STATUS
           END-IF.
           GO TO GET-ACTION.

      *WALK THE WHOLE MASTER IN KEY ORDER AND SHOW EVERY RECORD,
      *ACTIVE OR NOT, SO THE OPERATOR CAN SEE WHAT IS OUT THERE.
       LIST-PLAYERS.
                   DISPLAY 'NO PLAYERS ON FILE.'
                   GO TO GET-ACTION
           END-START.
           DISPLAY 'ID       NAME                 A GAMES HITS  BEST'
               ' PIN LCK BAT'.

       LIST-NEXT-PLAYER.
           READ PLAYER-FILE NEXT RECORD
               AT END GO TO LIST-DONE
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           IF PM-PIN = SPACES
           MOVE 'N' TO WS-LIST-PIN
           ELSE
           MOVE 'Y' TO WS-LIST-PIN
           END-IF.
           DISPLAY PM-ID ' ' PM-NAME ' ' PM-ACTIVE ' '
               PM-GAMES-PLAYED ' ' PM-HITS ' ' PM-BEST-TRIES
               '  ' WS-LIST-PIN '   ' PM-LOCKED '   ' PM-BATCH-AUTH.
           GO TO LIST-NEXT-PLAYER.

       LIST-DONE.
       MAINT-STOP.
           CLOSE PLAYER-FILE.
           STOP RUN.

      *A PIN IS EXACTLY FOUR DIGITS - NOTHING SHORTER, NO LETTERS.
       EDIT-PIN.
           MOVE 'Y' TO WS-PIN-OK.
           IF WS-WORK-PIN IS NOT NUMERIC
           DISPLAY 'A PIN MUST BE EXACTLY 4 DIGITS. NOTHING CHANGED.'
           MOVE 'N' TO WS-PIN-OK
           END-IF.

      *ONE SECLOG RECORD PER SECURITY CHANGE, OPENED AND CLOSED
      *AROUND THE WRITE SO DEPTHC SESSIONS CAN APPEND ALONGSIDE.
       WRITE-SECURITY-EVENT.
           OPEN EXTEND SECLOG-FILE.
           IF WS-SECLOG-STATUS = '35'
           OPEN OUTPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS NOT = '00'
           DISPLAY 'WARNING - UNABLE TO OPEN SECLOG, STATUS '
               WS-SECLOG-STATUS
           ELSE
           ACCEPT SEC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HHMMSS TO SEC-TIME
           MOVE 'PLAYMNT' TO SEC-PROGRAM
           MOVE WS-SEC-EVENT TO SEC-EVENT
           MOVE WS-WORK-ID TO SEC-PLAYER-ID
           MOVE 'CONSOLE' TO SEC-SOURCE
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR
           MOVE WS-SEC-DETAIL TO SEC-DETAIL
           WRITE SECLOG-RECORD
           IF WS-SECLOG-STATUS NOT = '00'
           DISPLAY 'WARNING - SECLOG WRITE FAILED, STATUS '
               WS-SECLOG-STATUS
           END-IF
           CLOSE SECLOG-FILE
           END-IF.
