      * so a typo cannot enter someone who does not exist.    *
      * LEAGSTD prints the standings off these files and      *
      * LEAGEND freezes the season and rolls the period.      *
      * The enrollment is worked on the file itself, never    *
      * held in storage, so it can grow without limit.        *
      * The supervisor also disallows (or reinstates) a game  *
      * here after reviewing the DEPTHEXC score-integrity     *
      * report - a disallowed game is kept out of the league  *
      * standings. Each ruling goes on the DISALLOW keyed     *
      * file with the supervisor's id and the reason.         *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program.                                   *
           SELECT LEAGENR-FILE ASSIGN TO "LEAGENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAGENR-STATUS.
           SELECT ENRWORK-FILE ASSIGN TO "LEAGENRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRWORK-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GH-GAME-ID
               ALTERNATE RECORD KEY IS GH-PLAYER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-GAMEHIST-STATUS.
           SELECT DISALLOW-FILE ASSIGN TO "DISALLOW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-GAME-ID
               FILE STATUS IS WS-DISALLOW-STATUS.

      *-------------
       DATA DIVISION.
       FD  LEAGENR-FILE.
           COPY "LEAGENR.CPY".

      *THE ENROLLMENT LESS A WITHDRAWN PLAYER, ON ITS WAY BACK
      *OVER LEAGENR.
       FD  ENRWORK-FILE.
       01  ENRWORK-RECORD PIC X(16).

       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       FD  GAMEHIST-FILE.
           COPY "GAMEHIST.CPY".

       FD  DISALLOW-FILE.
           COPY "DISALLOW.CPY".

       WORKING-STORAGE SECTION.

       01  WS-SEASON-STATUS PIC X(2).
       01  WS-LEAGENR-STATUS PIC X(2).
       01  WS-ENRWORK-STATUS PIC X(2).
       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-GAMEHIST-STATUS PIC X(2).
       01  WS-DISALLOW-STATUS PIC X(2).

       01  WS-ACTION PIC X(1).
       01  WS-WORK-ID PIC X(8).
       01  WS-WORK-END PIC 9(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-BAD-INPUT-COUNT PIC 9(2) VALUE 0.
       01  WS-WORK-GAME-ID PIC 9(14).
       01  WS-WORK-PLAYER PIC X(8).
       01  WS-WORK-GAME-DATE PIC 9(8).
       01  WS-WORK-REASON PIC X(30).
       01  WS-SUPERVISOR-ID PIC X(8).
       01  WS-DISALLOW-EOF PIC X(1) VALUE 'N'.
       01  WS-DISALLOW-COUNT PIC 9(5) VALUE 0.

       01  WS-ENR-COUNT PIC 9(7) VALUE 0.
      *Y WHEN FIND-ENROLLED FOUND THE ID, N WHEN IT DID NOT, E
      *WHEN LEAGENR COULD NOT BE READ OR WRITTEN.
       01  WS-ENR-FOUND PIC X(1) VALUE 'N'.

      *------------------
       PROCEDURE DIVISION.
      *------------------
      *MAKE SURE THE ENROLLMENT CAN BE READ BEFORE OFFERING ANY
      *ACTION - EVERY ACTION WORKS ON LEAGENR ITSELF.
       MAINT-START.
           OPEN INPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS = '35'
           MOVE 12 TO RETURN-CODE
           GO TO MAINT-STOP
           END-IF.
           CLOSE LEAGENR-FILE.

       GET-ACTION.
           MOVE 0 TO WS-BAD-INPUT-COUNT.
       GET-ACTION-RETRY.
           DISPLAY ' '.
           DISPLAY 'LEAGUE MAINTENANCE - S(EASON), E(NROLL),'
               ' W(ITHDRAW), D(ISALLOW GAME), R(EINSTATE GAME),'
               ' L(IST) OR X(EXIT):' WITH NO ADVANCING
           ACCEPT WS-ACTION.
           IF WS-ACTION IS EQUAL TO 'S' OR 's' GO TO SET-SEASON.
           IF WS-ACTION IS EQUAL TO 'E' OR 'e' GO TO ENROLL-PLAYER.
           IF WS-ACTION IS EQUAL TO 'W' OR 'w' GO TO WITHDRAW-PLAYER.
           IF WS-ACTION IS EQUAL TO 'D' OR 'd' GO TO DISALLOW-GAME.
           IF WS-ACTION IS EQUAL TO 'R' OR 'r' GO TO REINSTATE-GAME.
           IF WS-ACTION IS EQUAL TO 'L' OR 'l' GO TO LIST-LEAGUE.
           IF WS-ACTION IS EQUAL TO 'X' OR 'x' GO TO MAINT-STOP.
           DISPLAY 'YOU HAVE ENTERED AN INCORRECT VALUE. TRY AGAIN.'
      *ON HAND - AN ID THAT IS NOT ON FILE (OR A DUPLICATE) IS
      *REFUSED. WITH NO MASTER TO CHECK, THE ID GOES IN AS GIVEN.
       ENROLL-PLAYER.
           DISPLAY 'PLAYER ID TO ENROLL:' WITH NO ADVANCING
           ACCEPT WS-WORK-ID.
           IF WS-WORK-ID IS EQUAL TO SPACES
           DISPLAY 'A BLANK ID CANNOT BE ENROLLED.'
           GO TO GET-ACTION.
           PERFORM FIND-ENROLLED THRU FIND-ENROLLED-EXIT.
           IF WS-ENR-FOUND = 'E'
           GO TO GET-ACTION.
           IF WS-ENR-FOUND = 'Y'
           DISPLAY 'PLAYER ' WS-WORK-ID ' IS ALREADY ENROLLED.'
           GO TO GET-ACTION.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = '00'
           DISPLAY 'NO PLAYERS MASTER TO CHECK - ENROLLING AS'
               ' GIVEN.'
           END-IF.
           PERFORM ADD-ENROLLMENT THRU ADD-ENROLLMENT-EXIT.
           IF WS-ENR-FOUND = 'E'
           GO TO GET-ACTION.
           DISPLAY 'PLAYER ' WS-WORK-ID ' ENROLLED.'.
           GO TO GET-ACTION.

       WITHDRAW-PLAYER.
           DISPLAY 'PLAYER ID TO WITHDRAW:' WITH NO ADVANCING
           ACCEPT WS-WORK-ID.
           PERFORM FIND-ENROLLED THRU FIND-ENROLLED-EXIT.
           IF WS-ENR-FOUND = 'E'
           GO TO GET-ACTION.
           IF WS-ENR-FOUND = 'N'
           DISPLAY 'PLAYER ' WS-WORK-ID ' IS NOT ENROLLED.'
           GO TO GET-ACTION.
           PERFORM DROP-ENROLLMENT THRU DROP-ENROLLMENT-EXIT.
           IF WS-ENR-FOUND = 'E'
           GO TO GET-ACTION.
           DISPLAY 'PLAYER ' WS-WORK-ID ' WITHDRAWN.'.
           GO TO GET-ACTION.

           ELSE
           DISPLAY 'NO SEASON HAS BEEN SET UP YET.'
           END-IF.
           MOVE 0 TO WS-ENR-COUNT.
           OPEN INPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS = '35'
           DISPLAY 'NO PLAYERS ENROLLED.'
           GO TO LIST-DISALLOWED.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO LIST-DISALLOWED
           END-IF.

       LIST-NEXT-ENROLLED.
           READ LEAGENR-FILE
               AT END
                   CLOSE LEAGENR-FILE
                   GO TO LIST-ENROLLED-END
           END-READ.
           IF WS-ENR-COUNT = 0
           DISPLAY 'PLAYERS ENROLLED:'.
           ADD 1 TO WS-ENR-COUNT.
           DISPLAY '  ' LE-PLAYER-ID ' SINCE ' LE-ENROLL-DATE.
           GO TO LIST-NEXT-ENROLLED.

       LIST-ENROLLED-END.
           IF WS-ENR-COUNT = 0
           DISPLAY 'NO PLAYERS ENROLLED.'
           ELSE
           DISPLAY WS-ENR-COUNT ' PLAYER(S) ENROLLED.'
           END-IF.
           GO TO LIST-DISALLOWED.

      *THE SUPERVISOR'S RULINGS, IN GAME ID ORDER - DISALLOWED AND
      *REINSTATED ALIKE, SO THE LIST ANSWERS "WAS THIS ONE LOOKED
      *AT?" AS WELL AS "WHAT IS OUT?".
       LIST-DISALLOWED.
           OPEN INPUT DISALLOW-FILE.
           IF WS-DISALLOW-STATUS NOT = '00'
           DISPLAY 'NO GAMES HAVE BEEN RULED ON.'
           GO TO GET-ACTION.
           MOVE 0 TO WS-DISALLOW-COUNT.
           MOVE 'N' TO WS-DISALLOW-EOF.
           PERFORM LIST-NEXT-RULING UNTIL WS-DISALLOW-EOF = 'Y'.
           CLOSE DISALLOW-FILE.
           IF WS-DISALLOW-COUNT = 0
           DISPLAY 'NO GAMES HAVE BEEN RULED ON.'.
           GO TO GET-ACTION.

       LIST-NEXT-RULING.
           READ DISALLOW-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DISALLOW-EOF
               NOT AT END
                   ADD 1 TO WS-DISALLOW-COUNT
                   IF WS-DISALLOW-COUNT = 1
                   DISPLAY 'GAME RULINGS:'
                   END-IF
                   IF DA-IS-DISALLOWED
                   DISPLAY '  ' DA-GAME-ID ' ' DA-PLAYER-ID
                       ' DISALLOWED ' DA-RULED-DATE ' BY '
                       DA-SUPERVISOR ' - ' DA-REASON
                   ELSE
                   DISPLAY '  ' DA-GAME-ID ' ' DA-PLAYER-ID
                       ' REINSTATED ' DA-RULED-DATE ' BY '
                       DA-SUPERVISOR ' - ' DA-REASON
                   END-IF
           END-READ.

      *DISALLOW A GAME AFTER REVIEW. THE GAME IS CHECKED AGAINST
      *THE GAMEHIST KEYED MASTER WHEN IT IS ON HAND - AN ID THAT
      *IS NOT THERE, OR A GAME NOBODY WAS CREDITED WITH, IS
      *REFUSED. WITH NO MASTER TO CHECK, THE ID GOES IN AS GIVEN.
      *A GAME ALREADY DISALLOWED IS LEFT AS IT STANDS; A GAME
      *REINSTATED EARLIER IS DISALLOWED AGAIN OVER THE OLD RULING.
       DISALLOW-GAME.
           DISPLAY 'GAME ID TO DISALLOW:' WITH NO ADVANCING
           ACCEPT WS-WORK-GAME-ID.
           IF WS-WORK-GAME-ID IS NOT NUMERIC OR WS-WORK-GAME-ID = 0
           DISPLAY 'THAT IS NOT A USABLE GAME ID.'
           GO TO GET-ACTION.
           MOVE SPACES TO WS-WORK-PLAYER.
           MOVE 0 TO WS-WORK-GAME-DATE.
           OPEN INPUT GAMEHIST-FILE.
           IF WS-GAMEHIST-STATUS = '00'
           MOVE WS-WORK-GAME-ID TO GH-GAME-ID
           READ GAMEHIST-FILE
               INVALID KEY
                   DISPLAY 'GAME ' WS-WORK-GAME-ID ' IS NOT ON'
                       ' GAMEHIST - NOT DISALLOWED.'
                   CLOSE GAMEHIST-FILE
                   GO TO GET-ACTION
           END-READ
           IF GH-PLAYER-ID = SPACES
           DISPLAY 'GAME ' WS-WORK-GAME-ID ' WAS NOT CREDITED TO'
               ' ANY PLAYER - NOTHING TO DISALLOW.'
           CLOSE GAMEHIST-FILE
           GO TO GET-ACTION
           END-IF
           MOVE GH-PLAYER-ID TO WS-WORK-PLAYER
           MOVE GH-DATE TO WS-WORK-GAME-DATE
           CLOSE GAMEHIST-FILE
           DISPLAY 'GAME ' WS-WORK-GAME-ID ' - PLAYER '
               WS-WORK-PLAYER ', PLAYED ' WS-WORK-GAME-DATE ', '
               GH-OUTCOME ' IN ' GH-TRIES ' TRIES.'
           ELSE
           DISPLAY 'NO GAMEHIST MASTER TO CHECK - DISALLOWING AS'
               ' GIVEN.'
           END-IF.
           PERFORM OPEN-DISALLOW THRU OPEN-DISALLOW-EXIT.
           IF WS-DISALLOW-STATUS NOT = '00'
           GO TO GET-ACTION.
           MOVE WS-WORK-GAME-ID TO DA-GAME-ID.
           READ DISALLOW-FILE
               INVALID KEY
                   MOVE SPACES TO DISALLOW-RECORD
                   MOVE WS-WORK-GAME-ID TO DA-GAME-ID
                   MOVE 0 TO DA-GAME-DATE
           END-READ.
           IF DA-IS-DISALLOWED
           DISPLAY 'GAME ' WS-WORK-GAME-ID ' WAS ALREADY DISALLOWED'
               ' ON ' DA-RULED-DATE ' BY ' DA-SUPERVISOR '.'
           CLOSE DISALLOW-FILE
           GO TO GET-ACTION
           END-IF.
           PERFORM GET-RULING THRU GET-RULING-EXIT.
           IF WS-SUPERVISOR-ID = SPACES
           CLOSE DISALLOW-FILE
           GO TO GET-ACTION.
      *AN EARLIER RULING KEEPS THE PLAYER AND DATE IT WAS GIVEN
      *WHEN THERE IS NO GAMEHIST TO TAKE THEM FROM THIS TIME.
           IF WS-WORK-PLAYER NOT = SPACES
           MOVE WS-WORK-PLAYER TO DA-PLAYER-ID
           MOVE WS-WORK-GAME-DATE TO DA-GAME-DATE
           END-IF.
           MOVE 'D' TO DA-STATUS.
           PERFORM POST-RULING.
           IF WS-DISALLOW-STATUS = '00'
           DISPLAY 'GAME ' WS-WORK-GAME-ID ' DISALLOWED.'.
           CLOSE DISALLOW-FILE.
           GO TO GET-ACTION.

      *PUT A DISALLOWED GAME BACK INTO THE STANDINGS. THE RECORD
      *STAYS ON FILE WITH THE REINSTATING RULING IN PLACE OF THE
      *OLD ONE.
       REINSTATE-GAME.
           DISPLAY 'GAME ID TO REINSTATE:' WITH NO ADVANCING
           ACCEPT WS-WORK-GAME-ID.
           IF WS-WORK-GAME-ID IS NOT NUMERIC OR WS-WORK-GAME-ID = 0
           DISPLAY 'THAT IS NOT A USABLE GAME ID.'
           GO TO GET-ACTION.
           PERFORM OPEN-DISALLOW THRU OPEN-DISALLOW-EXIT.
           IF WS-DISALLOW-STATUS NOT = '00'
           GO TO GET-ACTION.
           MOVE WS-WORK-GAME-ID TO DA-GAME-ID.
           READ DISALLOW-FILE
               INVALID KEY MOVE SPACE TO DA-STATUS
           END-READ.
           IF NOT DA-IS-DISALLOWED
           DISPLAY 'GAME ' WS-WORK-GAME-ID ' IS NOT DISALLOWED.'
           CLOSE DISALLOW-FILE
           GO TO GET-ACTION
           END-IF.
           PERFORM GET-RULING THRU GET-RULING-EXIT.
           IF WS-SUPERVISOR-ID = SPACES
           CLOSE DISALLOW-FILE
           GO TO GET-ACTION.
           MOVE 'R' TO DA-STATUS.
           PERFORM POST-RULING.
           IF WS-DISALLOW-STATUS = '00'
           DISPLAY 'GAME ' WS-WORK-GAME-ID ' REINSTATED.'.
           CLOSE DISALLOW-FILE.
           GO TO GET-ACTION.

      *THE FIRST RULING CREATES THE FILE.
       OPEN-DISALLOW.
           OPEN I-O DISALLOW-FILE.
           IF WS-DISALLOW-STATUS = '35'
           OPEN OUTPUT DISALLOW-FILE
           CLOSE DISALLOW-FILE
           OPEN I-O DISALLOW-FILE
           END-IF.
           IF WS-DISALLOW-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN DISALLOW, STATUS '
               WS-DISALLOW-STATUS
           MOVE 12 TO RETURN-CODE
           END-IF.
       OPEN-DISALLOW-EXIT.
           EXIT.

      *EVERY RULING CARRIES A REASON AND THE SUPERVISOR WHO MADE
      *IT. A BLANK ANSWER TO EITHER DROPS THE RULING (SUPERVISOR
      *ID LEFT AT SPACES TELLS THE CALLER SO).
       GET-RULING.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           DISPLAY 'REASON:' WITH NO ADVANCING
           ACCEPT WS-WORK-REASON.
           IF WS-WORK-REASON = SPACES
           DISPLAY 'A RULING NEEDS A REASON - NOTHING CHANGED.'
           GO TO GET-RULING-EXIT.
           DISPLAY 'SUPERVISOR ID:' WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = SPACES
           DISPLAY 'A RULING NEEDS A SUPERVISOR ID - NOTHING'
               ' CHANGED.'.
       GET-RULING-EXIT.
           EXIT.

      *WRITE A FIRST RULING, REWRITE ONE ALREADY ON FILE.
       POST-RULING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO DA-RULED-DATE.
           MOVE WS-SUPERVISOR-ID TO DA-SUPERVISOR.
           MOVE WS-WORK-REASON TO DA-REASON.
           WRITE DISALLOW-RECORD
               INVALID KEY
                   REWRITE DISALLOW-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO RECORD THE RULING,'
                               ' STATUS ' WS-DISALLOW-STATUS
                           MOVE 12 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.

      *READ THE ENROLLMENT FROM THE TOP LOOKING FOR WS-WORK-ID.
      *NO LEAGENR YET MEANS NOBODY IS ENROLLED.
       FIND-ENROLLED.
           MOVE 'N' TO WS-ENR-FOUND.
           OPEN INPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS = '35'
           GO TO FIND-ENROLLED-EXIT.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           GO TO FIND-ENROLLED-EXIT
           END-IF.

       FIND-NEXT-ENROLLED.
           READ LEAGENR-FILE
               AT END
                   CLOSE LEAGENR-FILE
                   GO TO FIND-ENROLLED-EXIT
           END-READ.
           IF LE-PLAYER-ID NOT = WS-WORK-ID
           GO TO FIND-NEXT-ENROLLED.
           MOVE 'Y' TO WS-ENR-FOUND.
           CLOSE LEAGENR-FILE.

       FIND-ENROLLED-EXIT.
           EXIT.

      *A NEW ENROLLMENT GOES ON THE END OF THE FILE.
       ADD-ENROLLMENT.
           OPEN EXTEND LEAGENR-FILE.
           IF WS-LEAGENR-STATUS = '35'
           OPEN OUTPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO EXTEND LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           GO TO ADD-ENROLLMENT-EXIT
           END-IF.
           MOVE WS-WORK-ID TO LE-PLAYER-ID.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO LE-ENROLL-DATE.
           WRITE LEAGENR-RECORD.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           END-IF.
           CLOSE LEAGENR-FILE.

       ADD-ENROLLMENT-EXIT.
           EXIT.

      *COPY THE ENROLLMENT TO LEAGENRW LESS THE WITHDRAWN PLAYER,
      *THEN BACK OVER LEAGENR IN THE SAME ORDER. LEAGENR IS NOT
      *TOUCHED UNTIL THE COPY IS WHOLE, AND IF PUTTING IT BACK
      *FAILS THE WHOLE ENROLLMENT IS STILL ON LEAGENRW.
       DROP-ENROLLMENT.
           OPEN INPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           GO TO DROP-ENROLLMENT-EXIT
           END-IF.
           OPEN OUTPUT ENRWORK-FILE.
           IF WS-ENRWORK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN LEAGENRW, STATUS '
               WS-ENRWORK-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           CLOSE LEAGENR-FILE
           GO TO DROP-ENROLLMENT-EXIT
           END-IF.

       DROP-NEXT-ENROLLED.
           READ LEAGENR-FILE
               AT END GO TO DROP-COPY-BACK
           END-READ.
           IF LE-PLAYER-ID = WS-WORK-ID
           GO TO DROP-NEXT-ENROLLED.
           WRITE ENRWORK-RECORD FROM LEAGENR-RECORD.
           IF WS-ENRWORK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE LEAGENRW, STATUS '
               WS-ENRWORK-STATUS ' - NOTHING WITHDRAWN.'
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           CLOSE LEAGENR-FILE
           CLOSE ENRWORK-FILE
           GO TO DROP-ENROLLMENT-EXIT
           END-IF.
           GO TO DROP-NEXT-ENROLLED.

       DROP-COPY-BACK.
           CLOSE LEAGENR-FILE.
           CLOSE ENRWORK-FILE.
           OPEN INPUT ENRWORK-FILE.
           IF WS-ENRWORK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN LEAGENRW, STATUS '
               WS-ENRWORK-STATUS ' - NOTHING WITHDRAWN.'
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           GO TO DROP-ENROLLMENT-EXIT
           END-IF.
           OPEN OUTPUT LEAGENR-FILE.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REWRITE LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           CLOSE ENRWORK-FILE
           GO TO DROP-ENROLLMENT-EXIT
           END-IF.

       DROP-COPY-NEXT.
           READ ENRWORK-FILE
               AT END
                   CLOSE ENRWORK-FILE
                   CLOSE LEAGENR-FILE
                   GO TO DROP-ENROLLMENT-EXIT
           END-READ.
           WRITE LEAGENR-RECORD FROM ENRWORK-RECORD.
           IF WS-LEAGENR-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REWRITE LEAGENR, STATUS '
               WS-LEAGENR-STATUS
           DISPLAY 'LEAGENR IS INCOMPLETE - COPY LEAGENRW BACK'
               ' OVER IT BEFORE ANYTHING ELSE RUNS.'
           MOVE 12 TO RETURN-CODE
           MOVE 'E' TO WS-ENR-FOUND
           CLOSE ENRWORK-FILE
           CLOSE LEAGENR-FILE
           GO TO DROP-ENROLLMENT-EXIT
           END-IF.
           GO TO DROP-COPY-NEXT.

       DROP-ENROLLMENT-EXIT.
           EXIT.

       MAINT-STOP.
           STOP RUN.
