      *    RECORD'S LAST ID, AND THE GAME'S SHOT RECORDS ARE   *
      *    RE-STAMPED TO MATCH, SO TWO SESSIONS THAT PRIMED    *
      *    OFF THE SAME SNAPSHOT CANNOT RUN THEIR DETAIL       *
      *    TOGETHER. EACH OLD-TO-NEW PAIR IS KEPT ON THE       *
      *    COLREMAP KEYED WORK FILE FOR THE SHOT PASS TO READ  *
      *    BY OLD ID, SO THERE IS NO LIMIT ON HOW MANY IDS A   *
      *    JOURNAL CAN HAVE RE-MINTED.                         *
      *  - GAMELOG, SHOTLOG AND AUDITLOG GET THE JOURNAL       *
      *    RECORDS APPENDED; GAMEHIST AND SHOTHIST ARE KEPT    *
      *    IN STEP WHEN THEY ARE ON HAND.                      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SHOTHIST-STATUS.
           SELECT REMAP-FILE ASSIGN TO "COLREMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-OLD-ID
               FILE STATUS IS WS-REMAP-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY "AUDIT.CPY".

       FD  GAMELOG-FILE.
       01  GAMELOG-OUT-RECORD PIC X(72).

       FD  SHOTLOG-FILE.
       01  SHOTLOG-OUT-RECORD PIC X(46).
       FD  SHOTHIST-FILE.
           COPY "SHOTHIST.CPY".

      *OLD-ID-TO-NEW-ID MAP FOR GAMES WHOSE JOURNAL ID COLLIDED
      *WITH ONE ALREADY ON THE MASTER. REBUILT EVERY RUN.
       FD  REMAP-FILE.
       01  REMAP-RECORD.
           02  RM-OLD-ID              PIC 9(14).
           02  RM-NEW-ID              PIC 9(14).

       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       01  WS-GAMEHIST-STATUS PIC X(2).
       01  WS-SHOTHIST-STATUS PIC X(2).
       01  WS-PLAYER-STATUS PIC X(2).
       01  WS-REMAP-STATUS PIC X(2).

       01  WS-KEYED-FLAGS.
           02  WS-KEYED-FLAG PIC X(1) VALUE 'N'.

       01  WS-LAST-GAME-ID PIC 9(14) VALUE 0.

       01  WS-MERGE-ID PIC 9(14) VALUE 0.

       01  WS-GAMES-READ PIC 9(5) VALUE 0.
           MOVE 'N' TO WS-KEYED-FLAG
           END-IF
           END-IF.
      *NOTHING HAS BEEN MERGED YET, SO A REMAP FILE THAT WILL NOT
      *OPEN STOPS THE STEP CLEAN RATHER THAN PART WAY.
           IF KEYED-MASTERS
           OPEN OUTPUT REMAP-FILE
           IF WS-REMAP-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN COLREMAP, STATUS '
               WS-REMAP-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO MERGE-STOP
           END-IF
           END-IF.
           OPEN I-O PLAYER-FILE.
           IF WS-PLAYER-STATUS = '00'
           MOVE 'Y' TO WS-PLAYERS-FLAG
           END-READ.
           ADD 1 TO WS-GAMES-READ.
           PERFORM RESOLVE-GAME-ID THRU RESOLVE-GAME-ID-EXIT.
           IF RETURN-CODE = 12
           GO TO MERGE-ABORT.
           MOVE GAMELOG-RECORD TO GAMELOG-OUT-RECORD.
           WRITE GAMELOG-OUT-RECORD.
           IF WS-GAMELOG-STATUS NOT = '00'
      *A JOURNAL GAME ID ALREADY ON THE MASTER BELONGS TO SOME
      *OTHER SESSION'S GAME - MINT THE NEXT FREE ID PAST THE
      *CONTROL RECORD'S LAST ONE AND REMEMBER THE MAPPING SO THE
      *SHOT PASS RE-STAMPS THE DETAIL TO MATCH. A MAPPING THAT
      *CANNOT BE KEPT WOULD LEAVE THE DETAIL ON THE OLD ID - THE
      *GAME IS NOT MERGED AND THE STEP ENDS DIRTY.
       RESOLVE-GAME-ID.
           IF NOT KEYED-MASTERS
           GO TO RESOLVE-GAME-ID-EXIT.
           MOVE 'Y' TO WS-WARNING-FLAG.
           DISPLAY 'GAME ID ' GL-GAME-ID ' COLLIDES WITH THE'
               ' MASTER - RE-MINTED AS ' WS-MERGE-ID '.'.
           MOVE GL-GAME-ID TO RM-OLD-ID.
           MOVE WS-MERGE-ID TO RM-NEW-ID.
           WRITE REMAP-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
      *THE SAME JOURNAL ID TWICE - ITS SHOTS CANNOT BE TOLD APART,
      *SO THEY ALL FOLLOW THE FIRST RE-MINT.
           IF WS-REMAP-STATUS = '22'
           DISPLAY 'GAME ID ' GL-GAME-ID ' IS ON THE JOURNAL TWICE'
               ' - ITS SHOT DETAIL GOES WITH THE FIRST RE-MINT.'
           ELSE
           IF WS-REMAP-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE COLREMAP, STATUS '
               WS-REMAP-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO RESOLVE-GAME-ID-EXIT
           END-IF
           END-IF.
           MOVE WS-MERGE-ID TO GL-GAME-ID.

           MOVE GL-SUB-Y-POS TO GH-SUB-Y-POS.
           MOVE GL-SUB-Z-POS TO GH-SUB-Z-POS.
           MOVE GL-PLAYER-ID TO GH-PLAYER-ID.
      *THE SHOT-SOURCE, SEED AND RULES VERSION GO ACROSS BYTE FOR
      *BYTE, SO AN OLDER RECORD WITHOUT THEM KEEPS ITS SPACES ON
      *THE MASTER.
           MOVE GAMELOG-RECORD(60:13) TO GH-DATA(46:13).
           WRITE GAMEHIST-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - GAMEHIST WRITE REJECTED,'
           EXIT.

      *PASS TWO - THE JOURNAL'S SHOT DETAIL, RE-STAMPED THROUGH
      *COLREMAP WHERE ITS GAME WAS RE-MINTED.
       MERGE-SHOTS.
           IF WS-GAMES-REMINTED > 0
           CLOSE REMAP-FILE
           OPEN INPUT REMAP-FILE
           IF WS-REMAP-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN COLREMAP, STATUS '
               WS-REMAP-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO MERGE-ABORT
           END-IF
           END-IF.
           OPEN INPUT SHOTLOGJ-FILE.
           IF WS-SHOTLOGJ-STATUS = '35'
           DISPLAY 'NO SHOTLOGJ JOURNAL ON HAND - NO SHOT DETAIL'
                   GO TO MERGE-AUDIT
           END-READ.
           ADD 1 TO WS-SHOTS-READ.
           IF WS-GAMES-REMINTED > 0
           PERFORM REMAP-SHOT THRU REMAP-SHOT-EXIT
           IF RETURN-CODE = 12
           GO TO MERGE-ABORT
           END-IF
           END-IF.
      *AN INTERRUPTED GAME'S SHOTS HAVE NO SUMMARY IN THE JOURNAL,
      *SO THEY NEVER WENT THROUGH THE COLLISION CHECK - KEEP THE
      *ID SEEN FOR THE NEXT SESSION'S PRIMING EITHER WAY.
           END-IF.
           GO TO MERGE-NEXT-SHOT.

      *A SHOT WHOSE GAME WAS RE-MINTED TAKES THE NEW ID. NOT ON
      *COLREMAP MEANS THE GAME KEPT ITS ID.
       REMAP-SHOT.
           IF SL-GAME-ID IS NOT NUMERIC
           GO TO REMAP-SHOT-EXIT.
           MOVE SL-GAME-ID TO RM-OLD-ID.
           READ REMAP-FILE
               INVALID KEY GO TO REMAP-SHOT-EXIT
           END-READ.
           IF WS-REMAP-STATUS NOT = '00'
           DISPLAY 'UNABLE TO READ COLREMAP, STATUS '
               WS-REMAP-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO REMAP-SHOT-EXIT
           END-IF.
           MOVE RM-NEW-ID TO SL-GAME-ID.

       REMAP-SHOT-EXIT.
           EXIT.

      *PASS THREE - THE SESSION'S AUDIT RECORD(S), APPENDED AS-IS
      *SO DEPTHRCN KEEPS RECONCILING EVERY SESSION IN ONE PLACE.
       MERGE-AUDIT.
           IF KEYED-MASTERS
           CLOSE GAMEHIST-FILE
           CLOSE SHOTHIST-FILE
           CLOSE REMAP-FILE
           END-IF.
           IF PLAYERS-ON-HAND
           CLOSE PLAYER-FILE.
