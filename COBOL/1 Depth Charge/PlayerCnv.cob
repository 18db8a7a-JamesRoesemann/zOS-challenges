      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLAYCNV.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Converts a PLAYERS master written before the sign-on   *
      * fields were added to PLAYER.CPY. Each old record       *
      * (id, name, active flag, games, hits, abandons, best)   *
      * is read in key order off PLAYOLD and written to a new  *
      * PLAYERS master in the current layout, with no PIN      *
      * issued, no bad PINs counted, not locked and no batch   *
      * authority - so every player needs a PIN from PLAYMNT   *
      * before DEPTHC will credit their games again.           *
      *                                                        *
      * RUN THIS ONCE: RENAME THE OLD PLAYERS MASTER TO        *
      * PLAYOLD, RUN PLAYCNV, AND KEEP PLAYOLD UNTIL THE NEW   *
      * MASTER HAS BEEN CHECKED. A PLAYERS MASTER THAT IS      *
      * ALREADY ON FILE IS NEVER WRITTEN OVER.                 *
      *                                                        *
      * RETURN-CODE 0 = MASTER CONVERTED AND CONTROL TOTALS    *
      * BALANCE, 12 = NOTHING CONVERTED, OR A FILE PROBLEM -   *
      * DELETE ANY PARTIAL PLAYERS AND RERUN.                  *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PLAYER-FILE ASSIGN TO "PLAYOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OLD-PLAYER-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PLAYER-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
      *THE PLAYERS RECORD AS IT STOOD BEFORE PM-PIN, PM-BAD-PIN-
      *COUNT, PM-LOCKED AND PM-BATCH-AUTH.
       FD  OLD-PLAYER-FILE.
       01  OLD-PLAYER-RECORD.
           02  OP-ID                  PIC X(8).
           02  OP-NAME                PIC X(20).
           02  OP-ACTIVE              PIC X(1).
           02  OP-GAMES-PLAYED        PIC 9(5).
           02  OP-HITS                PIC 9(5).
           02  OP-ABANDONS            PIC 9(5).
           02  OP-BEST-TRIES          PIC 9(3).

       FD  PLAYER-FILE.
           COPY "PLAYER.CPY".

       WORKING-STORAGE SECTION.

       01  WS-OLD-PLAYER-STATUS PIC X(2).
       01  WS-PLAYER-STATUS PIC X(2).

       01  WS-PLAYERS-READ PIC 9(7) VALUE 0.
       01  WS-PLAYERS-WRITTEN PIC 9(7) VALUE 0.

      *------------------
       PROCEDURE DIVISION.
      *------------------
      *A PLAYERS MASTER ALREADY ON FILE MAY WELL BE CONVERTED -
      *OPENING IT FOR OUTPUT WOULD THROW IT AWAY.
       CONVERT-START.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = '35'
           IF WS-PLAYER-STATUS = '00'
           CLOSE PLAYER-FILE
           END-IF
           DISPLAY 'PLAYERS IS ALREADY ON FILE, STATUS '
               WS-PLAYER-STATUS ' - RENAME THE OLD MASTER TO'
               ' PLAYOLD BEFORE CONVERTING.'
           MOVE 12 TO RETURN-CODE
           GO TO CONVERT-STOP
           END-IF.
      *STATUS 39 HERE MEANS PLAYOLD IS NOT IN THE OLD LAYOUT - MOST
      *LIKELY IT HAS BEEN CONVERTED ALREADY.
           OPEN INPUT OLD-PLAYER-FILE.
           IF WS-OLD-PLAYER-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN PLAYOLD, STATUS '
               WS-OLD-PLAYER-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO CONVERT-STOP
           END-IF.
           OPEN OUTPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'UNABLE TO CREATE PLAYERS, STATUS '
               WS-PLAYER-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE OLD-PLAYER-FILE
           GO TO CONVERT-STOP
           END-IF.

      *PLAYOLD COMES BACK IN KEY ORDER, SO THE NEW MASTER IS
      *LOADED STRAIGHT THROUGH.
       CONVERT-NEXT-PLAYER.
           READ OLD-PLAYER-FILE
               AT END GO TO CONVERT-DONE
           END-READ.
           IF WS-OLD-PLAYER-STATUS NOT = '00'
           DISPLAY 'PLAYOLD READ FAILED, STATUS '
               WS-OLD-PLAYER-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO CONVERT-ABORT
           END-IF.
           ADD 1 TO WS-PLAYERS-READ.
           MOVE OP-ID TO PM-ID.
           MOVE OP-NAME TO PM-NAME.
           MOVE OP-ACTIVE TO PM-ACTIVE.
           MOVE OP-GAMES-PLAYED TO PM-GAMES-PLAYED.
           MOVE OP-HITS TO PM-HITS.
           MOVE OP-ABANDONS TO PM-ABANDONS.
           MOVE OP-BEST-TRIES TO PM-BEST-TRIES.
           MOVE SPACES TO PM-PIN.
           MOVE 0 TO PM-BAD-PIN-COUNT.
           MOVE 'N' TO PM-LOCKED.
           MOVE 'N' TO PM-BATCH-AUTH.
           WRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY 'PLAYERS WRITE REJECTED FOR ' PM-ID
                       ', STATUS ' WS-PLAYER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO CONVERT-ABORT
           END-WRITE.
           IF WS-PLAYER-STATUS NOT = '00'
           DISPLAY 'PLAYERS WRITE FAILED FOR ' PM-ID
               ', STATUS ' WS-PLAYER-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO CONVERT-ABORT
           END-IF.
           ADD 1 TO WS-PLAYERS-WRITTEN.
           GO TO CONVERT-NEXT-PLAYER.

       CONVERT-DONE.
           CLOSE OLD-PLAYER-FILE.
           CLOSE PLAYER-FILE.
           DISPLAY ' '.
           DISPLAY '            PLAYERS MASTER CONVERSION'.
           DISPLAY 'PLAYOLD RECORDS READ ...... ' WS-PLAYERS-READ.
           DISPLAY 'PLAYERS RECORDS WRITTEN ... ' WS-PLAYERS-WRITTEN.
           IF WS-PLAYERS-WRITTEN NOT = WS-PLAYERS-READ
           DISPLAY 'CONTROL TOTALS DO NOT BALANCE - DO NOT TRUST'
               ' THIS CONVERSION.'
           MOVE 12 TO RETURN-CODE
           GO TO CONVERT-STOP
           END-IF.
           DISPLAY 'CONTROL TOTALS BALANCE.'.
           DISPLAY 'NO PLAYER HAS A PIN YET - ISSUE THEM IN PLAYMNT.'.
           GO TO CONVERT-STOP.

      *A PARTLY LOADED MASTER CANNOT BE TRUSTED - SAY SO LOUDLY.
      *PLAYOLD IS UNTOUCHED, SO THE RERUN STARTS FROM SCRATCH.
       CONVERT-ABORT.
           DISPLAY 'CONVERSION ABORTED - DELETE THE PARTIAL PLAYERS'
               ' MASTER AND RERUN PLAYCNV.'.
           CLOSE OLD-PLAYER-FILE.
           CLOSE PLAYER-FILE.

       CONVERT-STOP.
           STOP RUN.
