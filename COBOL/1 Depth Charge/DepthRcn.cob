      * THE AUDIT TOTALS COUNTING GAMES THAT ARE NO LONGER ON *
      * THE LIVE FILE.                                        *
      *                                                       *
      * THE REPORT GOES TO THE RCNPRT PRINT FILE IN THE SHOP'S *
      * STANDARD PRINT LAYOUT (PRTCTL.CPY), AND THE CONTROL   *
      * TOTALS ARE POSTED TO OPSCTL FOR THE SHIFT LEAD'S      *
      * OPERATIONS SUMMARY (DEPTHOPS).                        *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program.                                   *
      *******************************************************
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMELOG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RCNPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPSCTL-FILE ASSIGN TO "OPSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSCTL-STATUS.

      *-------------
       DATA DIVISION.
       FD  GAMELOG-FILE.
           COPY "GAMELOG.CPY".

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       FD  OPSCTL-FILE.
           COPY "OPSCTL.CPY".

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".
       01  WS-OPSCTL-STATUS PIC X(2).
       01  WS-OPS-OPEN PIC X(1) VALUE 'N'.
       01  WS-OPS-SEQ PIC 9(3) VALUE 0.
       01  WS-OPS-TYPE PIC X(1).
       01  WS-OPS-LABEL PIC X(40).
       01  WS-OPS-VALUE PIC S9(9).

       01  WS-SESSION-COUNT PIC 9(5) VALUE 0.
       01  WS-AUDIT-GAMES PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *------------------
       RECON-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RCNPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO RECON-STOP
           END-IF.
           MOVE 'DEPTHRCN' TO PRT-HD-PROGRAM.
           MOVE 'RUN AUDIT / GAMELOG RECONCILIATION' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
           MOVE 'NO AUDITLOG FILE ON HAND - NOTHING TO RECONCILE.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO RECON-END.
           IF WS-AUDIT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN AUDITLOG, STATUS '
               WS-AUDIT-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE PRINT-FILE
           GO TO RECON-STOP
           END-IF.
           STRING 'START           MODE SOURCE  CLAMP GIVEUP'
               ' GAMES  RC'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1.

       READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END GO TO COUNT-GAMELOG
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           ADD 1 TO WS-SESSION-COUNT.
           IF AU-GAMES-COMPLETED IS NUMERIC
           ADD AU-GAMES-COMPLETED TO WS-AUDIT-GAMES
           END-IF.
           STRING AU-START-DATE '.' AU-START-TIME ' ' AU-MODE '    '
               AU-INPUT-SOURCE ' ' AU-CLAMPED-COUNT '    '
               AU-BAD-INPUT-GIVEUPS ' ' AU-GAMES-COMPLETED ' '
               AU-RETURN-CODE
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO READ-NEXT-AUDIT.

       COUNT-GAMELOG.
           DISPLAY 'UNABLE TO OPEN GAMELOG, STATUS '
               WS-GAMELOG-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE PRINT-FILE
           GO TO RECON-STOP
           END-IF.

                   CLOSE GAMELOG-FILE
                   GO TO PRINT-RECONCILIATION
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           ADD 1 TO WS-GAMELOG-COUNT.
           GO TO COUNT-NEXT-RECORD.

      *THE TOTALS GO ON THE REPORT AND, LINE FOR LINE, TO OPSCTL FOR
      *THE SHIFT LEAD'S SIGN-OFF.
       PRINT-RECONCILIATION.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-LINE.
           MOVE 'T' TO WS-OPS-TYPE.
           STRING 'SESSIONS ON AUDIT TRAIL ....... ' WS-SESSION-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'SESSIONS ON AUDIT TRAIL' TO WS-OPS-LABEL.
           MOVE WS-SESSION-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'GAMES COMPLETED PER AUDIT ..... ' WS-AUDIT-GAMES
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'GAMES COMPLETED PER AUDIT' TO WS-OPS-LABEL.
           MOVE WS-AUDIT-GAMES TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'RECORDS ACTUALLY ON GAMELOG ... ' WS-GAMELOG-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'RECORDS ACTUALLY ON GAMELOG' TO WS-OPS-LABEL.
           MOVE WS-GAMELOG-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           COMPUTE WS-GAP = WS-AUDIT-GAMES - WS-GAMELOG-COUNT.
           MOVE 'GAP (AUDIT LESS GAMELOG)' TO WS-OPS-LABEL.
           MOVE WS-GAP TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           IF WS-GAP IS EQUAL TO 0
           MOVE 'AUDIT TRAIL AND GAMELOG AGREE.' TO PRT-LINE
           MOVE 'AUDIT TRAIL AND GAMELOG AGREE' TO WS-OPS-LABEL
           ELSE
           MOVE WS-GAP TO WS-GAP-DISP
           STRING 'GAP OF ' WS-GAP-DISP ' GAME(S) - GAMELOG DOES'
               ' NOT MATCH THE AUDIT TRAIL. INVESTIGATE.'
               DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'GAMELOG DOES NOT MATCH THE AUDIT TRAIL' TO
               WS-OPS-LABEL
           IF RETURN-CODE < 8
           MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.
           DISPLAY PRT-LINE(1:80).
           PERFORM PRINT-LINE.
           MOVE 'V' TO WS-OPS-TYPE.
           MOVE RETURN-CODE TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           IF WS-OPS-OPEN = 'Y'
           CLOSE OPSCTL-FILE.

       RECON-END.
           PERFORM PRINT-TRAILER.
           GO TO RECON-STOP.

      * STANDARD PRINT HANDLING (PRTCTL.CPY). START-PRINT-FILE
      * STAMPS THE RUN DATE AND TIME INTO THE PAGE HEADING ONCE THE
      * PRINT FILE IS OPEN AND THE PROGRAM NAME AND TITLE ARE SET.
       START-PRINT-FILE.
           ACCEPT PRT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PRT-RUN-TIME FROM TIME.
           MOVE PRT-RUN-DATE TO PRT-HD-DATE.
           MOVE PRT-RUN-HH TO PRT-HD-HH.
           MOVE PRT-RUN-MM TO PRT-HD-MM.
           MOVE PRT-RUN-SS TO PRT-HD-SS.

      * WRITE THE LINE BUILT IN PRT-LINE, THROWING A NEW PAGE WITH
      * ITS HEADINGS FIRST WHEN THE CURRENT PAGE IS FULL.
       PRINT-LINE.
           IF PRT-LINE-COUNT NOT < PRT-PAGE-SIZE
           PERFORM PRINT-HEADINGS.
           WRITE PRINT-RECORD FROM PRT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'PRINT FILE WRITE FAILED, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           END-IF.
           ADD 1 TO PRT-LINE-COUNT.
           ADD 1 TO PRT-LINES-PRINTED.
           MOVE SPACES TO PRT-LINE.

       PRINT-HEADINGS.
           ADD 1 TO PRT-PAGE-NO.
           MOVE PRT-PAGE-NO TO PRT-HD-PAGE.
           WRITE PRINT-RECORD FROM PRT-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 2 TO PRT-LINE-COUNT.
           IF PRT-COLUMN-HEAD-1 NOT = SPACES
           WRITE PRINT-RECORD FROM PRT-COLUMN-HEAD-1
               AFTER ADVANCING 1 LINE
           ADD 1 TO PRT-LINE-COUNT
           END-IF.
           IF PRT-COLUMN-HEAD-2 NOT = SPACES
           WRITE PRINT-RECORD FROM PRT-COLUMN-HEAD-2
               AFTER ADVANCING 1 LINE
           ADD 1 TO PRT-LINE-COUNT
           END-IF.

      * THE STANDARD END-OF-REPORT TRAILER, THEN CLOSE THE PRINT FILE.
       PRINT-TRAILER.
           MOVE SPACES TO PRT-COLUMN-HEAD-1 PRT-COLUMN-HEAD-2.
           IF PRT-LINE-COUNT + 2 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           MOVE PRT-RECORDS-READ TO PRT-TR-READ.
           COMPUTE PRT-TR-LINES = PRT-LINES-PRINTED + 1.
           MOVE PRT-PAGE-NO TO PRT-TR-PAGES.
           MOVE PRT-TRAILER-LINE TO PRT-LINE.
           PERFORM PRINT-LINE.
           CLOSE PRINT-FILE.

      * POST ONE LINE TO THE OPSCTL OPERATIONS CONTROL-TOTAL FILE
      * FOR DEPTHOPS TO PRINT ON THE SHIFT LEAD'S SUMMARY. THE FILE
      * IS OPENED ON THE FIRST POST. A FILE THAT WILL NOT OPEN OR
      * WRITE COSTS THE SUMMARY, NOT THE RUN - IT IS REPORTED AND
      * THE RUN ENDS WITH AT LEAST A WARNING.
       POST-OPS-LINE.
           IF WS-OPS-OPEN = 'X'
           GO TO POST-OPS-LINE-EXIT.
           IF WS-OPS-OPEN = 'N'
           OPEN EXTEND OPSCTL-FILE
           IF WS-OPSCTL-STATUS = '35'
           OPEN OUTPUT OPSCTL-FILE
           END-IF
           IF WS-OPSCTL-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN OPSCTL, STATUS ' WS-OPSCTL-STATUS
               ' - TOTALS NOT POSTED TO THE OPERATIONS SUMMARY.'
           MOVE 'X' TO WS-OPS-OPEN
           IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
           END-IF
           GO TO POST-OPS-LINE-EXIT
           END-IF
           MOVE 'Y' TO WS-OPS-OPEN
           END-IF.
           MOVE PRT-HD-PROGRAM TO OC-PROGRAM.
           MOVE PRT-RUN-DATE TO OC-RUN-DATE.
           MOVE PRT-RUN-TIME(1:6) TO OC-RUN-TIME.
           ADD 1 TO WS-OPS-SEQ.
           MOVE WS-OPS-SEQ TO OC-SEQ.
           MOVE WS-OPS-TYPE TO OC-REC-TYPE.
           MOVE WS-OPS-LABEL TO OC-LABEL.
           IF WS-OPS-VALUE < 0
           MOVE '-' TO OC-SIGN
           COMPUTE OC-VALUE = 0 - WS-OPS-VALUE
           ELSE
           MOVE '+' TO OC-SIGN
           MOVE WS-OPS-VALUE TO OC-VALUE
           END-IF.
           WRITE OPSCTL-RECORD.
           IF WS-OPSCTL-STATUS NOT = '00'
           DISPLAY 'OPSCTL WRITE FAILED, STATUS ' WS-OPSCTL-STATUS
               ' - TOTALS NOT POSTED TO THE OPERATIONS SUMMARY.'
           CLOSE OPSCTL-FILE
           MOVE 'X' TO WS-OPS-OPEN
           IF RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.

       POST-OPS-LINE-EXIT.
           EXIT.

       RECON-STOP.
           STOP RUN.
