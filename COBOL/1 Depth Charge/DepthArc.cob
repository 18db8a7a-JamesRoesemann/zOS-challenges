      * out - it is retained for DEPTHVAL to reject, so the    *
      * purge cannot quietly destroy evidence of a bad write.  *
      *                                                        *
      * THE CONTROL TOTALS GO TO THE ARCPRT PRINT FILE IN THE  *
      * SHOP'S STANDARD PRINT LAYOUT (PRTCTL.CPY) AND ARE      *
      * POSTED TO OPSCTL FOR THE SHIFT LEAD'S OPERATIONS       *
      * SUMMARY (DEPTHOPS).                                    *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
           SELECT AUDIT-WORK-FILE ASSIGN TO "AUDITLGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWORK-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ARCPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPSCTL-FILE ASSIGN TO "OPSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSCTL-STATUS.

      *-------------
       DATA DIVISION.
           COPY "GAMELOG.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(72).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(72).

       FD  AUDIT-FILE.
           COPY "AUDIT.CPY".
       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD PIC X(52).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       FD  OPSCTL-FILE.
           COPY "OPSCTL.CPY".

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-AUDARCH-STATUS PIC X(2).
       01  WS-AUDWORK-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
       01  WS-PRINT-OPEN PIC X(1) VALUE 'N'.
           COPY "PRTCTL.CPY".
       01  WS-OPSCTL-STATUS PIC X(2).
       01  WS-OPS-OPEN PIC X(1) VALUE 'N'.
       01  WS-OPS-SEQ PIC 9(3) VALUE 0.
       01  WS-OPS-TYPE PIC X(1).
       01  WS-OPS-LABEL PIC X(40).
       01  WS-OPS-VALUE PIC S9(9).
      *Y ONCE A VERDICT CARRYING A FAILING RETURN-CODE IS ON OPSCTL.
       01  WS-FAILURE-POSTED PIC X(1) VALUE 'N'.

       01  WS-CUTOFF-DATE PIC 9(8).

           ADD 1 TO WS-REWRITTEN-COUNT.
           GO TO PUT-BACK-NEXT-RECORD.

      *THE GAMELOG TOTALS OPEN THE PRINT FILE - NOTHING IS PRINTED
      *FOR A RUN THAT STOPPED BEFORE IT GOT THIS FAR, THE CONSOLE
      *MESSAGES ALREADY SAY WHY. EVERY TOTAL IS ALSO POSTED TO
      *OPSCTL FOR THE SHIFT LEAD'S SIGN-OFF.
       PRINT-TOTALS.
           CLOSE GAMELOG-FILE.
           CLOSE WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN ARCPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO ARCHIVE-STOP
           END-IF.
           MOVE 'Y' TO WS-PRINT-OPEN.
           MOVE 'DEPTHARC' TO PRT-HD-PROGRAM.
           MOVE 'GAMELOG / AUDITLOG ARCHIVE AND PURGE' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           MOVE 'GAMELOG ARCHIVE/PURGE' TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'T' TO WS-OPS-TYPE.
           STRING 'CUTOFF DATE ........ ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'CUTOFF DATE' TO WS-OPS-LABEL.
           MOVE WS-CUTOFF-DATE TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'RECORDS READ ....... ' WS-READ-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'GAMELOG RECORDS READ' TO WS-OPS-LABEL.
           MOVE WS-READ-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'RECORDS ARCHIVED ... ' WS-ARCHIVED-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'GAMELOG RECORDS ARCHIVED' TO WS-OPS-LABEL.
           MOVE WS-ARCHIVED-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'RECORDS RETAINED ... ' WS-RETAINED-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'GAMELOG RECORDS RETAINED' TO WS-OPS-LABEL.
           MOVE WS-RETAINED-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'RECORDS REWRITTEN .. ' WS-REWRITTEN-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'GAMELOG RECORDS REWRITTEN' TO WS-OPS-LABEL.
           MOVE WS-REWRITTEN-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           MOVE 'V' TO WS-OPS-TYPE.
           COMPUTE WS-BALANCE-CHECK =
               WS-ARCHIVED-COUNT + WS-RETAINED-COUNT.
           IF WS-BALANCE-CHECK NOT = WS-READ-COUNT
               OR WS-REWRITTEN-COUNT NOT = WS-RETAINED-COUNT
           STRING 'CONTROL TOTALS DO NOT BALANCE - DO NOT TRUST'
               ' THIS PURGE.' DELIMITED BY SIZE INTO PRT-LINE
           DISPLAY PRT-LINE(1:60)
           PERFORM PRINT-LINE
           MOVE 12 TO RETURN-CODE
           MOVE 'GAMELOG TOTALS DO NOT BALANCE' TO WS-OPS-LABEL
           MOVE RETURN-CODE TO WS-OPS-VALUE
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT
           MOVE 'Y' TO WS-FAILURE-POSTED
           GO TO ARCHIVE-STOP
           END-IF.
           MOVE 'CONTROL TOTALS BALANCE.' TO PRT-LINE.
           DISPLAY PRT-LINE(1:60).
           PERFORM PRINT-LINE.
           MOVE 'GAMELOG TOTALS BALANCE' TO WS-OPS-LABEL.
           MOVE RETURN-CODE TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.

      *AGE THE RUN AUDIT TRAIL OFF WITH THE SAME CUTOFF. A SESSION
      *THAT ENDED BEFORE THE CUTOFF ONLY EVER APPENDED GAMES DATED
      *RECORD WITH A BAD DATE.
       PURGE-AUDIT.
           OPEN INPUT AUDIT-FILE.
           PERFORM PRINT-LINE.
           IF WS-AUDIT-STATUS = '35'
           MOVE 'NO AUDITLOG FILE ON HAND - NO SESSIONS TO AGE OFF.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO ARCHIVE-STOP
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
       AUDIT-TOTALS.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-WORK-FILE.
           MOVE 'AUDITLOG ARCHIVE/PURGE' TO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'T' TO WS-OPS-TYPE.
           STRING 'SESSIONS READ ...... ' WS-AUD-READ-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'AUDITLOG SESSIONS READ' TO WS-OPS-LABEL.
           MOVE WS-AUD-READ-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'SESSIONS ARCHIVED .. ' WS-AUD-ARCHIVED-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'AUDITLOG SESSIONS ARCHIVED' TO WS-OPS-LABEL.
           MOVE WS-AUD-ARCHIVED-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'SESSIONS RETAINED .. ' WS-AUD-RETAINED-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'AUDITLOG SESSIONS RETAINED' TO WS-OPS-LABEL.
           MOVE WS-AUD-RETAINED-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           STRING 'SESSIONS REWRITTEN . ' WS-AUD-REWRITTEN-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'AUDITLOG SESSIONS REWRITTEN' TO WS-OPS-LABEL.
           MOVE WS-AUD-REWRITTEN-COUNT TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           MOVE 'V' TO WS-OPS-TYPE.
           COMPUTE WS-BALANCE-CHECK =
               WS-AUD-ARCHIVED-COUNT + WS-AUD-RETAINED-COUNT.
           IF WS-BALANCE-CHECK NOT = WS-AUD-READ-COUNT
               OR WS-AUD-REWRITTEN-COUNT NOT = WS-AUD-RETAINED-COUNT
           STRING 'CONTROL TOTALS DO NOT BALANCE - DO NOT TRUST'
               ' THIS PURGE.' DELIMITED BY SIZE INTO PRT-LINE
           MOVE 12 TO RETURN-CODE
           MOVE 'AUDITLOG TOTALS DO NOT BALANCE' TO WS-OPS-LABEL
           ELSE
           MOVE 'CONTROL TOTALS BALANCE.' TO PRT-LINE
           MOVE 'AUDITLOG TOTALS BALANCE' TO WS-OPS-LABEL
           END-IF.
           DISPLAY PRT-LINE(1:60).
           PERFORM PRINT-LINE.
           MOVE RETURN-CODE TO WS-OPS-VALUE.
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT.
           IF RETURN-CODE NOT = 0
           MOVE 'Y' TO WS-FAILURE-POSTED.

      *EVERY WAY OUT COMES THROUGH HERE, SO A RUN THAT GOT AS FAR AS
      *ITS TOTALS ALWAYS CLOSES ITS PRINT WITH THE STANDARD TRAILER.
      *OPSCTL IS ONLY OPEN ONCE THE GAMELOG TOTALS ARE POSTED, SO A
      *FAILURE NOT YET ON IT CAME IN THE AUDITLOG PURGE - THE ONLY
      *VERDICT POSTED SO FAR IS GAMELOG'S CLEAN ONE, AND DEPTHOPS
      *WOULD OTHERWISE REPORT THE STEP AS CLEAN.
       ARCHIVE-STOP.
           IF WS-OPS-OPEN = 'Y' AND RETURN-CODE NOT = 0
               AND WS-FAILURE-POSTED = 'N'
           MOVE 'AUDITLOG PURGE ABORTED - SEE THE CONSOLE.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE 'V' TO WS-OPS-TYPE
           MOVE 'AUDITLOG PURGE ABORTED' TO WS-OPS-LABEL
           MOVE RETURN-CODE TO WS-OPS-VALUE
           PERFORM POST-OPS-LINE THRU POST-OPS-LINE-EXIT
           MOVE 'Y' TO WS-FAILURE-POSTED
           END-IF.
           IF WS-OPS-OPEN = 'Y'
           CLOSE OPSCTL-FILE.
           IF WS-PRINT-OPEN = 'Y'
           COMPUTE PRT-RECORDS-READ =
               WS-READ-COUNT + WS-AUD-READ-COUNT
           PERFORM PRINT-TRAILER.
           STOP RUN.

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
