      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHNGT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Nightly job-stream controller. The overnight steps -   *
      * DEPTHCOL once per journal set, DEPTHVAL, DEPTHRCN,     *
      * DEPTHIDX, DEPTHXTR and then the reports - used to be   *
      * sequenced by hand, with the operator reading each      *
      * step's return code off the log. This program reads     *
      * the RUNBOOK control file, runs the steps in order, and *
      * applies each step's return-code rules for itself:      *
      *  - A CODE AT OR ABOVE THE STEP'S HALT LEVEL (12 BY     *
      *    DEFAULT) STOPS THE STREAM.                          *
      *  - A RULE CAN SAY A CODE SKIPS A LATER GROUP OF STEPS  *
      *    (DEPTHVAL 4 SKIPS REPORTING, DEPTHXTR 4 SKIPS THE   *
      *    TRANSMIT), IS ONLY A WARNING (DEPTHRCN 8, A GAP),   *
      *    OR STOPS THE STREAM.                                *
      * Every step's start, end, return code and disposition   *
      * go on the NIGHTRUN status file.                        *
      *                                                        *
      * RESTART: WHEN THE LAST ATTEMPT DID NOT COMPLETE, THE   *
      * NEXT RUN OF THIS PROGRAM RESUMES THE SAME NIGHT AT THE *
      * FIRST STEP NOT YET FINISHED. STEPS THAT FINISHED ARE   *
      * NOT RUN AGAIN - SO A DEPTHCOL THAT ALREADY MERGED ITS  *
      * JOURNALS IS NOT MERGED TWICE - BUT THEIR RETURN CODES  *
      * STILL COUNT, SO A GROUP THEY SKIPPED STAYS SKIPPED.    *
      * TO THROW A BROKEN NIGHT AWAY AND START CLEAN, MOVE THE *
      * NIGHTRUN FILE ASIDE FIRST.                             *
      *                                                        *
      * RETURN-CODE 0 = EVERY STEP RAN CLEAN, 4 = THE STREAM   *
      * COMPLETED WITH WARNINGS OR SKIPPED STEPS, 12 = THE     *
      * STREAM HALTED (OR THE RUNBOOK/NIGHTRUN COULD NOT BE    *
      * USED) - FIX THE CAUSE AND RESUBMIT TO RESUME.          *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program. Steps are launched through the     *
      * SYSTEM service, so the step programs must be on the    *
      * path (or named in full in RB-COMMAND).                 *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-STATUS.
           SELECT NIGHTRUN-FILE ASSIGN TO "NIGHTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTRUN-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  RUNBOOK-FILE.
           COPY "RUNBOOK.CPY".

       FD  NIGHTRUN-FILE.
           COPY "NIGHTRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-RUNBOOK-STATUS PIC X(2).
       01  WS-NIGHTRUN-STATUS PIC X(2).

      *WHERE EACH STEP NUMBER GOT TO ON EARLIER ATTEMPTS AT THIS
      *NIGHT, SUBSCRIPTED DIRECTLY BY RB-STEP-NO/NR-STEP-NO.
       01  DONE-TABLE.
           02  DONE-ENTRY OCCURS 999 TIMES.
               03  DT-DISPOSITION PIC X(8).
               03  DT-RC PIC 9(3).

      *GROUPS A RULE HAS SKIPPED FOR THE REST OF THE NIGHT.
       01  SKIP-TABLE.
           02  SKIP-GROUP OCCURS 20 TIMES INDEXED BY SKIP-IDX
                   PIC X(4).
       01  WS-SKIP-COUNT PIC 9(2) VALUE 0.
       01  WS-SKIP-FOUND PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-ATTEMPT PIC 9(3) VALUE 0.
       01  WS-LAST-TRAILER PIC X(8) VALUE SPACES.
       01  WS-RESUME-FLAG PIC X(1) VALUE 'N'.
           88  RESUMING VALUE 'Y'.
       01  WS-HALT-FLAG PIC X(1) VALUE 'N'.
           88  STREAM-HALTED VALUE 'Y'.
       01  WS-WARNING-FLAG PIC X(1) VALUE 'N'.

       01  WS-TODAY PIC 9(8).
       01  WS-TIME-RAW.
           02  WS-TIME-HHMMSS PIC 9(6).
           02  FILLER PIC 9(2).
       01  WS-STEP-START-DATE PIC 9(8).
       01  WS-STEP-START-TIME PIC 9(6).

       01  WS-COMMAND PIC X(80).
       01  WS-DD-VALUE PIC X(20).
       01  WS-RAW-STATUS PIC S9(9) VALUE 0.
       01  WS-ABEND-BITS PIC 9(3) VALUE 0.
       01  WS-STEP-RC PIC 9(3) VALUE 0.
       01  WS-HALT-RC PIC 9(3) VALUE 0.
       01  WS-RULE-SUB PIC 9(1) VALUE 0.
       01  WS-STEP-DISP PIC X(8).
       01  WS-STEP-NOTE PIC X(30).
       01  WS-FINAL-RC PIC 9(3) VALUE 0.

       01  WS-STEPS-READ PIC 9(3) VALUE 0.
       01  WS-STEPS-RUN PIC 9(3) VALUE 0.
       01  WS-STEPS-BYPASSED PIC 9(3) VALUE 0.
       01  WS-STEPS-SKIPPED PIC 9(3) VALUE 0.
       01  WS-STEPS-WARNED PIC 9(3) VALUE 0.

      *------------------
       PROCEDURE DIVISION.
      *------------------
      *FIND OUT WHETHER A NIGHT IS ALREADY IN PROGRESS. NO
      *NIGHTRUN, OR ONE WHOSE LAST ATTEMPT COMPLETED, MEANS A
      *FRESH NIGHT; ANYTHING ELSE IS RESUMED.
       STREAM-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO DONE-TABLE.
           OPEN INPUT NIGHTRUN-FILE.
           IF WS-NIGHTRUN-STATUS = '35'
           GO TO NEW-NIGHT.
           IF WS-NIGHTRUN-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN NIGHTRUN, STATUS '
               WS-NIGHTRUN-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STREAM-STOP
           END-IF.

       READ-PRIOR-STATUS.
           READ NIGHTRUN-FILE
               AT END
                   CLOSE NIGHTRUN-FILE
                   GO TO DECIDE-RESUME
           END-READ.
           IF NR-HEADER
           MOVE NR-RUN-DATE TO WS-RUN-DATE
           MOVE NR-ATTEMPT TO WS-ATTEMPT
           MOVE SPACES TO WS-LAST-TRAILER
           END-IF.
           IF NR-STEP AND NR-STEP-NO IS NUMERIC AND NR-STEP-NO > 0
           MOVE NR-DISPOSITION TO DT-DISPOSITION(NR-STEP-NO)
           MOVE NR-RC TO DT-RC(NR-STEP-NO)
           END-IF.
           IF NR-TRAILER
           MOVE NR-DISPOSITION TO WS-LAST-TRAILER.
           GO TO READ-PRIOR-STATUS.

       DECIDE-RESUME.
           IF WS-ATTEMPT = 0 OR WS-LAST-TRAILER = 'COMPLETE'
           GO TO NEW-NIGHT.
           MOVE 'Y' TO WS-RESUME-FLAG.
           ADD 1 TO WS-ATTEMPT.
           DISPLAY 'NIGHT OF ' WS-RUN-DATE ' DID NOT COMPLETE -'
               ' RESUMING, ATTEMPT ' WS-ATTEMPT '.'.
           OPEN EXTEND NIGHTRUN-FILE.
           IF WS-NIGHTRUN-STATUS NOT = '00'
           DISPLAY 'UNABLE TO EXTEND NIGHTRUN, STATUS '
               WS-NIGHTRUN-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STREAM-STOP
           END-IF.
           GO TO WRITE-HEADER.

       NEW-NIGHT.
           MOVE SPACES TO DONE-TABLE.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 1 TO WS-ATTEMPT.
           OPEN OUTPUT NIGHTRUN-FILE.
           IF WS-NIGHTRUN-STATUS NOT = '00'
           DISPLAY 'UNABLE TO CREATE NIGHTRUN, STATUS '
               WS-NIGHTRUN-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO STREAM-STOP
           END-IF.

       WRITE-HEADER.
           MOVE SPACES TO NIGHTRUN-RECORD.
           MOVE 'H' TO NR-REC-TYPE.
           MOVE WS-RUN-DATE TO NR-RUN-DATE.
           MOVE WS-ATTEMPT TO NR-ATTEMPT.
           MOVE 0 TO NR-STEP-NO.
           MOVE WS-TODAY TO NR-START-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO NR-START-TIME.
           MOVE 0 TO NR-END-DATE.
           MOVE 0 TO NR-END-TIME.
           MOVE 0 TO NR-RC.
           PERFORM WRITE-STATUS-RECORD.
           IF STREAM-HALTED
           CLOSE NIGHTRUN-FILE
           MOVE 12 TO RETURN-CODE
           GO TO STREAM-STOP
           END-IF.
           OPEN INPUT RUNBOOK-FILE.
           IF WS-RUNBOOK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RUNBOOK, STATUS '
               WS-RUNBOOK-STATUS ' - NO STEPS CAN RUN.'
           MOVE 'Y' TO WS-HALT-FLAG
           GO TO WRITE-TRAILER
           END-IF.

      *ONE RUNBOOK RECORD PER STEP, TAKEN IN FILE ORDER.
       NEXT-STEP.
           READ RUNBOOK-FILE
               AT END
                   CLOSE RUNBOOK-FILE
                   GO TO WRITE-TRAILER
           END-READ.
           IF RB-STEP-NO IS NOT NUMERIC
           GO TO NEXT-STEP.
           ADD 1 TO WS-STEPS-READ.
           IF RB-STEP-NO = 0
           DISPLAY 'RUNBOOK STEP ' RB-STEP-NAME ' HAS NO STEP'
               ' NUMBER - THE STREAM CANNOT BE RESTARTED SAFELY.'
           MOVE 'Y' TO WS-HALT-FLAG
           CLOSE RUNBOOK-FILE
           GO TO WRITE-TRAILER
           END-IF.
      *FINISHED ON AN EARLIER ATTEMPT - LEAVE IT ALONE, BUT LET
      *ITS RETURN CODE RE-ARM WHATEVER GROUP SKIPS IT CAUSED.
           IF DT-DISPOSITION(RB-STEP-NO) = 'COMPLETE' OR 'WARNING'
               OR 'SKIPPED'
           DISPLAY 'STEP ' RB-STEP-NO ' ' RB-STEP-NAME
               ' FINISHED ON AN EARLIER ATTEMPT - NOT RERUN.'
           ADD 1 TO WS-STEPS-BYPASSED
           IF DT-DISPOSITION(RB-STEP-NO) NOT = 'COMPLETE'
           MOVE 'Y' TO WS-WARNING-FLAG
           END-IF
           IF DT-DISPOSITION(RB-STEP-NO) NOT = 'SKIPPED'
           MOVE DT-RC(RB-STEP-NO) TO WS-STEP-RC
           PERFORM APPLY-RC-RULES THRU APPLY-RC-RULES-EXIT
           MOVE 'N' TO WS-HALT-FLAG
           END-IF
           GO TO NEXT-STEP
           END-IF.
           IF RESUMING AND DT-DISPOSITION(RB-STEP-NO) NOT = SPACES
           DISPLAY 'RESUMING AT STEP ' RB-STEP-NO ' ' RB-STEP-NAME
               ', LAST LEFT ' DT-DISPOSITION(RB-STEP-NO) '.'
           END-IF.
           PERFORM CHECK-SKIPPED-GROUP.
           IF WS-SKIP-FOUND = 'Y'
           PERFORM SKIP-STEP
           GO TO NEXT-STEP
           END-IF.
           PERFORM RUN-STEP THRU RUN-STEP-EXIT.
           IF STREAM-HALTED
           CLOSE RUNBOOK-FILE
           GO TO WRITE-TRAILER
           END-IF.
           GO TO NEXT-STEP.

       CHECK-SKIPPED-GROUP.
           MOVE 'N' TO WS-SKIP-FOUND.
           IF RB-GROUP NOT = SPACES
           PERFORM VARYING SKIP-IDX FROM 1 BY 1
                   UNTIL SKIP-IDX > WS-SKIP-COUNT
               IF SKIP-GROUP(SKIP-IDX) = RB-GROUP
                   MOVE 'Y' TO WS-SKIP-FOUND
               END-IF
           END-PERFORM
           END-IF.

       SKIP-STEP.
           DISPLAY 'STEP ' RB-STEP-NO ' ' RB-STEP-NAME
               ' SKIPPED - GROUP ' RB-GROUP ' IS OFF FOR TONIGHT.'.
           ADD 1 TO WS-STEPS-SKIPPED.
           MOVE 'Y' TO WS-WARNING-FLAG.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-STEP-START-TIME.
           PERFORM BUILD-STEP-RECORD.
           MOVE WS-STEP-START-DATE TO NR-END-DATE.
           MOVE WS-STEP-START-TIME TO NR-END-TIME.
           MOVE 'SKIPPED' TO NR-DISPOSITION.
           STRING 'GROUP ' DELIMITED BY SIZE
                  RB-GROUP DELIMITED BY SPACE
                  ' SKIPPED' DELIMITED BY SIZE
               INTO NR-NOTE.
           PERFORM WRITE-STATUS-RECORD.

      *LAUNCH ONE STEP. THE STARTED RECORD GOES OUT FIRST SO A
      *CONTROLLER THAT DIES MID-STEP STILL SHOWS WHERE IT WAS.
       RUN-STEP.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-STEP-START-TIME.
           PERFORM BUILD-STEP-RECORD.
           MOVE 'STARTED' TO NR-DISPOSITION.
           PERFORM WRITE-STATUS-RECORD.
           IF STREAM-HALTED
           GO TO RUN-STEP-EXIT.
           PERFORM SET-JOURNAL-SET.
           MOVE SPACES TO WS-COMMAND.
           IF RB-COMMAND = SPACES
           MOVE RB-PROGRAM TO WS-COMMAND
           ELSE
           MOVE RB-COMMAND TO WS-COMMAND
           END-IF.
           DISPLAY 'STEP ' RB-STEP-NO ' ' RB-STEP-NAME
               ' STARTING - ' WS-COMMAND.
           ADD 1 TO WS-STEPS-RUN.
           CALL 'SYSTEM' USING WS-COMMAND.
      *THE SYSTEM SERVICE HANDS BACK THE RAW WAIT STATUS - THE
      *STEP'S OWN RETURN CODE IS IN THE HIGH BYTE, AND ANYTHING
      *IN THE LOW BYTE MEANS THE STEP WAS KILLED, NOT ENDED.
           MOVE RETURN-CODE TO WS-RAW-STATUS.
           MOVE 0 TO RETURN-CODE.
           IF WS-RAW-STATUS < 0
           DISPLAY 'STEP ' RB-STEP-NO ' COULD NOT BE STARTED.'
           MOVE 999 TO WS-STEP-RC
           ELSE
           DIVIDE WS-RAW-STATUS BY 256 GIVING WS-STEP-RC
               REMAINDER WS-ABEND-BITS
           IF WS-ABEND-BITS NOT = 0
           DISPLAY 'STEP ' RB-STEP-NO ' ENDED ABNORMALLY.'
           MOVE 999 TO WS-STEP-RC
           END-IF
           END-IF.
           PERFORM APPLY-RC-RULES THRU APPLY-RC-RULES-EXIT.
           PERFORM BUILD-STEP-RECORD.
           ACCEPT NR-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO NR-END-TIME.
           MOVE WS-STEP-RC TO NR-RC.
           MOVE WS-STEP-DISP TO NR-DISPOSITION.
           MOVE WS-STEP-NOTE TO NR-NOTE.
           DISPLAY 'STEP ' RB-STEP-NO ' ' RB-STEP-NAME
               ' ENDED RC ' WS-STEP-RC ' - ' WS-STEP-DISP ' '
               WS-STEP-NOTE.
           IF WS-STEP-DISP = 'WARNING'
           ADD 1 TO WS-STEPS-WARNED
           MOVE 'Y' TO WS-WARNING-FLAG
           END-IF.
           PERFORM WRITE-STATUS-RECORD.

       RUN-STEP-EXIT.
           EXIT.

      *DEPTHCOL MERGES WHATEVER GAMELOGJ/SHOTLOGJ/AUDITLGJ ARE
      *ASSIGNED TO - POINT THEM AT THIS STEP'S JOURNAL SET, OR
      *BACK AT THE PLAIN NAMES WHEN THE STEP NAMES NONE.
       SET-JOURNAL-SET.
           MOVE SPACES TO WS-DD-VALUE.
           STRING 'GAMELOGJ' DELIMITED BY SIZE INTO WS-DD-VALUE.
           IF RB-JOURNAL-SET NOT = SPACES
           STRING 'GAMELOGJ.' DELIMITED BY SIZE
                  RB-JOURNAL-SET DELIMITED BY SPACE
               INTO WS-DD-VALUE
           END-IF.
           DISPLAY 'DD_GAMELOGJ' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DD-VALUE UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-VALUE.
           STRING 'SHOTLOGJ' DELIMITED BY SIZE INTO WS-DD-VALUE.
           IF RB-JOURNAL-SET NOT = SPACES
           STRING 'SHOTLOGJ.' DELIMITED BY SIZE
                  RB-JOURNAL-SET DELIMITED BY SPACE
               INTO WS-DD-VALUE
           END-IF.
           DISPLAY 'DD_SHOTLOGJ' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DD-VALUE UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-VALUE.
           STRING 'AUDITLGJ' DELIMITED BY SIZE INTO WS-DD-VALUE.
           IF RB-JOURNAL-SET NOT = SPACES
           STRING 'AUDITLGJ.' DELIMITED BY SIZE
                  RB-JOURNAL-SET DELIMITED BY SPACE
               INTO WS-DD-VALUE
           END-IF.
           DISPLAY 'DD_AUDITLGJ' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DD-VALUE UPON ENVIRONMENT-VALUE.

      *TURN THE STEP'S RETURN CODE INTO A DISPOSITION. THE HALT
      *LEVEL WINS OVER EVERYTHING; OTHERWISE THE FIRST RULE FOR
      *THE EXACT CODE DECIDES. A NON-ZERO CODE NO RULE MENTIONS
      *IS REPORTED AS A WARNING AND THE STREAM CARRIES ON.
       APPLY-RC-RULES.
           MOVE 'COMPLETE' TO WS-STEP-DISP.
           MOVE SPACES TO WS-STEP-NOTE.
           MOVE RB-HALT-RC TO WS-HALT-RC.
           IF RB-HALT-RC IS NOT NUMERIC OR RB-HALT-RC = 0
           MOVE 12 TO WS-HALT-RC.
           IF WS-STEP-RC >= WS-HALT-RC
           MOVE 'FAILED' TO WS-STEP-DISP
           MOVE 'HALT LEVEL REACHED' TO WS-STEP-NOTE
           MOVE 'Y' TO WS-HALT-FLAG
           GO TO APPLY-RC-RULES-EXIT
           END-IF.
           IF WS-STEP-RC = 0
           GO TO APPLY-RC-RULES-EXIT.
           MOVE 'WARNING' TO WS-STEP-DISP.
           MOVE 'NO RULE FOR THIS RC' TO WS-STEP-NOTE.
           MOVE 1 TO WS-RULE-SUB.

       APPLY-NEXT-RULE.
           IF WS-RULE-SUB > 3
           GO TO APPLY-RC-RULES-EXIT.
           IF RB-RULE-ACTION(WS-RULE-SUB) = SPACE
               OR RB-RULE-RC(WS-RULE-SUB) IS NOT NUMERIC
               OR RB-RULE-RC(WS-RULE-SUB) NOT = WS-STEP-RC
           ADD 1 TO WS-RULE-SUB
           GO TO APPLY-NEXT-RULE
           END-IF.
           IF RB-RULE-HALT(WS-RULE-SUB)
           MOVE 'FAILED' TO WS-STEP-DISP
           MOVE 'RULE SAYS HALT' TO WS-STEP-NOTE
           MOVE 'Y' TO WS-HALT-FLAG
           GO TO APPLY-RC-RULES-EXIT
           END-IF.
           IF RB-RULE-SKIP(WS-RULE-SUB)
           MOVE SPACES TO WS-STEP-NOTE
           STRING 'RULE SKIPS GROUP ' DELIMITED BY SIZE
                  RB-RULE-GROUP(WS-RULE-SUB) DELIMITED BY SIZE
               INTO WS-STEP-NOTE
           PERFORM ADD-SKIPPED-GROUP
           GO TO APPLY-RC-RULES-EXIT
           END-IF.
           MOVE 'RULE SAYS WARNING' TO WS-STEP-NOTE.

       APPLY-RC-RULES-EXIT.
           EXIT.

       ADD-SKIPPED-GROUP.
           MOVE 'N' TO WS-SKIP-FOUND.
           PERFORM VARYING SKIP-IDX FROM 1 BY 1
                   UNTIL SKIP-IDX > WS-SKIP-COUNT
               IF SKIP-GROUP(SKIP-IDX) = RB-RULE-GROUP(WS-RULE-SUB)
                   MOVE 'Y' TO WS-SKIP-FOUND
               END-IF
           END-PERFORM.
           IF WS-SKIP-FOUND = 'N'
           IF WS-SKIP-COUNT >= 20
           DISPLAY 'MORE THAN 20 GROUPS SKIPPED - THE RUNBOOK'
               ' NEEDS FEWER GROUPS. HALTING.'
           MOVE 'FAILED' TO WS-STEP-DISP
           MOVE 'TOO MANY SKIPPED GROUPS' TO WS-STEP-NOTE
           MOVE 'Y' TO WS-HALT-FLAG
           ELSE
           ADD 1 TO WS-SKIP-COUNT
           MOVE RB-RULE-GROUP(WS-RULE-SUB)
               TO SKIP-GROUP(WS-SKIP-COUNT)
           END-IF
           END-IF.

       BUILD-STEP-RECORD.
           MOVE SPACES TO NIGHTRUN-RECORD.
           MOVE 'S' TO NR-REC-TYPE.
           MOVE WS-RUN-DATE TO NR-RUN-DATE.
           MOVE WS-ATTEMPT TO NR-ATTEMPT.
           MOVE RB-STEP-NO TO NR-STEP-NO.
           MOVE RB-STEP-NAME TO NR-STEP-NAME.
           MOVE RB-PROGRAM TO NR-PROGRAM.
           MOVE WS-STEP-START-DATE TO NR-START-DATE.
           MOVE WS-STEP-START-TIME TO NR-START-TIME.
           MOVE 0 TO NR-END-DATE.
           MOVE 0 TO NR-END-TIME.
           MOVE 0 TO NR-RC.

      *A STATUS RECORD THAT WILL NOT WRITE MEANS A RESTART COULD
      *NOT BE TRUSTED - STOP THE STREAM RATHER THAN RUN BLIND.
       WRITE-STATUS-RECORD.
           WRITE NIGHTRUN-RECORD.
           IF WS-NIGHTRUN-STATUS NOT = '00'
           DISPLAY 'NIGHTRUN WRITE FAILED, STATUS '
               WS-NIGHTRUN-STATUS ' - HALTING THE STREAM.'
           MOVE 'Y' TO WS-HALT-FLAG
           END-IF.

       WRITE-TRAILER.
           MOVE SPACES TO NIGHTRUN-RECORD.
           MOVE 'T' TO NR-REC-TYPE.
           MOVE WS-RUN-DATE TO NR-RUN-DATE.
           MOVE WS-ATTEMPT TO NR-ATTEMPT.
           MOVE 999 TO NR-STEP-NO.
           MOVE WS-TODAY TO NR-START-DATE.
           MOVE 0 TO NR-START-TIME.
           ACCEPT NR-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO NR-END-TIME.
           IF STREAM-HALTED
           MOVE 12 TO NR-RC
           MOVE 'HALTED' TO NR-DISPOSITION
           MOVE 'RESUBMIT TO RESUME' TO NR-NOTE
           ELSE
           MOVE 0 TO NR-RC
           IF WS-WARNING-FLAG = 'Y'
           MOVE 4 TO NR-RC
           END-IF
           MOVE 'COMPLETE' TO NR-DISPOSITION
           END-IF.
           MOVE NR-RC TO WS-FINAL-RC.
           WRITE NIGHTRUN-RECORD.
           IF WS-NIGHTRUN-STATUS NOT = '00'
           DISPLAY 'NIGHTRUN TRAILER WRITE FAILED, STATUS '
               WS-NIGHTRUN-STATUS
           MOVE 12 TO WS-FINAL-RC
           END-IF.
           CLOSE NIGHTRUN-FILE.

       PRINT-TOTALS.
           DISPLAY ' '.
           DISPLAY '            NIGHTLY JOB STREAM'.
           DISPLAY 'NIGHT OF ................. ' WS-RUN-DATE.
           DISPLAY 'ATTEMPT .................. ' WS-ATTEMPT.
           DISPLAY 'RUNBOOK STEPS READ ....... ' WS-STEPS-READ.
           DISPLAY 'STEPS RUN ................ ' WS-STEPS-RUN.
           DISPLAY 'FINISHED EARLIER ......... ' WS-STEPS-BYPASSED.
           DISPLAY 'STEPS SKIPPED ............ ' WS-STEPS-SKIPPED.
           DISPLAY 'STEPS WITH WARNINGS ...... ' WS-STEPS-WARNED.
           IF STREAM-HALTED
           DISPLAY 'STREAM HALTED - FIX THE FAILED STEP AND'
               ' RESUBMIT DEPTHNGT TO RESUME.'
           ELSE
           DISPLAY 'STREAM COMPLETE.'
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.

       STREAM-STOP.
           STOP RUN.
