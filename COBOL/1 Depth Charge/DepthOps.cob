      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTHOPS.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Operations summary for the shift lead. DEPTHARC and    *
      * DEPTHRCN post their control totals to the OPSCTL file  *
      * as well as printing them; this program gathers every   *
      * run posted since the last sign-off onto one page - the *
      * totals run by run, each run's verdict and return code, *
      * how many runs need looking at - and closes the page     *
      * with the sign-off block the shift lead signs.          *
      *                                                        *
      * Once the summary has printed clean the OPSCTL lines are *
      * appended to the OPSHIST history file and OPSCTL is      *
      * emptied, so the next summary starts from the next run.  *
      * A summary that did not print clean leaves OPSCTL alone  *
      * for the rerun.                                          *
      *                                                        *
      * The summary goes to the OPSPRT print file in the shop's *
      * standard print layout (PRTCTL.CPY).                     *
      *                                                        *
      * RETURN-CODE 0 = EVERY RUN ON THE SUMMARY ENDED CLEAN,  *
      * 4 = AT LEAST ONE RUN NEEDS THE SHIFT LEAD'S ATTENTION, *
      * 12 = A FILE PROBLEM - OPSCTL IS LEFT AS IT WAS.        *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSCTL-FILE ASSIGN TO "OPSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSCTL-STATUS.
           SELECT OPSHIST-FILE ASSIGN TO "OPSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSHIST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "OPSPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  OPSCTL-FILE.
           COPY "OPSCTL.CPY".

       FD  OPSHIST-FILE.
       01  OPSHIST-RECORD PIC X(76).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-OPSCTL-STATUS PIC X(2).
       01  WS-OPSHIST-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

      *THE RUN CURRENTLY BEING PRINTED - A CHANGE OF PROGRAM, DATE
      *OR TIME ON OPSCTL STARTS THE NEXT RUN'S BLOCK.
       01  WS-CUR-RUN.
           02  WS-CUR-PROGRAM PIC X(8) VALUE SPACES.
           02  WS-CUR-DATE PIC 9(8) VALUE 0.
           02  WS-CUR-TIME PIC 9(6) VALUE 0.
       01  WS-CUR-TIME-X REDEFINES WS-CUR-RUN.
           02  FILLER PIC X(16).
           02  WS-CUR-HH PIC 9(2).
           02  WS-CUR-MM PIC 9(2).
           02  WS-CUR-SS PIC 9(2).

       01  WS-RUN-COUNT PIC 9(5) VALUE 0.
       01  WS-ATTENTION-COUNT PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT PIC 9(7) VALUE 0.
       01  WS-DATE-DISP PIC 9999/99/99.
       01  WS-VALUE-WORK PIC S9(9).
       01  WS-VALUE-DISP PIC -(9)9.
       01  WS-RC-DISP PIC ZZ9.
       01  WS-COUNT-DISP PIC ZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPS-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN OPSPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO OPS-STOP
           END-IF.
           MOVE 'DEPTHOPS' TO PRT-HD-PROGRAM.
           MOVE 'OPERATIONS CONTROL SUMMARY - SHIFT SIGN-OFF'
               TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN INPUT OPSCTL-FILE.
           IF WS-OPSCTL-STATUS = '35'
           MOVE 'NO CONTROL TOTALS POSTED SINCE THE LAST SIGN-OFF.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-SIGN-OFF.
           IF WS-OPSCTL-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN OPSCTL, STATUS ' WS-OPSCTL-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE PRINT-FILE
           GO TO OPS-STOP
           END-IF.

       READ-NEXT-LINE.
           READ OPSCTL-FILE
               AT END
                   CLOSE OPSCTL-FILE
                   GO TO PRINT-RUN-COUNTS
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           IF OC-PROGRAM NOT = WS-CUR-PROGRAM
               OR OC-RUN-DATE NOT = WS-CUR-DATE
               OR OC-RUN-TIME NOT = WS-CUR-TIME
           PERFORM START-RUN-BLOCK
           END-IF.
           IF OC-VERDICT
           GO TO PRINT-VERDICT.
           MOVE OC-VALUE TO WS-VALUE-WORK.
           IF OC-SIGN = '-'
           COMPUTE WS-VALUE-WORK = 0 - WS-VALUE-WORK.
           MOVE WS-VALUE-WORK TO WS-VALUE-DISP.
           STRING '      ' OC-LABEL ' ' WS-VALUE-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO READ-NEXT-LINE.

      *A RUN THAT ENDED ON ANYTHING BUT RETURN-CODE 0 IS FLAGGED FOR
      *THE SHIFT LEAD AND COUNTED IN THE ATTENTION TOTAL.
       PRINT-VERDICT.
           MOVE OC-VALUE TO WS-RC-DISP.
           STRING '    RESULT: ' OC-LABEL ' RC ' WS-RC-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           IF OC-VALUE NOT = 0
           MOVE '*** NEEDS ATTENTION ***' TO PRT-LINE(64:23)
           ADD 1 TO WS-ATTENTION-COUNT
           END-IF.
           PERFORM PRINT-LINE.
           GO TO READ-NEXT-LINE.

       START-RUN-BLOCK.
           MOVE OC-PROGRAM TO WS-CUR-PROGRAM.
           MOVE OC-RUN-DATE TO WS-CUR-DATE.
           MOVE OC-RUN-TIME TO WS-CUR-TIME.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-CUR-DATE TO WS-DATE-DISP.
           IF WS-RUN-COUNT > 1
           PERFORM PRINT-LINE.
           STRING WS-CUR-PROGRAM ' RUN OF ' WS-DATE-DISP ' '
               WS-CUR-HH ':' WS-CUR-MM ':' WS-CUR-SS
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

       PRINT-RUN-COUNTS.
           IF WS-RUN-COUNT = 0
           MOVE 'NO CONTROL TOTALS POSTED SINCE THE LAST SIGN-OFF.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-SIGN-OFF.
           PERFORM PRINT-LINE.
           MOVE WS-RUN-COUNT TO WS-COUNT-DISP.
           STRING 'RUNS ON THIS SUMMARY ........ ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-ATTENTION-COUNT TO WS-COUNT-DISP.
           STRING 'RUNS NEEDING ATTENTION ...... ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

      *THE SIGN-OFF BLOCK IS KEPT WHOLE - IF IT WILL NOT FIT UNDER
      *THE TOTALS IT GOES TO THE TOP OF A FRESH PAGE.
       PRINT-SIGN-OFF.
           IF PRT-LINE-COUNT + 11 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE 'SHIFT LEAD SIGN-OFF' TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE '-------------------' TO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING '  TOTALS REVIEWED AND ACCEPTED  [   ]      '
               'REFERRED FOR INVESTIGATION  [   ]'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           STRING '  NAME ________________________   SIGNATURE '
               '__________________________   DATE __________   TIME '
               '________'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
           STRING '  COMMENTS ____________________________________'
               '______________________________________________________'
               '________'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-TRAILER.
           IF RETURN-CODE NOT = 0
           DISPLAY 'THE SUMMARY DID NOT PRINT CLEAN - OPSCTL IS LEFT'
               ' FOR THE RERUN.'
           GO TO OPS-STOP
           END-IF.
           IF WS-ATTENTION-COUNT > 0
           DISPLAY WS-ATTENTION-COUNT ' RUN(S) ON THE SUMMARY NEED'
               ' THE SHIFT LEAD''S ATTENTION.'
           MOVE 4 TO RETURN-CODE
           END-IF.
           IF PRT-RECORDS-READ = 0
           GO TO OPS-STOP.

      *KEEP THE POSTED LINES ON OPSHIST, THEN EMPTY OPSCTL. THE
      *HISTORY COPY IS MADE FIRST - A FAILURE THERE LEAVES OPSCTL
      *UNTOUCHED.
       SAVE-HISTORY.
           OPEN INPUT OPSCTL-FILE.
           IF WS-OPSCTL-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN OPSCTL, STATUS ' WS-OPSCTL-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO OPS-STOP
           END-IF.
           OPEN EXTEND OPSHIST-FILE.
           IF WS-OPSHIST-STATUS = '35'
           OPEN OUTPUT OPSHIST-FILE.
           IF WS-OPSHIST-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN OPSHIST, STATUS ' WS-OPSHIST-STATUS
               ' - OPSCTL IS LEFT AS IT WAS.'
           MOVE 12 TO RETURN-CODE
           CLOSE OPSCTL-FILE
           GO TO OPS-STOP
           END-IF.

       SAVE-NEXT-LINE.
           READ OPSCTL-FILE
               AT END GO TO EMPTY-OPSCTL
           END-READ.
           WRITE OPSHIST-RECORD FROM OPSCTL-RECORD.
           IF WS-OPSHIST-STATUS NOT = '00'
           DISPLAY 'OPSHIST WRITE FAILED, STATUS ' WS-OPSHIST-STATUS
               ' - OPSCTL IS LEFT AS IT WAS.'
           MOVE 12 TO RETURN-CODE
           CLOSE OPSCTL-FILE
           CLOSE OPSHIST-FILE
           GO TO OPS-STOP
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           GO TO SAVE-NEXT-LINE.

       EMPTY-OPSCTL.
           CLOSE OPSCTL-FILE.
           CLOSE OPSHIST-FILE.
           OPEN OUTPUT OPSCTL-FILE.
           IF WS-OPSCTL-STATUS NOT = '00'
           DISPLAY 'UNABLE TO EMPTY OPSCTL, STATUS ' WS-OPSCTL-STATUS
               ' - THE NEXT SUMMARY WILL REPEAT THESE RUNS.'
           MOVE 12 TO RETURN-CODE
           GO TO OPS-STOP
           END-IF.
           CLOSE OPSCTL-FILE.
           DISPLAY WS-LINE-COUNT ' CONTROL LINE(S) MOVED TO OPSHIST.'.
           GO TO OPS-STOP.

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

       OPS-STOP.
           STOP RUN.
