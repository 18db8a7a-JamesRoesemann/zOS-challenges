      * check: every trainee flew the same authored boards,    *
      * so the numbers compare like with like.                 *
      *                                                        *
      * THE RUNS ARE SORTED BY TRAINEE AND SCENARIO, OLDEST    *
      * FIRST WITHIN EACH PAIR, AND TOTALLED A PAIR AT A TIME  *
      * AS THEY COME OFF THE SORT - THERE IS NO LIMIT ON THE   *
      * NUMBER OF TRAINEES OR SCENARIOS.                       *
      *                                                        *
      * THE REPORT GOES TO THE TRNPRT PRINT FILE IN THE SHOP'S *
      * STANDARD PRINT LAYOUT (PRTCTL.CPY).                    *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
           SELECT TRAINLOG-FILE ASSIGN TO "TRAINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINLOG-STATUS.
           SELECT CRT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINT-FILE ASSIGN TO "TRNPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
       FD  TRAINLOG-FILE.
           COPY "TRAINLOG.CPY".

      *ONE SCENARIO RUN, AS MUCH OF IT AS THE REPORT SHOWS.
       SD  CRT-SORT-FILE.
       01  CRT-SORT-RECORD.
           02  CS-PLAYER-ID           PIC X(8).
           02  CS-SCENARIO-ID         PIC X(8).
           02  CS-TRIES               PIC 9(3).
           02  CS-PASS                PIC X(4).
               88  CS-PASSED              VALUE 'PASS'.

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRAINLOG-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

      *THE TRAINEE-AND-SCENARIO PAIR BEING TOTALLED OFF THE SORT.
       01  CRT-PAIR.
           02  CRT-PLAYER-ID PIC X(8).
           02  CRT-SCENARIO-ID PIC X(8).
           02  CRT-ATTEMPTS PIC 9(5).
           02  CRT-PASSES PIC 9(5).
           02  CRT-BEST-TRIES PIC 9(3).
           02  CRT-LAST-RESULT PIC X(4).
       01  WS-CRT-COUNT PIC 9(7) VALUE 0.
       01  WS-RUN-EOF PIC X(1) VALUE 'N'.

       01  WS-LAST-PLAYER PIC X(8) VALUE LOW-VALUES.
       01  WS-RECORDS-READ PIC 9(7) VALUE 0.
       01  WS-BEST-DISP PIC X(4).
       PROCEDURE DIVISION.
      *------------------
       CERT-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TRNPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO CERT-STOP
           END-IF.
           MOVE 'TRAINRPT' TO PRT-HD-PROGRAM.
           MOVE 'TRAINING CERTIFICATION REPORT' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN INPUT TRAINLOG-FILE.
           IF WS-TRAINLOG-STATUS = '35'
           MOVE 'NO TRAINLOG FILE ON HAND - NO SCENARIO RUNS TO REPORT.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO CERT-END.
           IF WS-TRAINLOG-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TRAINLOG, STATUS '
               WS-TRAINLOG-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE PRINT-FILE
           GO TO CERT-STOP
           END-IF.

      *PAIRS PRINT IN TRAINEE THEN SCENARIO ORDER SO EACH
      *TRAINEE'S BOARDS PRINT TOGETHER.
           MOVE 'TRAINEE  SCENARIO ATTEMPTS PASSES BEST LAST STANDING'
               TO PRT-COLUMN-HEAD-1.
           SORT CRT-SORT-FILE
               ON ASCENDING KEY CS-PLAYER-ID CS-SCENARIO-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS READ-RESULTS
                   THRU READ-RESULTS-EXIT
               OUTPUT PROCEDURE IS PRINT-REPORT
                   THRU PRINT-REPORT-EXIT.
           IF WS-CRT-COUNT = 0
           MOVE SPACES TO PRT-COLUMN-HEAD-1
           MOVE 'NO SCENARIO RUNS ON FILE.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO CERT-END.
           GO TO PRINT-FOOTER.

       READ-RESULTS.
           READ TRAINLOG-FILE
               AT END
                   CLOSE TRAINLOG-FILE
                   GO TO READ-RESULTS-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE TL-PLAYER-ID TO CS-PLAYER-ID.
           MOVE TL-SCENARIO-ID TO CS-SCENARIO-ID.
           MOVE TL-TRIES TO CS-TRIES.
           MOVE TL-PASS TO CS-PASS.
           RELEASE CRT-SORT-RECORD.
           GO TO READ-RESULTS.

       READ-RESULTS-EXIT.
           EXIT.

      *A PAIR'S RUNS COME OFF THE SORT TOGETHER, OLDEST FIRST, SO
      *THE LAST ONE TOTALLED IS THE LATEST RESULT.
       PRINT-REPORT.
           PERFORM RETURN-RUN.

       PRINT-NEXT-PAIR.
           IF WS-RUN-EOF = 'Y'
           GO TO PRINT-REPORT-EXIT.
           MOVE CS-PLAYER-ID TO CRT-PLAYER-ID.
           MOVE CS-SCENARIO-ID TO CRT-SCENARIO-ID.
           MOVE 0 TO CRT-ATTEMPTS.
           MOVE 0 TO CRT-PASSES.
           MOVE 999 TO CRT-BEST-TRIES.
           MOVE SPACES TO CRT-LAST-RESULT.

       PRINT-ADD-RUN.
           IF WS-RUN-EOF = 'N' AND CS-PLAYER-ID = CRT-PLAYER-ID
               AND CS-SCENARIO-ID = CRT-SCENARIO-ID
           PERFORM ADD-RUN
           PERFORM RETURN-RUN
           GO TO PRINT-ADD-RUN.
           IF WS-CRT-COUNT = 0
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           ADD 1 TO WS-CRT-COUNT.
           PERFORM PRINT-PAIR.
           GO TO PRINT-NEXT-PAIR.

       PRINT-REPORT-EXIT.
           EXIT.

       RETURN-RUN.
           RETURN CRT-SORT-FILE
               AT END MOVE 'Y' TO WS-RUN-EOF
           END-RETURN.

       ADD-RUN.
           ADD 1 TO CRT-ATTEMPTS.
           MOVE CS-PASS TO CRT-LAST-RESULT.
           IF CS-PASSED
           ADD 1 TO CRT-PASSES
           IF CS-TRIES IS NUMERIC
               AND CS-TRIES < CRT-BEST-TRIES
           MOVE CS-TRIES TO CRT-BEST-TRIES
           END-IF
           END-IF.

      *A TRAINEE'S FIRST LINE CARRIES THE ID, THE REST OF THEIR
      *BOARDS INDENT UNDER IT - EXCEPT THE FIRST LINE OF A NEW PAGE,
      *WHICH CARRIES IT AGAIN.
       PRINT-PAIR.
           IF CRT-PLAYER-ID = WS-LAST-PLAYER
               AND PRT-LINE-COUNT < PRT-PAGE-SIZE
           MOVE SPACES TO WS-PLAYER-DISP
           ELSE
           MOVE CRT-PLAYER-ID TO WS-PLAYER-DISP
           MOVE CRT-PLAYER-ID TO WS-LAST-PLAYER
           END-IF.
           IF CRT-BEST-TRIES = 999
           MOVE ' -  ' TO WS-BEST-DISP
           ELSE
           MOVE CRT-BEST-TRIES TO WS-BEST-DISP
           END-IF.
           STRING WS-PLAYER-DISP ' ' CRT-SCENARIO-ID
               ' ' CRT-ATTEMPTS '    ' CRT-PASSES
               '  ' WS-BEST-DISP ' ' CRT-LAST-RESULT
               DELIMITED BY SIZE INTO PRT-LINE.
           IF CRT-PASSES > 0
           MOVE 'CERTIFIED' TO PRT-LINE(45:9)
           ELSE
           MOVE 'NOT YET' TO PRT-LINE(45:7)
           END-IF.
           PERFORM PRINT-LINE.

       PRINT-FOOTER.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-LINE.
           STRING WS-RECORDS-READ ' SCENARIO RUN(S) ON FILE.'
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

       CERT-END.
           MOVE WS-RECORDS-READ TO PRT-RECORDS-READ.
           PERFORM PRINT-TRAILER.
           GO TO CERT-STOP.

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

      * A NEW SECTION HAS MOVED ITS OWN HEADERS INTO PRT-COLUMN-HEAD-1
      * AND 2. PRINT THEM HERE, OR LET THE NEXT PRINT-LINE START A NEW
      * PAGE IF THERE IS NOT ROOM FOR THEM AND A FEW DETAIL LINES.
       PRINT-COLUMN-HEADS.
           IF PRT-LINE-COUNT + 4 > PRT-PAGE-SIZE
           MOVE PRT-PAGE-SIZE TO PRT-LINE-COUNT
           GO TO PRINT-COLUMN-HEADS-EXIT.
           IF PRT-COLUMN-HEAD-1 NOT = SPACES
           MOVE PRT-COLUMN-HEAD-1 TO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           IF PRT-COLUMN-HEAD-2 NOT = SPACES
           MOVE PRT-COLUMN-HEAD-2 TO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
       PRINT-COLUMN-HEADS-EXIT.
           EXIT.

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

       CERT-STOP.
           STOP RUN.
