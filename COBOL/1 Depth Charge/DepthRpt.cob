      * TRIES to hit versus the theoretical minimum SHOTS      *
      * allowance DEPTHC computed for each game, the best and *
      * worst game on record, and a breakdown by DIMENSION.   *
      * Games are reported apart for each RULES rule set they *
      * were played under (GL-RULES-VERSION), so a change to  *
      * the rules never blends old and new results; GAMELOG  *
      * is sorted into rules-version order on the RPTWORK     *
      * work file first.                                       *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program, run as its own JCL step after any *
      * number of DEPTHC runs have appended to GAMELOG.       *
      * The report goes to the RPTPRT print file in the shop's *
      * standard print layout (PRTCTL.CPY).                    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMELOG-STATUS.
           SELECT RPTWORK-FILE ASSIGN TO "RPTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTWORK-STATUS.
           SELECT RULES-FILE ASSIGN TO "RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT RPT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINT-FILE ASSIGN TO "RPTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.

       FILE SECTION.
       FD  GAMELOG-FILE.
       01  GAMELOG-IN-RECORD PIC X(72).

      *GAMELOG IN RULES-VERSION ORDER, OLDEST GAME FIRST WITHIN
      *EACH VERSION.
       FD  RPTWORK-FILE.
           COPY "GAMELOG.CPY".

       FD  RULES-FILE.
           COPY "RULES.CPY".

      *RECORDS WRITTEN BEFORE THE RULES WERE KEPT HAVE SPACES FOR
      *A VERSION, WHICH SORT JUST AHEAD OF VERSION 000 - THE SAME
      *BUILT-IN RULES - SO THE TWO STILL FALL TOGETHER.
       SD  RPT-SORT-FILE.
       01  RPT-SORT-RECORD.
           02  SR-DATE                PIC 9(8).
           02  FILLER                 PIC X(61).
           02  SR-RULES-VERSION       PIC X(3).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
       01  WS-RPTWORK-STATUS PIC X(2).
       01  WS-RULES-STATUS PIC X(2).
           COPY "PRTCTL.CPY".
       01  WS-GAMELOG-FLAGS.
           02  WS-GAMELOG-EOF PIC X(1) VALUE 'N'.
               88  GAMELOG-EOF VALUE 'Y'.

      *THE RULE SET BEING REPORTED. THE RULES FILE IS IN VERSION
      *ORDER TOO, SO ITS NAME AND DATE ARE FOUND BY READING ON.
       01  WS-VERSION-BREAK.
           02  WS-CUR-VERSION PIC 9(3) VALUE 0.
           02  WS-RECORD-VERSION PIC 9(3) VALUE 0.
           02  WS-FIRST-RECORD PIC X(1) VALUE 'Y'.
           02  WS-VERSIONS-REPORTED PIC 9(3) VALUE 0.
           02  WS-RULES-EOF PIC X(1) VALUE 'N'.
           02  WS-RULES-NAME PIC X(8).
           02  WS-RULES-EFFECTIVE PIC 9(8).
           COPY "DIFCLTY.CPY".

       01  WS-TOTALS.
           02  WS-GAMES-PLAYED PIC 9(5) VALUE 0.
           02  WS-HITS-COUNT PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
      *------------------
       REPORT-START.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RPTPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO REPORT-STOP
           END-IF.
           MOVE 'DEPTHRPT' TO PRT-HD-PROGRAM.
           MOVE 'DEPTH CHARGE HISTORY REPORT' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           MOVE 'GAMELOG NOT FOUND - NO GAMES HAVE BEEN PLAYED YET.'
               TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO REPORT-END.
           CLOSE GAMELOG-FILE.
           SORT RPT-SORT-FILE
               ON ASCENDING KEY SR-RULES-VERSION SR-DATE
               WITH DUPLICATES IN ORDER
               USING GAMELOG-FILE
               GIVING RPTWORK-FILE.
           OPEN INPUT RPTWORK-FILE.
           IF WS-RPTWORK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RPTWORK, STATUS ' WS-RPTWORK-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO REPORT-END
           END-IF.
      *NO RULES FILE JUST MEANS EVERY GAME WAS THE BUILT-IN RULES.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           MOVE 'Y' TO WS-RULES-EOF.

      *A CHANGE OF RULES VERSION PRINTS THE BLOCK FOR THE VERSION
      *JUST FINISHED AND STARTS THE TOTALS AFRESH.
       READ-GAMELOG.
           READ RPTWORK-FILE
               AT END GO TO PRINT-REPORT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           IF GL-RULES-VERSION IS NUMERIC
           MOVE GL-RULES-VERSION TO WS-RECORD-VERSION
           ELSE
           MOVE 0 TO WS-RECORD-VERSION
           END-IF.
           IF WS-FIRST-RECORD = 'Y'
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE WS-RECORD-VERSION TO WS-CUR-VERSION
           END-IF.
           IF WS-RECORD-VERSION NOT = WS-CUR-VERSION
           PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT
           PERFORM RESET-VERSION
           MOVE WS-RECORD-VERSION TO WS-CUR-VERSION
           END-IF.
           GO TO ACCUMULATE-RECORD.

      * ROLL ONE GAMELOG RECORD INTO THE RUNNING TOTALS AND THE
           MOVE 'Y' TO WS-WORST-IS-ABANDON
           MOVE 'Y' TO WS-WORST-FOUND.


       PRINT-REPORT.
           CLOSE RPTWORK-FILE.
           IF WS-FIRST-RECORD = 'Y'
           MOVE 'NO GAMES HAVE BEEN LOGGED YET.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO REPORT-END.
           PERFORM PRINT-VERSION THRU PRINT-VERSION-EXIT.
           IF WS-RULES-STATUS NOT = '35'
           CLOSE RULES-FILE.
           PERFORM PRINT-LINE.
           STRING 'RULE SETS REPORTED ...... ' WS-VERSIONS-REPORTED
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           GO TO REPORT-END.

      *ONE RULE SET'S BLOCK - ITS TOTALS, AVERAGES, BEST AND WORST
      *GAME AND DIMENSION BREAKDOWN, UNDER A HEADING NAMING THE SET.
       PRINT-VERSION.
           ADD 1 TO WS-VERSIONS-REPORTED.
           PERFORM FIND-RULES-NAME.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           IF WS-VERSIONS-REPORTED > 1
           PERFORM PRINT-LINE.
           IF WS-CUR-VERSION = 0
           STRING 'RULES VERSION 000 ' WS-RULES-NAME
               ' - BUILT-IN RULES'
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           IF WS-RULES-EFFECTIVE = 0
           STRING 'RULES VERSION ' WS-CUR-VERSION
               ' - NOT ON THE RULES FILE'
               DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           STRING 'RULES VERSION ' WS-CUR-VERSION ' ' WS-RULES-NAME
               ' - IN FORCE FROM ' WS-RULES-EFFECTIVE
               DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           END-IF.
           PERFORM PRINT-LINE.
           MOVE ALL '-' TO PRT-LINE(1:50).
           PERFORM PRINT-LINE.
           IF WS-GAMES-PLAYED = 0
           STRING 'CAMPAIGNS ON RECORD ..... ' WS-CAMPAIGN-COUNT
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE 'NO OTHER GAMES LOGGED UNDER THESE RULES.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-VERSION-EXIT.
           STRING 'GAMES PLAYED ............ ' WS-GAMES-PLAYED
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SUBS DESTROYED (HITS) ... ' WS-HITS-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SHIPS LOST (ABANDONED) .. ' WS-ABANDON-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SHIPS LOST (SUNK) ....... ' WS-SUNK-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'CAMPAIGNS ON RECORD ..... ' WS-CAMPAIGN-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-HITS-COUNT > 0
           COMPUTE WS-AVG-TRIES = WS-TOTAL-TRIES / WS-HITS-COUNT
           COMPUTE WS-AVG-PAR = WS-TOTAL-PAR / WS-HITS-COUNT
           MOVE WS-AVG-TRIES TO WS-AVG-TRIES-DISP
           MOVE WS-AVG-PAR TO WS-AVG-PAR-DISP
           STRING 'AVERAGE TRIES TO HIT ....' WS-AVG-TRIES-DISP
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           STRING 'AVERAGE PAR (SHOTS) ..... ' WS-AVG-PAR-DISP
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           ELSE
           MOVE 'NO SUCCESSFUL HITS TO AVERAGE.' TO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE.
           IF WS-BEST-FOUND = 'Y'
           STRING 'BEST GAME .... ' WS-BEST-TRIES ' TRIES, DIMENSION '
               WS-BEST-DIMENSION ', ON ' WS-BEST-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           IF WS-WORST-FOUND = 'Y' AND WS-WORST-IS-ABANDON = 'Y'
           STRING 'WORST GAME ... ABANDONED SHIP AFTER '
               WS-WORST-TRIES ' TRIES, DIMENSION ' WS-WORST-DIMENSION
               ', ON ' WS-WORST-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           IF WS-WORST-FOUND = 'Y' AND WS-WORST-IS-ABANDON = 'N'
           STRING 'WORST GAME ... ' WS-WORST-TRIES
               ' TRIES, DIMENSION ' WS-WORST-DIMENSION ', ON '
               WS-WORST-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE.
           MOVE 'BREAKDOWN BY DIMENSION:' TO PRT-LINE.
           PERFORM PRINT-LINE.
           MOVE '  DIMENSION  GAMES   HITS  AVG TRIES'
               TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.
           SET DIM-IDX TO 1.

       PRINT-DIMENSION-LOOP.
           IF DIM-IDX > 99 GO TO PRINT-VERSION-EXIT.
           IF DIM-GAMES(DIM-IDX) > 0
           SET WS-DIM-DISPLAY TO DIM-IDX
           STRING '        ' WS-DIM-DISPLAY '  ' DIM-GAMES(DIM-IDX)
               '  ' DIM-HITS(DIM-IDX)
               DELIMITED BY SIZE INTO PRT-LINE
           IF DIM-HITS(DIM-IDX) > 0
           COMPUTE WS-AVG-TRIES =
               DIM-TOTAL-TRIES(DIM-IDX) / DIM-HITS(DIM-IDX)
           MOVE WS-AVG-TRIES TO WS-AVG-TRIES-DISP
           MOVE WS-AVG-TRIES-DISP TO PRT-LINE(29:8)
           END-IF
           PERFORM PRINT-LINE
           END-IF.
           SET DIM-IDX UP BY 1.
           GO TO PRINT-DIMENSION-LOOP.
       PRINT-VERSION-EXIT.
           EXIT.

      *THE NAME AND EFFECTIVE DATE OF THE VERSION BEING REPORTED.
      *A VERSION NOT ON THE RULES FILE (WITHDRAWN, OR A FILE FROM
      *ANOTHER SITE) IS STILL REPORTED, JUST UNNAMED.
       FIND-RULES-NAME.
           IF WS-CUR-VERSION = 0
           MOVE BI-PRESET-NAME TO WS-RULES-NAME
           MOVE 0 TO WS-RULES-EFFECTIVE
           ELSE
           PERFORM READ-RULES-FORWARD
               UNTIL WS-RULES-EOF = 'Y'
               OR (RU-VERSION IS NUMERIC
                   AND RU-VERSION NOT < WS-CUR-VERSION)
           IF WS-RULES-EOF = 'N' AND RU-VERSION = WS-CUR-VERSION
           MOVE RU-PRESET-NAME TO WS-RULES-NAME
           MOVE RU-EFFECTIVE-DATE TO WS-RULES-EFFECTIVE
           ELSE
           MOVE SPACES TO WS-RULES-NAME
           MOVE 0 TO WS-RULES-EFFECTIVE
           END-IF
           END-IF.

       READ-RULES-FORWARD.
           READ RULES-FILE
               AT END MOVE 'Y' TO WS-RULES-EOF
           END-READ.
           IF WS-RULES-STATUS NOT = '00'
           MOVE 'Y' TO WS-RULES-EOF.

      *CLEAR THE TOTALS FOR THE NEXT RULE SET.
       RESET-VERSION.
           MOVE 0 TO WS-GAMES-PLAYED WS-HITS-COUNT WS-ABANDON-COUNT
               WS-SUNK-COUNT WS-CAMPAIGN-COUNT WS-TOTAL-TRIES
               WS-TOTAL-PAR.
           MOVE 999 TO WS-BEST-TRIES.
           MOVE 0 TO WS-BEST-DATE WS-BEST-DIMENSION.
           MOVE 'N' TO WS-BEST-FOUND.
           MOVE 0 TO WS-WORST-TRIES WS-WORST-DATE WS-WORST-DIMENSION.
           MOVE 'N' TO WS-WORST-IS-ABANDON WS-WORST-FOUND.
           PERFORM VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 99
               MOVE 0 TO DIM-GAMES(DIM-IDX) DIM-HITS(DIM-IDX)
                   DIM-TOTAL-TRIES(DIM-IDX)
           END-PERFORM.

       REPORT-END.
           PERFORM PRINT-TRAILER.
           GO TO REPORT-STOP.

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

       REPORT-STOP.
           STOP RUN.
