      * the true all-time best and worst games wherever they   *
      * now sit.                                               *
      *                                                        *
      * EACH RULES RULE SET THE GAMES WERE PLAYED UNDER GETS   *
      * ITS OWN SECTION (GL-RULES-VERSION) - A TREND ACROSS A  *
      * RULES CHANGE WOULD MEASURE THE RULES, NOT THE PLAYERS. *
      * THE HISTORY IS SORTED INTO RULES-VERSION AND DATE      *
      * ORDER AND THE MONTHS ARE TAKEN OFF IT AS IT RETURNS.   *
      *                                                        *
      * CAMPAIGN SUMMARY RECORDS ARE COUNTED ON THEIR OWN      *
      * LINE AND KEPT OUT OF EVERY OTHER FIGURE, THE SAME WAY  *
      * DEPTHRPT TREATS THEM. A RECORD WITH A BAD DATE CANNOT  *
      * BE BUCKETED AND IS COUNTED AS UNBUCKETED.              *
      *                                                        *
      * THE REPORT GOES TO THE TRDPRT PRINT FILE IN THE SHOP'S *
      * STANDARD PRINT LAYOUT (PRTCTL.CPY).                    *
      *                                                        *
      * Intended to be compiled with gnuCOBOL (COBC) into an   *
      * executable program.                                    *
      *******************************************************
           SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RULES-FILE ASSIGN TO "RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT TREND-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINT-FILE ASSIGN TO "TRDPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *-------------
       DATA DIVISION.
           COPY "GAMELOG.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(72).

       FD  RULES-FILE.
           COPY "RULES.CPY".

      *EVERY GAME THAT CAN BE BUCKETED, BEHIND ITS RULES VERSION
      *(SPACES ON OLD RECORDS TAKEN AS THE BUILT-IN VERSION 000).
       SD  TREND-SORT-FILE.
       01  TREND-SORT-RECORD.
           02  TS-RULES-VERSION       PIC 9(3).
           02  TS-LOG-IMAGE.
               03  TS-DATE            PIC 9(8).
               03  FILLER             PIC X(64).

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GAMELOG-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-PRINT-STATUS PIC X(2).
           COPY "PRTCTL.CPY".

       01  WS-RULES-STATUS PIC X(2).
       01  WS-SORT-EOF PIC X(1) VALUE 'N'.
       01  WS-PRINT-OPEN PIC X(1) VALUE 'N'.

      *THE MONTH BEING TAKEN OFF THE SORT.
       01  MON-CURRENT.
           02  MON-YYYYMM PIC 9(6).
           02  MON-GAMES PIC 9(7).
           02  MON-HITS PIC 9(7).
           02  MON-LOSSES PIC 9(7).
           02  MON-TRIES PIC 9(9).
           02  MON-PAR PIC 9(9).

      *THE RULE SET BEING REPORTED, AND ITS NAME AND DATE OFF THE
      *RULES FILE - IN VERSION ORDER TOO, SO IT IS READ ALONG.
       01  WS-VERSION-BREAK.
           02  WS-CUR-VERSION PIC 9(3) VALUE 0.
           02  WS-VERSIONS-REPORTED PIC 9(3) VALUE 0.
           02  WS-RULES-EOF PIC X(1) VALUE 'N'.
           02  WS-RULES-NAME PIC X(8).
           02  WS-RULES-EFFECTIVE PIC 9(8).
           02  WS-VER-GAMES PIC 9(7).
           02  WS-VER-HITS PIC 9(7).
           02  WS-VER-TRIES PIC 9(9).
           02  WS-VER-PAR PIC 9(9).
           COPY "DIFCLTY.CPY".

       01  WS-TOTALS.
           02  WS-TOT-GAMES PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *------------------
       TREND-START.
           SORT TREND-SORT-FILE
               ON ASCENDING KEY TS-RULES-VERSION TS-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS TALLY-HISTORY
                   THRU TALLY-HISTORY-EXIT
               OUTPUT PROCEDURE IS PRINT-REPORT
                   THRU PRINT-REPORT-EXIT.
           IF WS-PRINT-OPEN = 'N'
           GO TO TREND-STOP.
           GO TO TREND-END.

      *THE WHOLE HISTORY INTO THE SORT. THE FULL-HISTORY COUNTS
      *ARE TAKEN HERE, SO THEY ARE KNOWN BEFORE THE FIRST LINE
      *PRINTS.
       TALLY-HISTORY.
           OPEN INPUT GAMELOG-FILE.
           IF WS-GAMELOG-STATUS = '35'
           DISPLAY 'GAMELOG NOT FOUND - COUNTING IT AS EMPTY.'
           DISPLAY 'UNABLE TO OPEN GAMELOG, STATUS '
               WS-GAMELOG-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO TALLY-HISTORY-EXIT
           END-IF.

       TALLY-NEXT-LIVE.
                   CLOSE GAMELOG-FILE
                   GO TO TALLY-ARCHIVE
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           PERFORM TALLY-GAME THRU TALLY-GAME-EXIT.
           GO TO TALLY-NEXT-LIVE.

           IF WS-ARCHIVE-STATUS = '35'
           DISPLAY 'NO GAMEARCH ON HAND - REPORTING THE LIVE'
               ' GAMELOG ALONE.'
           GO TO TALLY-HISTORY-EXIT.
           IF WS-ARCHIVE-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN GAMEARCH, STATUS '
               WS-ARCHIVE-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO TALLY-HISTORY-EXIT
           END-IF.

       TALLY-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   CLOSE ARCHIVE-FILE
                   GO TO TALLY-HISTORY-EXIT
           END-READ.
           ADD 1 TO PRT-RECORDS-READ.
           MOVE ARCHIVE-RECORD TO GAMELOG-RECORD.
           PERFORM TALLY-GAME THRU TALLY-GAME-EXIT.
           GO TO TALLY-NEXT-ARCHIVED.

       TALLY-HISTORY-EXIT.
           EXIT.

       TALLY-GAME.
           IF GL-OUTCOME-CAMPAIGN
           ADD 1 TO WS-CAMPAIGN-COUNT
           ADD 1 TO WS-UNBUCKETED
           GO TO TALLY-GAME-EXIT
           END-IF.
           IF GL-RULES-VERSION IS NUMERIC
           MOVE GL-RULES-VERSION TO TS-RULES-VERSION
           ELSE
           MOVE 0 TO TS-RULES-VERSION
           END-IF.
           MOVE GAMELOG-RECORD TO TS-LOG-IMAGE.
           RELEASE TREND-SORT-RECORD.
           ADD 1 TO WS-TOT-GAMES.
           IF GL-OUTCOME-HIT
           ADD 1 TO WS-TOT-HITS
           ELSE
           ADD 1 TO WS-TOT-LOSSES
           END-IF.

       TALLY-GAME-EXIT.
           EXIT.

      *SAME BEST/WORST RULES AS DEPTHRPT, JUST RUN OVER THE WHOLE
      *HISTORY OF ONE RULE SET: BEST IS THE HIT WITH THE FEWEST
      *TRIES, AND A LOST SHIP ALWAYS OUTRANKS ANY HIT FOR THE
      *WORST-GAME SPOT.
       CHECK-BEST-GAME.
           IF WS-BEST-FOUND = 'N' OR GL-TRIES < WS-BEST-TRIES
           MOVE GL-TRIES TO WS-BEST-TRIES
           MOVE 'Y' TO WS-WORST-IS-ABANDON
           MOVE 'Y' TO WS-WORST-FOUND.

      *THE GAMES COME BACK OLDEST FIRST WITHIN EACH RULE SET, SO
      *THE TREND READS OLDEST TO NEWEST AND THE MONTH-OVER-MONTH
      *MOVEMENT MEANS SOMETHING. A MONTH LINE PRINTS WHEN THE
      *MONTH CHANGES, A RULE SET'S CLOSING LINES WHEN THE VERSION
      *DOES.
       PRINT-REPORT.
           IF RETURN-CODE = 12
           GO TO PRINT-REPORT-EXIT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN TRDPRT, STATUS ' WS-PRINT-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO PRINT-REPORT-EXIT
           END-IF.
           MOVE 'Y' TO WS-PRINT-OPEN.
           MOVE 'DEPTHTRD' TO PRT-HD-PROGRAM.
           MOVE 'DEPTH CHARGE HISTORY TRENDS' TO PRT-HD-TITLE.
           PERFORM START-PRINT-FILE.
           IF WS-TOT-GAMES = 0
           MOVE 'NO GAMES ANYWHERE ON THE HISTORY.' TO PRT-LINE
           PERFORM PRINT-LINE
           GO TO PRINT-REPORT-EXIT.
           STRING 'GAMES ON THE FULL HISTORY ... ' WS-TOT-GAMES
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'HITS .................. ' WS-TOT-HITS
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SHIPS LOST ............ ' WS-TOT-LOSSES
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           STRING 'CAMPAIGNS ON RECORD ... ' WS-CAMPAIGN-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.
           IF WS-UNBUCKETED > 0
           STRING 'RECORDS NOT BUCKETED .. ' WS-UNBUCKETED
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE.
      *NO RULES FILE JUST MEANS EVERY GAME WAS THE BUILT-IN RULES.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           MOVE 'Y' TO WS-RULES-EOF.
           PERFORM RETURN-TREND-GAME.

       PRINT-NEXT-VERSION.
           IF WS-SORT-EOF = 'Y' GO TO PRINT-REPORT-END.
           MOVE TS-RULES-VERSION TO WS-CUR-VERSION.
           ADD 1 TO WS-VERSIONS-REPORTED.
           MOVE 0 TO WS-VER-GAMES WS-VER-HITS WS-VER-TRIES
               WS-VER-PAR.
           MOVE 999 TO WS-BEST-TRIES.
           MOVE 0 TO WS-BEST-DATE WS-BEST-DIMENSION.
           MOVE 'N' TO WS-BEST-FOUND.
           MOVE 0 TO WS-WORST-TRIES WS-WORST-DATE WS-WORST-DIMENSION.
           MOVE 'N' TO WS-WORST-IS-ABANDON WS-WORST-FOUND.
           MOVE 0 TO WS-PREV-AVG.
           MOVE 'N' TO WS-PREV-AVG-SET.
           PERFORM FIND-RULES-NAME.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
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
           STRING 'MONTH     GAMES    HITS   HIT%   AVG-TRY'
               '  AVG-PAR   VS-PAR MOVEMENT'
               DELIMITED BY SIZE INTO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-COLUMN-HEADS THRU PRINT-COLUMN-HEADS-EXIT.

       PRINT-NEXT-MONTH.
           IF WS-SORT-EOF = 'Y'
               OR TS-RULES-VERSION NOT = WS-CUR-VERSION
           PERFORM PRINT-VERSION-TOTALS
           GO TO PRINT-NEXT-VERSION.
           MOVE TS-DATE(1:6) TO MON-YYYYMM.
           MOVE 0 TO MON-GAMES MON-HITS MON-LOSSES MON-TRIES MON-PAR.

       ADD-MONTH-GAME.
           IF WS-SORT-EOF = 'N'
               AND TS-RULES-VERSION = WS-CUR-VERSION
               AND TS-DATE(1:6) = MON-YYYYMM
           PERFORM TALLY-MONTH-GAME
           PERFORM RETURN-TREND-GAME
           GO TO ADD-MONTH-GAME.
           PERFORM PRINT-MONTH THRU PRINT-MONTH-EXIT.
           GO TO PRINT-NEXT-MONTH.

       PRINT-REPORT-END.
           IF WS-RULES-STATUS NOT = '35'
           CLOSE RULES-FILE.
           PERFORM PRINT-LINE.
           STRING 'RULE SETS REPORTED .... ' WS-VERSIONS-REPORTED
               DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM PRINT-LINE.

       PRINT-REPORT-EXIT.
           EXIT.

       RETURN-TREND-GAME.
           RETURN TREND-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
               NOT AT END MOVE TS-LOG-IMAGE TO GAMELOG-RECORD
           END-RETURN.

       TALLY-MONTH-GAME.
           ADD 1 TO MON-GAMES.
           ADD 1 TO WS-VER-GAMES.
           IF GL-OUTCOME-HIT
           ADD 1 TO MON-HITS
           ADD 1 TO WS-VER-HITS
           ADD GL-TRIES TO MON-TRIES
           ADD GL-TRIES TO WS-VER-TRIES
           ADD GL-PAR-SHOTS TO MON-PAR
           ADD GL-PAR-SHOTS TO WS-VER-PAR
           PERFORM CHECK-BEST-GAME
           PERFORM CHECK-WORST-HIT-GAME
           ELSE
           ADD 1 TO MON-LOSSES
           PERFORM CHECK-WORST-ABANDON-GAME
           END-IF.

       PRINT-MONTH.
           COMPUTE WS-HIT-PCT ROUNDED = MON-HITS * 100 / MON-GAMES.
           MOVE WS-HIT-PCT TO WS-HIT-PCT-DISP.
           STRING MON-YYYYMM '  ' MON-GAMES ' '
               MON-HITS '  ' WS-HIT-PCT-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           IF MON-HITS = 0
           MOVE '   (NO HITS TO AVERAGE)' TO PRT-LINE(31:23)
           PERFORM PRINT-LINE
           GO TO PRINT-MONTH-EXIT
           END-IF.
           COMPUTE WS-AVG-TRIES ROUNDED = MON-TRIES / MON-HITS.
           COMPUTE WS-AVG-PAR ROUNDED = MON-PAR / MON-HITS.
           COMPUTE WS-VS-PAR = WS-AVG-TRIES - WS-AVG-PAR.
           MOVE WS-AVG-TRIES TO WS-AVG-TRIES-DISP.
           MOVE WS-AVG-PAR TO WS-AVG-PAR-DISP.
           MOVE WS-VS-PAR TO WS-VS-PAR-DISP.
           MOVE WS-AVG-TRIES-DISP TO PRT-LINE(33:8).
           MOVE WS-AVG-PAR-DISP TO PRT-LINE(42:8).
           MOVE WS-VS-PAR-DISP TO PRT-LINE(51:8).
      *MOVEMENT IS THIS MONTH'S AVERAGE TRIES AGAINST THE LAST
      *MONTH UNDER THE SAME RULES THAT HAD HITS - NEGATIVE MEANS
      *THE SEARCH IS GETTING FASTER.
           IF WS-PREV-AVG-SET = 'Y'
           COMPUTE WS-MOVEMENT = WS-AVG-TRIES - WS-PREV-AVG
           MOVE WS-MOVEMENT TO WS-MOVEMENT-DISP
           MOVE WS-MOVEMENT-DISP TO PRT-LINE(60:8)
           ELSE
           MOVE '-' TO PRT-LINE(64:1)
           END-IF.
           PERFORM PRINT-LINE.
           MOVE WS-AVG-TRIES TO WS-PREV-AVG.
           MOVE 'Y' TO WS-PREV-AVG-SET.
       PRINT-MONTH-EXIT.
           EXIT.

      *THE BEST AND WORST GAME AND THE AVERAGES OVER EVERYTHING
      *PLAYED UNDER ONE RULE SET.
       PRINT-VERSION-TOTALS.
           MOVE SPACES TO PRT-COLUMN-HEAD-1.
           PERFORM PRINT-LINE.
           IF WS-BEST-FOUND = 'Y'
           STRING 'BEST UNDER THESE RULES .... ' WS-BEST-TRIES
               ' TRIES, DIMENSION ' WS-BEST-DIMENSION ', ON '
               WS-BEST-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE.
           IF WS-WORST-FOUND = 'Y' AND WS-WORST-IS-ABANDON = 'Y'
           STRING 'WORST UNDER THESE RULES ... SHIP LOST AFTER '
               WS-WORST-TRIES ' TRIES, DIMENSION '
               WS-WORST-DIMENSION ', ON ' WS-WORST-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE.
           IF WS-WORST-FOUND = 'Y' AND WS-WORST-IS-ABANDON = 'N'
           STRING 'WORST UNDER THESE RULES ... ' WS-WORST-TRIES
               ' TRIES, DIMENSION ' WS-WORST-DIMENSION ', ON '
               WS-WORST-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE.
           IF WS-VER-HITS > 0
           COMPUTE WS-AVG-TRIES ROUNDED = WS-VER-TRIES / WS-VER-HITS
           COMPUTE WS-AVG-PAR ROUNDED = WS-VER-PAR / WS-VER-HITS
           MOVE WS-AVG-TRIES TO WS-AVG-TRIES-DISP
           MOVE WS-AVG-PAR TO WS-AVG-PAR-DISP
           STRING 'AVG TRIES UNDER THESE RULES ' WS-AVG-TRIES-DISP
               ' AGAINST AVG PAR ' WS-AVG-PAR-DISP
               ' OVER ' WS-VER-GAMES ' GAMES'
               DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           END-IF.

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

       TREND-END.
           PERFORM PRINT-TRAILER.
           GO TO TREND-STOP.

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

       TREND-STOP.
           STOP RUN.
