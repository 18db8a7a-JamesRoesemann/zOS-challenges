      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RULEMNT.
      *-----------------------
       AUTHOR. James Roesemann.
       DATE-WRITTEN. October 15th 2026

      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------

      *******************************************************
      * Maintenance program for the RULES control file - the  *
      * versioned rule sets DEPTHC plays under (RULES.CPY):   *
      * the four difficulty presets, the return-fire chance   *
      * and torpedo range, the sonar band thresholds and the  *
      * evading fleet's step. A change to the rules is added  *
      * here as a new version with the date it comes into     *
      * force, starting from the latest set on file (or the   *
      * built-in rules, version 000, when there is none).     *
      * DEPTHC picks up the set in force at start-up and      *
      * stamps every game with its version, so the reports    *
      * can keep results from before and after a change       *
      * apart.                                                *
      *                                                       *
      * A set already in force is never changed or removed -  *
      * games on file were played under it. Only the newest   *
      * set, while its effective date is still to come, can   *
      * be withdrawn (to correct it, withdraw it and add it   *
      * again).                                               *
      *                                                       *
      * RETURN-CODE 0 = NORMAL, 8 = TOO MANY BAD INPUTS,      *
      * 12 = A FILE PROBLEM.                                  *
      *                                                       *
      * Intended to be compiled with gnuCOBOL (COBC) into an  *
      * executable program.                                   *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT RULESWK-FILE ASSIGN TO "RULESWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULESWK-STATUS.

      *-------------
       DATA DIVISION.
      *-------------

       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-FILE-RECORD PIC X(97).

      *THE RULES FILE LESS THE SET BEING WITHDRAWN, COPIED BACK
      *OVER IT ONCE THE PASS IS CLEAN.
       FD  RULESWK-FILE.
       01  RULESWK-RECORD PIC X(97).

       WORKING-STORAGE SECTION.

       01  WS-RULES-STATUS PIC X(2).
       01  WS-RULESWK-STATUS PIC X(2).

      *THE SET BEING READ, LISTED OR BUILT. HELD HERE RATHER THAN
      *IN THE FILE BUFFER SO A NEW SET CAN BE BUILT UP WITH THE
      *FILE CLOSED.
           COPY "RULES.CPY".

      *THE BUILT-IN RULES, VERSION 000 - THE STARTING POINT FOR
      *THE FIRST SET EVER ADDED.
           COPY "DIFCLTY.CPY".

       01  WS-ACTION PIC X(1).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-BAD-INPUT-COUNT PIC 9(2) VALUE 0.
       01  WS-RULES-EOF PIC X(1) VALUE 'N'.
       01  WS-RULES-COUNT PIC 9(3) VALUE 0.

      *WHAT A PASS OF THE FILE FOUND: THE NEWEST SET (THE BASE A
      *NEW SET STARTS FROM), THE LATEST EFFECTIVE DATE ON FILE,
      *AND THE SET IN FORCE TODAY - PICKED THE SAME WAY DEPTHC
      *PICKS IT.
       01  WS-HIGH-VERSION PIC 9(3) VALUE 0.
       01  WS-HIGH-EFFECTIVE PIC 9(8) VALUE 0.
       01  WS-BASE-SET PIC X(97).
       01  WS-IN-FORCE-VERSION PIC 9(3) VALUE 0.
       01  WS-IN-FORCE-EFFECTIVE PIC 9(8) VALUE 0.

       01  WS-NEW-VERSION PIC 9(3).
       01  WS-WORK-NAME PIC X(8).
       01  WS-WORK-DATE PIC 9(8).
       01  WS-WORK-BY PIC X(8).
       01  WS-SET-OK PIC X(1).
       01  WS-PRESET-SUB PIC 9(1).
       01  WS-OTHER-SUB PIC 9(1).
       01  WS-SET-STATE PIC X(10).

      *ONE VALUE AT THE PROMPT. A BLANK ENTRY KEEPS THE VALUE THE
      *NEW SET STARTED FROM; ANYTHING ELSE HAS TO BE ONE TO THREE
      *DIGITS.
       01  WS-PROMPT PIC X(30).
       01  WS-CUR-VALUE PIC 9(3).
       01  WS-NEW-VALUE PIC 9(3).
       01  WS-ENTRY PIC X(8).
       01  WS-ENTRY-OK PIC X(1).
       01  WS-ENTRY-DONE PIC X(1).
       01  WS-ENTRY-POS PIC 9(2).
       01  WS-ENTRY-CHAR-X PIC X(1).
       01  WS-ENTRY-CHAR-N REDEFINES WS-ENTRY-CHAR-X PIC 9(1).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAINT-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM SCAN-RULES THRU SCAN-RULES-EXIT.
           IF RETURN-CODE = 12
           GO TO MAINT-STOP.
           IF WS-RULES-COUNT = 0
           DISPLAY 'NO RULE SETS ON FILE YET - THE BUILT-IN RULES'
               ' (VERSION 000) ARE IN FORCE.'
           ELSE
           DISPLAY WS-RULES-COUNT ' RULE SET(S) ON FILE - VERSION '
               WS-IN-FORCE-VERSION ' IS IN FORCE TODAY.'
           END-IF.

       GET-ACTION.
           MOVE 0 TO WS-BAD-INPUT-COUNT.

       GET-ACTION-RETRY.
           DISPLAY ' '.
           DISPLAY 'RULES MAINTENANCE - A(DD RULE SET), W(ITHDRAW'
               ' PENDING SET), L(IST) OR X(EXIT):' WITH NO ADVANCING
           ACCEPT WS-ACTION.
           IF WS-ACTION IS EQUAL TO 'A' OR 'a' GO TO ADD-RULE-SET.
           IF WS-ACTION IS EQUAL TO 'W' OR 'w' GO TO WITHDRAW-SET.
           IF WS-ACTION IS EQUAL TO 'L' OR 'l' GO TO LIST-RULES.
           IF WS-ACTION IS EQUAL TO 'X' OR 'x' GO TO MAINT-STOP.
           DISPLAY 'YOU HAVE ENTERED AN INCORRECT VALUE. TRY AGAIN.'
           ADD 1 TO WS-BAD-INPUT-COUNT.
           IF WS-BAD-INPUT-COUNT >= 5
           DISPLAY 'TOO MANY BAD INPUTS IN A ROW. GIVING UP.'
           MOVE 8 TO RETURN-CODE
           GO TO MAINT-STOP
           END-IF.
           GO TO GET-ACTION-RETRY.

      *EVERY SET, OLDEST FIRST, SAYING WHICH ONE DEPTHC IS PLAYING
      *TODAY. THE BUILT-IN RULES HEAD THE LIST AS VERSION 000.
       LIST-RULES.
           PERFORM BUILT-IN-TO-RECORD.
           PERFORM SHOW-RULE-SET.
           IF WS-RULES-COUNT = 0
           GO TO GET-ACTION.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RULES, STATUS ' WS-RULES-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO GET-ACTION
           END-IF.
           MOVE 'N' TO WS-RULES-EOF.
           PERFORM LIST-NEXT-SET UNTIL WS-RULES-EOF = 'Y'.
           CLOSE RULES-FILE.
           GO TO GET-ACTION.

       LIST-NEXT-SET.
           READ RULES-FILE INTO RULES-RECORD
               AT END MOVE 'Y' TO WS-RULES-EOF
               NOT AT END PERFORM SHOW-RULE-SET
           END-READ.

       SHOW-RULE-SET.
           IF RU-VERSION IS NOT NUMERIC
               OR RU-EFFECTIVE-DATE IS NOT NUMERIC
           DISPLAY '  DAMAGED RECORD ON THE RULES FILE - '
               RULES-RECORD(1:19)
           ELSE
           IF RU-VERSION = WS-IN-FORCE-VERSION
           MOVE 'IN FORCE' TO WS-SET-STATE
           ELSE
           IF RU-EFFECTIVE-DATE > WS-TODAY-DATE
           MOVE 'PENDING' TO WS-SET-STATE
           ELSE
           MOVE 'SUPERSEDED' TO WS-SET-STATE
           END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'VERSION ' RU-VERSION ' ' RU-PRESET-NAME
               ' EFFECTIVE ' RU-EFFECTIVE-DATE ' ' WS-SET-STATE
               ' - ENTERED ' RU-ENTERED-DATE ' BY ' RU-ENTERED-BY
           DISPLAY '  PRESETS  ' RU-DIFF-NAME(1) ' '
               RU-DIFF-DIMENSION(1) '/' RU-DIFF-FLEET-SIZE(1) '/'
               RU-DIFF-EVADE(1) '  ' RU-DIFF-NAME(2) ' '
               RU-DIFF-DIMENSION(2) '/' RU-DIFF-FLEET-SIZE(2) '/'
               RU-DIFF-EVADE(2)
           DISPLAY '           ' RU-DIFF-NAME(3) ' '
               RU-DIFF-DIMENSION(3) '/' RU-DIFF-FLEET-SIZE(3) '/'
               RU-DIFF-EVADE(3) '  ' RU-DIFF-NAME(4) ' '
               RU-DIFF-DIMENSION(4) '/' RU-DIFF-FLEET-SIZE(4) '/'
               RU-DIFF-EVADE(4)
           DISPLAY '  RETURN FIRE ' RU-FIRE-PERCENT
               '% WITHIN DIMENSION/' RU-TORPEDO-DIVISOR
               '  SONAR HOT DIMENSION/' RU-HOT-DIVISOR
               ' ON TOP DIMENSION/' RU-ONTOP-DIVISOR
               '  EVADE STEP ' RU-EVADE-STEP
           END-IF.

      *A NEW SET STARTS AS A COPY OF THE NEWEST SET ON FILE (THE
      *BUILT-IN RULES WHEN THERE IS NONE) AND EVERY VALUE IS
      *OFFERED FOR CHANGE - ENTER KEEPS IT. IT CANNOT COME INTO
      *FORCE BEFORE TODAY (GAMES ALREADY PLAYED KEEP THE RULES
      *THEY WERE PLAYED UNDER) OR BEFORE THE NEWEST SET ON FILE,
      *SO THE VERSIONS COME INTO FORCE IN ORDER.
       ADD-RULE-SET.
           IF WS-HIGH-VERSION >= 999
           DISPLAY 'THE RULES FILE HAS USED EVERY VERSION NUMBER -'
               ' NO MORE SETS CAN BE ADDED.'
           GO TO GET-ACTION.
           IF WS-HIGH-VERSION = 0
           PERFORM BUILT-IN-TO-RECORD
           ELSE
           MOVE WS-BASE-SET TO RULES-RECORD
           END-IF.
           COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1.
           DISPLAY 'NEW RULE SET ' WS-NEW-VERSION ' STARTS FROM'
               ' VERSION ' RU-VERSION ' - PRESS ENTER TO KEEP ANY'
               ' VALUE.'.
           MOVE 'Y' TO WS-SET-OK.
           DISPLAY 'RULE SET NAME (NOW ' RU-PRESET-NAME '):'
               WITH NO ADVANCING
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME NOT = SPACES
           MOVE WS-WORK-NAME TO RU-PRESET-NAME.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD):' WITH NO ADVANCING
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE IS NOT NUMERIC
               OR WS-WORK-DATE < WS-TODAY-DATE
               OR WS-WORK-DATE < WS-HIGH-EFFECTIVE
           DISPLAY 'THE EFFECTIVE DATE MUST BE TODAY OR LATER, AND'
               ' NO EARLIER THAN ' WS-HIGH-EFFECTIVE '.'
           GO TO GET-ACTION
           END-IF.
           PERFORM EDIT-PRESET
               VARYING WS-PRESET-SUB FROM 1 BY 1
               UNTIL WS-PRESET-SUB > 4.
           MOVE 'RETURN FIRE CHANCE (0-100%)' TO WS-PROMPT.
           MOVE RU-FIRE-PERCENT TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           MOVE WS-NEW-VALUE TO RU-FIRE-PERCENT.
           MOVE 'TORPEDO RANGE DIVISOR' TO WS-PROMPT.
           MOVE RU-TORPEDO-DIVISOR TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           IF WS-NEW-VALUE > 99
           MOVE 'N' TO WS-SET-OK
           ELSE
           MOVE WS-NEW-VALUE TO RU-TORPEDO-DIVISOR.
           MOVE 'SONAR HOT DIVISOR' TO WS-PROMPT.
           MOVE RU-HOT-DIVISOR TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           IF WS-NEW-VALUE > 99
           MOVE 'N' TO WS-SET-OK
           ELSE
           MOVE WS-NEW-VALUE TO RU-HOT-DIVISOR.
           MOVE 'SONAR ON TOP DIVISOR' TO WS-PROMPT.
           MOVE RU-ONTOP-DIVISOR TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           IF WS-NEW-VALUE > 99
           MOVE 'N' TO WS-SET-OK
           ELSE
           MOVE WS-NEW-VALUE TO RU-ONTOP-DIVISOR.
           MOVE 'EVADE STEP (1-9 CELLS)' TO WS-PROMPT.
           MOVE RU-EVADE-STEP TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           IF WS-NEW-VALUE > 9
           MOVE 'N' TO WS-SET-OK
           ELSE
           MOVE WS-NEW-VALUE TO RU-EVADE-STEP.
           DISPLAY 'SUPERVISOR ID:' WITH NO ADVANCING
           ACCEPT WS-WORK-BY.
           IF WS-WORK-BY = SPACES
           DISPLAY 'A NEW RULE SET NEEDS A SUPERVISOR ID - NOTHING'
               ' ADDED.'
           GO TO GET-ACTION
           END-IF.
           PERFORM CHECK-NEW-SET.
           IF WS-SET-OK = 'N'
           DISPLAY 'RULE SET NOT ADDED - NOTHING CHANGED.'
           GO TO GET-ACTION
           END-IF.
           MOVE WS-NEW-VERSION TO RU-VERSION.
           MOVE WS-WORK-DATE TO RU-EFFECTIVE-DATE.
           MOVE WS-TODAY-DATE TO RU-ENTERED-DATE.
           MOVE WS-WORK-BY TO RU-ENTERED-BY.
           OPEN EXTEND RULES-FILE.
           IF WS-RULES-STATUS = '35'
           OPEN OUTPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RULES, STATUS ' WS-RULES-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO GET-ACTION
           END-IF.
           WRITE RULES-FILE-RECORD FROM RULES-RECORD.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO WRITE RULES, STATUS ' WS-RULES-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE RULES-FILE
           GO TO GET-ACTION
           END-IF.
           CLOSE RULES-FILE.
           DISPLAY 'RULE SET ' WS-NEW-VERSION ' ' RU-PRESET-NAME
               ' ADDED - IN FORCE FROM ' WS-WORK-DATE '.'.
           PERFORM SCAN-RULES THRU SCAN-RULES-EXIT.
           GO TO GET-ACTION.

      *ONE DIFFICULTY PRESET - NAME, DIMENSION, FLEET SIZE AND
      *WHETHER THE FLEET EVADES.
       EDIT-PRESET.
           DISPLAY 'PRESET ' WS-PRESET-SUB ' NAME (NOW '
               RU-DIFF-NAME(WS-PRESET-SUB) '):' WITH NO ADVANCING
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME NOT = SPACES
           MOVE WS-WORK-NAME TO RU-DIFF-NAME(WS-PRESET-SUB).
           MOVE SPACES TO WS-PROMPT.
           STRING '  ' RU-DIFF-NAME(WS-PRESET-SUB) ' DIMENSION'
               DELIMITED BY SIZE INTO WS-PROMPT.
           MOVE RU-DIFF-DIMENSION(WS-PRESET-SUB) TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           MOVE WS-NEW-VALUE TO RU-DIFF-DIMENSION(WS-PRESET-SUB).
           MOVE SPACES TO WS-PROMPT.
           STRING '  ' RU-DIFF-NAME(WS-PRESET-SUB) ' FLEET SIZE'
               DELIMITED BY SIZE INTO WS-PROMPT.
           MOVE RU-DIFF-FLEET-SIZE(WS-PRESET-SUB) TO WS-CUR-VALUE.
           PERFORM EDIT-VALUE.
           IF WS-NEW-VALUE > 9
           MOVE 'N' TO WS-SET-OK
           ELSE
           MOVE WS-NEW-VALUE TO RU-DIFF-FLEET-SIZE(WS-PRESET-SUB).
           DISPLAY '  ' RU-DIFF-NAME(WS-PRESET-SUB) ' EVADES, Y OR N'
               ' (NOW ' RU-DIFF-EVADE(WS-PRESET-SUB) '):'
               WITH NO ADVANCING
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME = 'y'
           MOVE 'Y' TO WS-WORK-NAME.
           IF WS-WORK-NAME = 'n'
           MOVE 'N' TO WS-WORK-NAME.
           IF WS-WORK-NAME NOT = SPACES
           MOVE WS-WORK-NAME TO RU-DIFF-EVADE(WS-PRESET-SUB).

      *OFFER ONE NUMBER FOR CHANGE. AN ENTRY THAT IS NOT A NUMBER
      *SPOILS THE WHOLE SET RATHER THAN BEING GUESSED AT.
       EDIT-VALUE.
           DISPLAY WS-PROMPT ' (NOW ' WS-CUR-VALUE '):'
               WITH NO ADVANCING
           ACCEPT WS-ENTRY.
           MOVE WS-CUR-VALUE TO WS-NEW-VALUE.
           IF WS-ENTRY NOT = SPACES
           PERFORM PARSE-ENTRY
           IF WS-ENTRY-OK = 'N'
           DISPLAY '  ' WS-ENTRY ' IS NOT A NUMBER.'
           MOVE 'N' TO WS-SET-OK
           END-IF
           END-IF.

       PARSE-ENTRY.
           MOVE 'N' TO WS-ENTRY-OK.
           MOVE 'N' TO WS-ENTRY-DONE.
           MOVE 0 TO WS-NEW-VALUE.
           PERFORM PARSE-ENTRY-CHAR
               VARYING WS-ENTRY-POS FROM 1 BY 1
               UNTIL WS-ENTRY-POS > 8 OR WS-ENTRY-DONE = 'Y'.

       PARSE-ENTRY-CHAR.
           MOVE WS-ENTRY(WS-ENTRY-POS:1) TO WS-ENTRY-CHAR-X.
           IF WS-ENTRY-CHAR-X IS EQUAL TO SPACE
           IF WS-ENTRY-OK = 'Y'
           MOVE 'Y' TO WS-ENTRY-DONE
           END-IF
           ELSE
           IF WS-ENTRY-CHAR-X >= '0' AND WS-ENTRY-CHAR-X <= '9'
           IF WS-NEW-VALUE > 99
           MOVE 'N' TO WS-ENTRY-OK
           MOVE 'Y' TO WS-ENTRY-DONE
           ELSE
           COMPUTE WS-NEW-VALUE =
               WS-NEW-VALUE * 10 + WS-ENTRY-CHAR-N
           MOVE 'Y' TO WS-ENTRY-OK
           END-IF
           ELSE
           MOVE 'N' TO WS-ENTRY-OK
           MOVE 'Y' TO WS-ENTRY-DONE
           END-IF
           END-IF.

      *THE SAME LIMITS DEPTHC PLAYS WITHIN, PLUS THE ONES THAT
      *KEEP THE GAME MAKING SENSE: FOUR DIFFERENT PRESET NAMES
      *(NONE OF THEM CUSTOM, WHICH IS THE MANUAL GAME), AN ON TOP
      *BAND NO WIDER THAN THE HOT BAND.
       CHECK-NEW-SET.
           IF RU-PRESET-NAME = SPACES
           DISPLAY 'THE RULE SET NEEDS A NAME.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-FIRE-PERCENT > 100
           DISPLAY 'THE RETURN FIRE CHANCE CANNOT BE OVER 100%.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-TORPEDO-DIVISOR = 0 OR RU-HOT-DIVISOR = 0
               OR RU-ONTOP-DIVISOR = 0
           DISPLAY 'THE DIVISORS MUST BE 1-99.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-ONTOP-DIVISOR < RU-HOT-DIVISOR
           DISPLAY 'THE ON TOP DIVISOR CANNOT BE SMALLER THAN THE'
               ' HOT DIVISOR.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-EVADE-STEP = 0
           DISPLAY 'THE EVADE STEP MUST BE 1-9.'
           MOVE 'N' TO WS-SET-OK.
           PERFORM CHECK-PRESET
               VARYING WS-PRESET-SUB FROM 1 BY 1
               UNTIL WS-PRESET-SUB > 4.

       CHECK-PRESET.
           IF RU-DIFF-NAME(WS-PRESET-SUB) = SPACES
               OR RU-DIFF-NAME(WS-PRESET-SUB) = 'CUSTOM'
           DISPLAY 'PRESET ' WS-PRESET-SUB ' NEEDS A NAME OTHER'
               ' THAN CUSTOM.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-DIFF-DIMENSION(WS-PRESET-SUB) < 2
               OR RU-DIFF-DIMENSION(WS-PRESET-SUB) > 99
           DISPLAY RU-DIFF-NAME(WS-PRESET-SUB)
               ' DIMENSION MUST BE 2-99.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-DIFF-FLEET-SIZE(WS-PRESET-SUB) = 0
           DISPLAY RU-DIFF-NAME(WS-PRESET-SUB)
               ' FLEET SIZE MUST BE 1-9.'
           MOVE 'N' TO WS-SET-OK.
           IF RU-DIFF-EVADE(WS-PRESET-SUB) NOT = 'Y'
               AND RU-DIFF-EVADE(WS-PRESET-SUB) NOT = 'N'
           DISPLAY RU-DIFF-NAME(WS-PRESET-SUB)
               ' EVADES MUST BE Y OR N.'
           MOVE 'N' TO WS-SET-OK.
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB >= WS-PRESET-SUB
               IF RU-DIFF-NAME(WS-OTHER-SUB) =
                   RU-DIFF-NAME(WS-PRESET-SUB)
                   DISPLAY 'PRESET NAME ' RU-DIFF-NAME(WS-PRESET-SUB)
                       ' IS USED TWICE.'
                   MOVE 'N' TO WS-SET-OK
               END-IF
           END-PERFORM.

      *ONLY THE NEWEST SET CAN GO, AND ONLY WHILE IT IS STILL TO
      *COME INTO FORCE - NO GAME HAS BEEN PLAYED UNDER IT YET. THE
      *FILE IS COPIED TO RULESWK WITHOUT IT AND COPIED BACK.
       WITHDRAW-SET.
           IF WS-RULES-COUNT = 0
           DISPLAY 'NO RULE SETS ON FILE.'
           GO TO GET-ACTION.
           MOVE WS-BASE-SET TO RULES-RECORD.
           IF RU-EFFECTIVE-DATE NOT > WS-TODAY-DATE
           DISPLAY 'THE NEWEST SET, VERSION ' RU-VERSION ', IS'
               ' ALREADY IN FORCE - IT CANNOT BE WITHDRAWN.'
           GO TO GET-ACTION
           END-IF.
           DISPLAY 'WITHDRAW VERSION ' RU-VERSION ' ' RU-PRESET-NAME
               ', DUE IN FORCE ' RU-EFFECTIVE-DATE '? (Y OR N):'
               WITH NO ADVANCING
           ACCEPT WS-ACTION.
           IF WS-ACTION NOT = 'Y' AND WS-ACTION NOT = 'y'
           DISPLAY 'NOTHING CHANGED.'
           GO TO GET-ACTION.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RULES, STATUS ' WS-RULES-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO GET-ACTION
           END-IF.
           OPEN OUTPUT RULESWK-FILE.
           IF WS-RULESWK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RULESWK, STATUS '
               WS-RULESWK-STATUS
           MOVE 12 TO RETURN-CODE
           CLOSE RULES-FILE
           GO TO GET-ACTION
           END-IF.
           MOVE 'N' TO WS-RULES-EOF.
           PERFORM COPY-TO-WORK UNTIL WS-RULES-EOF = 'Y'.
           CLOSE RULES-FILE.
           CLOSE RULESWK-FILE.
      *PROVE RULESWK OPENS BEFORE RULES IS TRUNCATED.
           OPEN INPUT RULESWK-FILE.
           IF WS-RULESWK-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN RULESWK, STATUS '
               WS-RULESWK-STATUS
           DISPLAY 'WITHDRAWAL ABORTED - RULES HAS NOT BEEN TOUCHED.'
           MOVE 12 TO RETURN-CODE
           GO TO MAINT-STOP
           END-IF.
           OPEN OUTPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO REOPEN RULES, STATUS '
               WS-RULES-STATUS ' - RESTORE RULES FROM RULESWK.'
           MOVE 12 TO RETURN-CODE
           CLOSE RULESWK-FILE
           GO TO MAINT-STOP
           END-IF.
           MOVE 'N' TO WS-RULES-EOF.
           PERFORM COPY-FROM-WORK UNTIL WS-RULES-EOF = 'Y'.
           CLOSE RULESWK-FILE.
           CLOSE RULES-FILE.
           DISPLAY 'RULE SET ' WS-HIGH-VERSION ' WITHDRAWN.'.
           PERFORM SCAN-RULES THRU SCAN-RULES-EXIT.
           GO TO GET-ACTION.

      *A FAILED WRITE ON THE WAY OUT LEAVES RULES AS IT WAS. ON THE
      *WAY BACK RULES IS ALREADY CUT SHORT, AND RULESWK HOLDS THE
      *ONLY WHOLE COPY - STOP RIGHT THERE AND SAY SO.
       COPY-TO-WORK.
           READ RULES-FILE INTO RULES-RECORD
               AT END MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                   IF RU-VERSION NOT = WS-HIGH-VERSION
                   WRITE RULESWK-RECORD FROM RULES-RECORD
                   IF WS-RULESWK-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO WRITE RULESWK, STATUS '
                       WS-RULESWK-STATUS ' - RULES IS UNCHANGED.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RULES-FILE
                   CLOSE RULESWK-FILE
                   GO TO MAINT-STOP
                   END-IF
                   END-IF
           END-READ.

       COPY-FROM-WORK.
           READ RULESWK-FILE
               AT END MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                   WRITE RULES-FILE-RECORD FROM RULESWK-RECORD
                   IF WS-RULES-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO WRITE RULES, STATUS '
                       WS-RULES-STATUS
                       ' - RESTORE RULES FROM RULESWK.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RULESWK-FILE
                   CLOSE RULES-FILE
                   GO TO MAINT-STOP
                   END-IF
           END-READ.

      *ONE PASS OF THE FILE FOR THE NEWEST SET, THE LATEST
      *EFFECTIVE DATE AND THE SET IN FORCE TODAY. A MISSING FILE
      *IS NORMAL - NOTHING HAS BEEN ADDED YET.
       SCAN-RULES.
           MOVE 0 TO WS-RULES-COUNT.
           MOVE 0 TO WS-HIGH-VERSION.
           MOVE 0 TO WS-HIGH-EFFECTIVE.
           MOVE 0 TO WS-IN-FORCE-VERSION.
           MOVE 0 TO WS-IN-FORCE-EFFECTIVE.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = '35'
           GO TO SCAN-RULES-EXIT.
           IF WS-RULES-STATUS NOT = '00'
           DISPLAY 'UNABLE TO OPEN RULES, STATUS ' WS-RULES-STATUS
           MOVE 12 TO RETURN-CODE
           GO TO SCAN-RULES-EXIT
           END-IF.
           MOVE 'N' TO WS-RULES-EOF.
           PERFORM SCAN-NEXT-SET UNTIL WS-RULES-EOF = 'Y'.
           CLOSE RULES-FILE.
       SCAN-RULES-EXIT.
           EXIT.

       SCAN-NEXT-SET.
           READ RULES-FILE INTO RULES-RECORD
               AT END MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                   IF RU-VERSION IS NUMERIC
                       AND RU-EFFECTIVE-DATE IS NUMERIC
                   ADD 1 TO WS-RULES-COUNT
                   IF RU-VERSION > WS-HIGH-VERSION
                   MOVE RU-VERSION TO WS-HIGH-VERSION
                   MOVE RULES-RECORD TO WS-BASE-SET
                   END-IF
                   IF RU-EFFECTIVE-DATE > WS-HIGH-EFFECTIVE
                   MOVE RU-EFFECTIVE-DATE TO WS-HIGH-EFFECTIVE
                   END-IF
                   IF RU-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                       AND (RU-EFFECTIVE-DATE > WS-IN-FORCE-EFFECTIVE
                       OR (RU-EFFECTIVE-DATE = WS-IN-FORCE-EFFECTIVE
                       AND RU-VERSION > WS-IN-FORCE-VERSION))
                   MOVE RU-VERSION TO WS-IN-FORCE-VERSION
                   MOVE RU-EFFECTIVE-DATE TO WS-IN-FORCE-EFFECTIVE
                   END-IF
                   END-IF
           END-READ.

      *THE BUILT-IN RULES LAID OUT AS A RULE SET.
       BUILT-IN-TO-RECORD.
           MOVE 0 TO RU-VERSION.
           MOVE 0 TO RU-EFFECTIVE-DATE.
           MOVE BI-PRESET-NAME TO RU-PRESET-NAME.
           MOVE DIFFICULTY-DATA TO RU-PRESETS.
           MOVE BI-FIRE-PERCENT TO RU-FIRE-PERCENT.
           MOVE BI-TORPEDO-DIVISOR TO RU-TORPEDO-DIVISOR.
           MOVE BI-HOT-DIVISOR TO RU-HOT-DIVISOR.
           MOVE BI-ONTOP-DIVISOR TO RU-ONTOP-DIVISOR.
           MOVE BI-EVADE-STEP TO RU-EVADE-STEP.
           MOVE 0 TO RU-ENTERED-DATE.
           MOVE 'BUILT-IN' TO RU-ENTERED-BY.

       MAINT-STOP.
           STOP RUN.
