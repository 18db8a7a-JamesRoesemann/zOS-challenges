      * that relocate between turns. CUSTOM (handled in the
      * program, not this table) still allows picking everything
      * by hand.
      *
      * These are the BUILT-IN rules, rule-set version 000. When a
      * RULES control file (RULES.CPY) holds a set in force, DEPTHC
      * plays that set's presets and numbers instead; with no set
      * in force it plays these.
      *-----------------------------------------------------------
       01  DIFFICULTY-DATA.
           02  FILLER PIC X(13) VALUE 'EASY    0101N'.
               03  DIFF-DIMENSION         PIC 9(3).
               03  DIFF-FLEET-SIZE        PIC 9(1).
               03  DIFF-EVADE             PIC X(1).
      * The rest of the built-in rule set - the numbers a RULES
      * record carries alongside its presets (see RULES.CPY for
      * what each one governs).
       01  BUILT-IN-RULES.
           02  BI-PRESET-NAME         PIC X(8) VALUE 'CLASSIC'.
           02  BI-FIRE-PERCENT        PIC 9(3) VALUE 30.
           02  BI-TORPEDO-DIVISOR     PIC 9(2) VALUE 3.
           02  BI-HOT-DIVISOR         PIC 9(2) VALUE 3.
           02  BI-ONTOP-DIVISOR       PIC 9(2) VALUE 10.
           02  BI-EVADE-STEP          PIC 9(1) VALUE 1.
