      *-----------------------------------------------------------
      * RULES.CPY
      * Record layout for the RULES control file - one record per
      * rule set, appended in version order by RULEMNT. Each rule
      * set carries every number that decides how hard the game
      * plays, so a change to the rules is a new version on file
      * with the date it comes into force, not a recompile:
      *   RU-VERSION         the rule-set number DEPTHC stamps on
      *                      every game played under it
      *                      (GL-RULES-VERSION). Version 000 is
      *                      the built-in rules (DIFCLTY.CPY) and
      *                      is never on file.
      *   RU-EFFECTIVE-DATE  the first day the set is in force.
      *                      DEPTHC plays the set with the latest
      *                      effective date on or before today.
      *   RU-PRESET-NAME     the name the set goes by on reports.
      *   RU-DIFF-ENTRY      the four named difficulty presets, in
      *                      the same layout as DIFFICULTY-ENTRY.
      *                      The campaign walks them in order.
      *   RU-FIRE-PERCENT    chance in 100 that a sub within
      *                      torpedo range hits the destroyer.
      *   RU-TORPEDO-DIVISOR torpedo range is DIMENSION over this.
      *   RU-HOT-DIVISOR     sonar reads HOT within DIMENSION over
      *                      this.
      *   RU-ONTOP-DIVISOR   sonar reads ON TOP OF IT within
      *                      DIMENSION over this.
      *   RU-EVADE-STEP      how many cells an evading sub may
      *                      slip along each axis after a miss.
      *   RU-ENTERED-DATE/BY who put the set on file, and when.
      *-----------------------------------------------------------
       01  RULES-RECORD.
           02  RU-VERSION             PIC 9(3).
           02  RU-EFFECTIVE-DATE      PIC 9(8).
           02  RU-PRESET-NAME         PIC X(8).
           02  RU-PRESETS.
               03  RU-DIFF-ENTRY OCCURS 4 TIMES.
                   04  RU-DIFF-NAME       PIC X(8).
                   04  RU-DIFF-DIMENSION  PIC 9(3).
                   04  RU-DIFF-FLEET-SIZE PIC 9(1).
                   04  RU-DIFF-EVADE      PIC X(1).
           02  RU-FIRE-PERCENT        PIC 9(3).
           02  RU-TORPEDO-DIVISOR     PIC 9(2).
           02  RU-HOT-DIVISOR         PIC 9(2).
           02  RU-ONTOP-DIVISOR       PIC 9(2).
           02  RU-EVADE-STEP          PIC 9(1).
           02  RU-ENTERED-DATE        PIC 9(8).
           02  RU-ENTERED-BY          PIC X(8).
