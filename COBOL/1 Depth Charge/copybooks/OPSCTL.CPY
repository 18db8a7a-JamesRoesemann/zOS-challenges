      *-----------------------------------------------------------
      * OPSCTL.CPY
      * Record layout for the OPSCTL operations control-total file.
      * The programs whose totals the shift lead has to see and
      * sign for (DEPTHARC, DEPTHRCN) append their control totals
      * here as well as printing them, and DEPTHOPS prints the lot
      * on the one-page operations summary with the sign-off
      * block, then empties the file for the next shift.
      *   OC-PROGRAM/OC-RUN-DATE/OC-RUN-TIME  which run posted it -
      *                   DEPTHOPS breaks on these to group a run's
      *                   totals together.
      *   OC-SEQ          the order the run posted its lines in.
      *   OC-REC-TYPE     T = one control total (OC-LABEL and its
      *                   value), V = the run's verdict (OC-LABEL
      *                   says whether the totals balance and
      *                   OC-VALUE carries the run's return code).
      *   OC-SIGN         '-' for a negative value (a reconciliation
      *                   gap can go either way), otherwise '+'.
      *-----------------------------------------------------------
       01  OPSCTL-RECORD.
           02  OC-PROGRAM             PIC X(8).
           02  OC-RUN-DATE            PIC 9(8).
           02  OC-RUN-TIME            PIC 9(6).
           02  OC-SEQ                 PIC 9(3).
           02  OC-REC-TYPE            PIC X(1).
               88  OC-TOTAL               VALUE 'T'.
               88  OC-VERDICT             VALUE 'V'.
           02  OC-LABEL               PIC X(40).
           02  OC-SIGN                PIC X(1).
           02  OC-VALUE               PIC 9(9).
