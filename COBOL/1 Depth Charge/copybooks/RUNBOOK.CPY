      *-----------------------------------------------------------
      * RUNBOOK.CPY
      * Record layout for the RUNBOOK control file DEPTHNGT reads
      * to sequence the nightly job stream. One record per step,
      * in the order the steps run; a record whose RB-STEP-NO is
      * not numeric is a comment line and is passed over.
      *   RB-STEP-NO      unique step number - the restart key
      *                   NIGHTRUN is matched back on.
      *   RB-STEP-NAME    short label for the status file.
      *   RB-PROGRAM      the program the step runs (DEPTHCOL,
      *                   DEPTHVAL ...).
      *   RB-GROUP        the step's group. A skip rule on an
      *                   earlier step skips every step in the
      *                   group it names (RPT for reporting, XMIT
      *                   for the transmit and so on).
      *   RB-JOURNAL-SET  for a DEPTHCOL step, the journal set it
      *                   merges: GAMELOGJ.set, SHOTLOGJ.set and
      *                   AUDITLGJ.set. Spaces merges the plain
      *                   GAMELOGJ/SHOTLOGJ/AUDITLGJ files.
      *   RB-HALT-RC      a return code at or above this stops the
      *                   stream. Zero takes the shop standard 12.
      *   RB-RULE         up to three specific return codes and
      *                   what each one means to the stream:
      *                   S = skip the group in RB-RULE-GROUP,
      *                   W = carry on but report a warning,
      *                   H = stop the stream.
      *   RB-COMMAND      the command line that runs the step.
      *                   Spaces runs RB-PROGRAM by name.
      *-----------------------------------------------------------
       01  RUNBOOK-RECORD.
           02  RB-STEP-NO             PIC 9(3).
           02  RB-STEP-NAME           PIC X(8).
           02  RB-PROGRAM             PIC X(8).
           02  RB-GROUP               PIC X(4).
           02  RB-JOURNAL-SET         PIC X(8).
           02  RB-HALT-RC             PIC 9(3).
           02  RB-RULE OCCURS 3 TIMES.
               03  RB-RULE-RC         PIC 9(3).
               03  RB-RULE-ACTION     PIC X(1).
                   88  RB-RULE-SKIP       VALUE 'S'.
                   88  RB-RULE-WARN       VALUE 'W'.
                   88  RB-RULE-HALT       VALUE 'H'.
               03  RB-RULE-GROUP      PIC X(4).
           02  RB-COMMAND             PIC X(60).
