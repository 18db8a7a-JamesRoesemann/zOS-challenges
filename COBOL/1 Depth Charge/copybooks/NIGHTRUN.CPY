      *-----------------------------------------------------------
      * NIGHTRUN.CPY
      * Record layout for the NIGHTRUN status file DEPTHNGT keeps
      * for the nightly job stream. Every attempt at a night's run
      * appends:
      *   H - a header: the run date the stream belongs to and
      *       which attempt this is (1 for the first, 2 for the
      *       first rerun after a failure ...).
      *   S - step records: one STARTED record as a step is
      *       launched, then one more when it ends carrying its
      *       end date/time, return code and disposition. A step
      *       the stream decided not to run gets a single SKIPPED
      *       record. The latest record for a step number wins.
      *   T - a trailer when the attempt ends, COMPLETE or HALTED.
      * A NIGHTRUN whose last trailer is not COMPLETE (or that has
      * no trailer because the controller itself died) belongs to
      * a run still in progress; the next DEPTHNGT resumes it at
      * the first step not yet finished instead of starting over.
      *-----------------------------------------------------------
       01  NIGHTRUN-RECORD.
           02  NR-REC-TYPE            PIC X(1).
               88  NR-HEADER              VALUE 'H'.
               88  NR-STEP                VALUE 'S'.
               88  NR-TRAILER             VALUE 'T'.
           02  NR-RUN-DATE            PIC 9(8).
           02  NR-ATTEMPT             PIC 9(3).
           02  NR-STEP-NO             PIC 9(3).
           02  NR-STEP-NAME           PIC X(8).
           02  NR-PROGRAM             PIC X(8).
           02  NR-START-DATE          PIC 9(8).
           02  NR-START-TIME          PIC 9(6).
           02  NR-END-DATE            PIC 9(8).
           02  NR-END-TIME            PIC 9(6).
           02  NR-RC                  PIC 9(3).
           02  NR-DISPOSITION         PIC X(8).
               88  NR-STARTED             VALUE 'STARTED'.
               88  NR-COMPLETE            VALUE 'COMPLETE'.
               88  NR-WARNING             VALUE 'WARNING'.
               88  NR-SKIPPED             VALUE 'SKIPPED'.
               88  NR-FAILED              VALUE 'FAILED'.
               88  NR-HALTED              VALUE 'HALTED'.
               88  NR-STEP-FINISHED       VALUE 'COMPLETE' 'WARNING'
                                                'SKIPPED'.
           02  NR-NOTE                PIC X(30).
