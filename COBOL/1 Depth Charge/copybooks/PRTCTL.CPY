      *-----------------------------------------------------------
      * PRTCTL.CPY
      * Working storage for the standard report print layout every
      * reporting program writes its print file with, so the
      * output can be archived, reprinted and distributed like any
      * other production report:
      *   - a page heading on every page carrying the program
      *     name, the report title, the run date/time and the page
      *     number (PRT-HEADING-LINE),
      *   - up to two column header lines repeated under it on
      *     every page (PRT-COLUMN-HEAD-1/2 - a program with more
      *     than one section moves in the headers for the section
      *     it is printing),
      *   - the end-of-report trailer with the records read, the
      *     lines printed and the page count (PRT-TRAILER-LINE).
      * The program builds each line in PRT-LINE and writes it
      * through its own PRINT-LINE paragraph, which throws a new
      * page when PRT-LINE-COUNT reaches PRT-PAGE-SIZE.
      *-----------------------------------------------------------
       01  PRT-CONTROL.
           02  PRT-PAGE-NO            PIC 9(4) VALUE 0.
           02  PRT-LINE-COUNT         PIC 9(3) VALUE 999.
           02  PRT-PAGE-SIZE          PIC 9(3) VALUE 56.
           02  PRT-RECORDS-READ       PIC 9(7) VALUE 0.
           02  PRT-LINES-PRINTED      PIC 9(7) VALUE 0.
           02  PRT-RUN-DATE           PIC 9(8) VALUE 0.
           02  PRT-RUN-TIME.
               03  PRT-RUN-HH         PIC 9(2).
               03  PRT-RUN-MM         PIC 9(2).
               03  PRT-RUN-SS         PIC 9(2).
               03  FILLER             PIC 9(2).

       01  PRT-HEADING-LINE.
           02  PRT-HD-PROGRAM         PIC X(8) VALUE SPACES.
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  PRT-HD-TITLE           PIC X(50) VALUE SPACES.
           02  FILLER                 PIC X(4) VALUE 'RUN '.
           02  PRT-HD-DATE            PIC 9999/99/99.
           02  FILLER                 PIC X(1) VALUE SPACE.
           02  PRT-HD-HH              PIC 9(2).
           02  FILLER                 PIC X(1) VALUE ':'.
           02  PRT-HD-MM              PIC 9(2).
           02  FILLER                 PIC X(1) VALUE ':'.
           02  PRT-HD-SS              PIC 9(2).
           02  FILLER                 PIC X(8) VALUE '   PAGE '.
           02  PRT-HD-PAGE            PIC ZZZ9.

       01  PRT-COLUMN-HEAD-1          PIC X(132) VALUE SPACES.
       01  PRT-COLUMN-HEAD-2          PIC X(132) VALUE SPACES.

       01  PRT-TRAILER-LINE.
           02  FILLER                 PIC X(24)
                   VALUE '*** END OF REPORT ***'.
           02  FILLER                 PIC X(14) VALUE 'RECORDS READ '.
           02  PRT-TR-READ            PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(17)
                   VALUE '   LINES PRINTED '.
           02  PRT-TR-LINES           PIC Z,ZZZ,ZZ9.
           02  FILLER                 PIC X(9) VALUE '   PAGES '.
           02  PRT-TR-PAGES           PIC ZZZ9.

       01  PRT-LINE                   PIC X(132) VALUE SPACES.
