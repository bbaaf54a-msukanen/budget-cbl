      *   'R'  -  REC-RECURRING  a potential change repeated every
      *                          period, folded into the worst-case
      *                          figure multiplied by its repeat count
      *   'S'  -  REC-PORTION    a split portion of the money line
      *                          above it (version 2 fixed layout, see
      *                          LEDGFIX2) - detail, never tallied
      *
      * Modification history:
      *   2026-08-08  MS   Original.
      *   2026-08-08  MS   Added REC-RECURRING for repeat-interval
      *                    entries.
      *   2026-10-15  MS   Added REC-PORTION for the version 2 fixed
      *                    layout's split-portion lines.
      *
      ******************************************************************
           88  REC-INITIAL             VALUE 'I'.
           88  REC-ACTUAL              VALUE 'A' SPACE.
           88  REC-POTENTIAL           VALUE 'P'.
           88  REC-RECURRING           VALUE 'R'.
           88  REC-PORTION             VALUE 'S'.
