      ******************************************************************
      *
      * LEDGBACK - request area for the LEDGER-BACKUP subprogram, the
      * keeper of each ledger's numbered backup generations: a copy
      * of the ledger as it stood before a program of this system
      * wrote it, so a bad IMPORT or a wrong close can be undone by
      * restoring a generation instead of hand-deleting lines.
      *
      * Protocol: set BK-OP and CALL 'LEDGER-BACKUP' USING BK-REQUEST.
      *
      *   BK-OP      'B' back up BK-LEDGER-NAME as its next
      *                  generation (BK-THIS-... describe it)
      *              'L' list BK-LEDGER-NAME's generations, oldest
      *                  first, into BK-GEN-...
      *              'R' restore generation BK-GENERATION over
      *                  BK-LEDGER-NAME (BK-THIS-... describe it);
      *                  the ledger as it stood is backed up first,
      *                  as generation BK-SAVED-GENERATION, so a
      *                  restore can itself be undone
      *   BK-STATUS  '0' done
      *              'N' nothing to do: 'B' found no ledger to back
      *                  up, 'L' no generations, 'R' no such
      *                  generation
      *              'F' failure (BK-ERROR-TEXT says why)
      *
      * Generations live in DATA/BACKUP as <ledger>.Gnnnn, named
      * after the ledger's file name without its directory, and
      * numbered upward from G0001.  Beside them <ledger>.GENS holds
      * one line per generation still kept,
      *   GENERATION;TAKEN-AT;PROGRAM;LINES;BALANCE
      * LINES being the content lines as LEDGER-READER returns them
      * and BALANCE the opening balance plus the committed lines, in
      * the ledger's own amounts (foreign lines are not converted).
      *
      * How many generations are kept comes from DATA/GENERATIONS.CSV,
      * one 'LEDGER;KEEP' line per ledger (the ledger as named on the
      * command line, or its file name alone) and an optional '*;KEEP'
      * default; with no line for the ledger, 5 are kept.  The oldest
      * beyond the count are deleted as each new one is taken.
      * Callers hold the ledger's exclusive lock.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *
      ******************************************************************
       01  BK-REQUEST.
           05  BK-OP                   PIC X.
           05  BK-STATUS               PIC X.
           05  BK-ERROR-TEXT           PIC X(60).
      *                                Caller's name, kept with the
      *                                generation.
           05  BK-PROGRAM              PIC X(15).
           05  BK-LEDGER-NAME          PIC X(80).
           05  BK-GENERATION           PIC 9(4).
           05  BK-SAVED-GENERATION     PIC 9(4).
      *                                Generations kept for this
      *                                ledger, as configured.
           05  BK-KEEP                 PIC 9(2).
      *                                The generation just taken ('B')
      *                                or just restored ('R').
           05  BK-THIS-GENERATION.
               10  BK-THIS-NUMBER      PIC 9(4).
               10  BK-THIS-FILE        PIC X(100).
               10  BK-THIS-TAKEN-AT    PIC X(15).
               10  BK-THIS-PROGRAM     PIC X(15).
               10  BK-THIS-LINES       PIC 9(7) USAGE COMP.
               10  BK-THIS-BALANCE     PIC S9(9)V99 USAGE COMP-3.
      *                                'L' results, oldest first.
           05  BK-GEN-COUNT            PIC 9(3) USAGE COMP.
           05  BK-GEN-ENTRY            OCCURS 100 TIMES.
               10  BK-GEN-NUMBER       PIC 9(4).
               10  BK-GEN-TAKEN-AT     PIC X(15).
               10  BK-GEN-PROGRAM      PIC X(15).
               10  BK-GEN-LINES        PIC 9(7) USAGE COMP.
               10  BK-GEN-BALANCE      PIC S9(9)V99 USAGE COMP-3.
               10  BK-GEN-FILE         PIC X(100).
