      * the old log was.  RETURN-CODE 4 when any drift was flagged,
      * 0 on a quiet log.
      *
      * A BUDGET-RESTORE line (restored-from=) puts a ledger back to
      * an earlier generation - a move in the figures with no keyed
      * entry behind it, on purpose.  It is listed, and the runs
      * either side of it are not paired.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-RUN-HAVE-FINAL   VALUE 'Y'.
           05  WS-RUN-HAVE-ENTRIES-SW  PIC X VALUE 'N'.
               88  WS-RUN-HAVE-ENTRIES VALUE 'Y'.
           05  WS-RUN-RESTORED-FROM    PIC X(80).
      *    The name=value tokens the line splits into.
       01  WS-TOKENS.
           05  WS-TOKEN                OCCURS 8 TIMES PIC X(90).
               10  WS-LED-PREV-ENTRIES PIC 9(7).
               10  WS-LED-RUN-COUNT    PIC 9(5).
               10  WS-LED-DRIFT-COUNT  PIC 9(5).
               10  WS-LED-RESTORED-SW  PIC X.
                   88  WS-LED-RESTORED VALUE 'Y'.
       01  WS-LEDGER-COUNT             PIC 99 VALUE 0.
       01  WS-LED-SLOT                 PIC 99 VALUE 0.
       01  WS-DRIFT-TOTAL              PIC 9(5) VALUE 0.
           MOVE 0 TO WS-RUN-ENTRIES.
           MOVE 'N' TO WS-RUN-HAVE-FINAL-SW.
           MOVE 'N' TO WS-RUN-HAVE-ENTRIES-SW.
           MOVE SPACES TO WS-RUN-RESTORED-FROM.
           MOVE SPACES TO WS-TOKENS.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING AUDIT-LINE
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM APPLY-ONE-TOKEN
           END-PERFORM.
           IF WS-RUN-RESTORED-FROM NOT = SPACES THEN
               PERFORM FIND-OR-ADD-LEDGER
               PERFORM NOTE-RESTORE
               EXIT PARAGRAPH
           END-IF.
      *    A line missing either figure is noise, not a run - an
      *    entry count that cannot be read must not sit in the
      *    pairing as a phantom zero.
                   IF WS-TOKEN-VALUE NOT = SPACES THEN
                       MOVE WS-TOKEN-VALUE TO WS-RUN-LEDGER
                   END-IF
               WHEN 'restored-from'
                   MOVE WS-TOKEN-VALUE TO WS-RUN-RESTORED-FROM
               WHEN 'final'
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-TOKEN-VALUE)) = 0 THEN
               MOVE 0 TO WS-LED-PREV-ENTRIES(WS-LED-SLOT)
               MOVE 0 TO WS-LED-RUN-COUNT(WS-LED-SLOT)
               MOVE 0 TO WS-LED-DRIFT-COUNT(WS-LED-SLOT)
               MOVE 'N' TO WS-LED-RESTORED-SW(WS-LED-SLOT)
           END-IF.
           EXIT PARAGRAPH.

               EXIT PARAGRAPH
           END-IF.
           IF WS-LED-RUN-COUNT(WS-LED-SLOT) > 0
                   AND NOT WS-LED-RESTORED(WS-LED-SLOT)
                   AND WS-RUN-FINAL
                       NOT = WS-LED-PREV-FINAL(WS-LED-SLOT)
                   AND WS-RUN-ENTRIES
                       FUNCTION TRIM(WS-ENTRIES-DISPLAY) '.'
           END-IF.
           ADD 1 TO WS-LED-RUN-COUNT(WS-LED-SLOT).
           MOVE 'N' TO WS-LED-RESTORED-SW(WS-LED-SLOT).
           MOVE WS-RUN-TIMESTAMP TO WS-LED-PREV-TIME(WS-LED-SLOT).
           MOVE WS-RUN-FINAL TO WS-LED-PREV-FINAL(WS-LED-SLOT).
           MOVE WS-RUN-ENTRIES
               TO WS-LED-PREV-ENTRIES(WS-LED-SLOT).
           EXIT PARAGRAPH.

      *                                The next run of the ledger
      *                                starts a fresh pairing - its
      *                                figures are the restored
      *                                generation's, not a drift from
      *                                the run before the restore.
       NOTE-RESTORE.
           IF WS-LED-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-LED-RESTORED(WS-LED-SLOT) TO TRUE.
           DISPLAY '  restore: ' FUNCTION TRIM(WS-RUN-LEDGER)
                   ' put back from '
                   FUNCTION TRIM(WS-RUN-RESTORED-FROM)
                   ' at ' WS-RUN-TIMESTAMP ' - not drift.'.
           EXIT PARAGRAPH.

       PRINT-LEDGER-SUMMARY.
           IF WS-LEDGER-COUNT = 0 THEN
               DISPLAY 'The log holds no runs.'
