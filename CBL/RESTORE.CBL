       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-RESTORE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Ledger restore from a backup generation.  Every program that
      * writes a ledger first saves it into DATA/BACKUP (see
      * LEDGER-BACKUP); this lists what is kept and puts one back:
      *
      *   budget-restore <ledger>                lists the generations
      *   budget-restore <ledger> <generation>   restores one
      *
      * The list shows each generation's number, when it was taken,
      * the program whose write it preceded, its line count and its
      * balance (opening plus committed lines).  A restore runs under
      * the ledger's exclusive lock, asks for confirmation, saves the
      * ledger as it stood as one more generation (so the restore can
      * itself be undone), reseals the restored ledger's control
      * record, and writes a line to DATA/AUDIT.LOG so
      * BUDGET-AUDITRPT takes the jump in the figures as a restore,
      * not as drift.
      *
      * RETURN-CODE 8 on a usage error or when no such generation is
      * kept, 12 when the generations cannot be read or the restore
      * fails, 114 when the ledger is busy.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared per-run audit trail (see APPEND-RESTORE-AUDIT).
           SELECT AUDIT-FILE           ASSIGN TO "DATA/AUDIT.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(160).
       WORKING-STORAGE SECTION.
       01  WS-PARM-RAW                 PIC X(200).
       01  WS-LEDGER-FILE-NAME         PIC X(80).
       01  WS-GENERATION-TOKEN         PIC X(10).
       01  WS-GENERATION-DIGITS        PIC X(10).
       01  WS-RESTORE-SWITCH           PIC X VALUE 'N'.
           88  RESTORE-MODE            VALUE 'Y'.
       01  WS-GENERATION-WANTED        PIC 9(4) VALUE 0.
       01  WS-GEN-IDX                  PIC 9(3) USAGE COMP VALUE 0.
       01  WS-ANSWER                   PIC X.
      *    The run's status, set on RETURN-CODE only after the lock
      *    release, whose CALL would otherwise overwrite it.
       01  WS-EXIT-CODE                PIC 999 VALUE 0.
      *    Report formatting.
       01  WS-GEN-DISPLAY              PIC 9(4).
       01  WS-KEEP-DISPLAY             PIC Z9.
       01  WS-LINES-DISPLAY            PIC Z(6)9.
       01  WS-BALANCE-DISPLAY          PIC -(9)9.99.
      *    Audit line (see APPEND-RESTORE-AUDIT).
       01  WS-AUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-AUDIT-DATE               PIC 9(8).
       01  WS-AUDIT-TIME               PIC 9(8).
       01  WS-AUDIT-TIMESTAMP          PIC X(15).
       01  WS-LOCK-ANSWER              PIC X.
           COPY LEDGLOCK.
           COPY LEDGBACK.
           COPY LEDGSEAL.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-REQUEST.
           IF RESTORE-MODE THEN
               PERFORM ACQUIRE-LEDGER-LOCK
           END-IF.
           PERFORM LIST-GENERATIONS.
           IF RESTORE-MODE AND BK-STATUS = '0' THEN
               PERFORM RESTORE-CHOSEN-GENERATION
           END-IF.
           IF RESTORE-MODE THEN
               PERFORM RELEASE-LEDGER-LOCK
           END-IF.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
           GOBACK.

       DETERMINE-REQUEST.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-LEDGER-FILE-NAME WS-GENERATION-TOKEN.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-LEDGER-FILE-NAME WS-GENERATION-TOKEN
           END-UNSTRING.
           IF WS-LEDGER-FILE-NAME = SPACES THEN
               DISPLAY 'Usage: budget-restore <ledger>'
                       ' [<generation>]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-GENERATION-TOKEN = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
      *    'G0003' and '3' both name generation 3.
           MOVE WS-GENERATION-TOKEN TO WS-GENERATION-DIGITS.
           IF WS-GENERATION-TOKEN(1:1) = 'G'
                   OR WS-GENERATION-TOKEN(1:1) = 'g' THEN
               MOVE WS-GENERATION-TOKEN(2:) TO WS-GENERATION-DIGITS
           END-IF.
           IF FUNCTION TRIM(WS-GENERATION-DIGITS) IS NOT NUMERIC THEN
               DISPLAY 'Generation ''' FUNCTION TRIM(
                       WS-GENERATION-TOKEN) ''' is not a number.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-GENERATION-DIGITS)
               TO WS-GENERATION-WANTED.
           SET RESTORE-MODE TO TRUE.
           EXIT PARAGRAPH.

      *                                Same lock as BUDGET-MAINTAIN:
      *                                exclusive, and the operator may
      *                                take over a lock a crashed run
      *                                left behind.
       ACQUIRE-LEDGER-LOCK.
           MOVE 'A' TO LK-OP.
           MOVE WS-LEDGER-FILE-NAME TO LK-LEDGER-NAME.
           MOVE 'BUDGET-RESTORE' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'X' TO LK-MODE.
           MOVE 'N' TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = 'B' THEN
               DISPLAY 'Ledger busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
               DISPLAY 'Take the lock over anyway (only if it is'
                       ' stale)? (Y/N): ' WITH NO ADVANCING
               MOVE SPACE TO WS-LOCK-ANSWER
               ACCEPT WS-LOCK-ANSWER
               IF FUNCTION UPPER-CASE(WS-LOCK-ANSWER) = 'Y' THEN
                   MOVE 'Y' TO LK-FORCE
                   CALL 'LEDGER-LOCK' USING LK-REQUEST
               ELSE
                   MOVE 114 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF LK-STATUS NOT = '0' THEN
               DISPLAY 'Cannot lock the ledger: '
                       FUNCTION TRIM(LK-HOLDER)
               MOVE 114 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-LEDGER-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-LEDGER-FILE-NAME TO LK-LEDGER-NAME.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           EXIT PARAGRAPH.

       LIST-GENERATIONS.
           MOVE 'L' TO BK-OP.
           MOVE 'BUDGET-RESTORE' TO BK-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO BK-LEDGER-NAME.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           IF BK-STATUS = 'F' THEN
               DISPLAY 'Cannot read the backup generations of '
                       FUNCTION TRIM(WS-LEDGER-FILE-NAME) ': '
                       FUNCTION TRIM(BK-ERROR-TEXT)
               MOVE 12 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           IF BK-STATUS = 'N' THEN
               DISPLAY 'No backup generations are kept for '
                       FUNCTION TRIM(WS-LEDGER-FILE-NAME) '.'
               MOVE 8 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE BK-KEEP TO WS-KEEP-DISPLAY.
           DISPLAY 'Backup generations of '
                   FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                   ' (newest last, ' FUNCTION TRIM(WS-KEEP-DISPLAY)
                   ' kept):'.
           DISPLAY 'Gen   Taken at        Before write by   Lines'
                   '       Balance'.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > BK-GEN-COUNT
               PERFORM LIST-ONE-GENERATION
           END-PERFORM.
           EXIT PARAGRAPH.

       LIST-ONE-GENERATION.
           MOVE BK-GEN-NUMBER(WS-GEN-IDX) TO WS-GEN-DISPLAY.
           MOVE BK-GEN-LINES(WS-GEN-IDX) TO WS-LINES-DISPLAY.
           MOVE BK-GEN-BALANCE(WS-GEN-IDX) TO WS-BALANCE-DISPLAY.
           DISPLAY 'G' WS-GEN-DISPLAY ' '
                   BK-GEN-TAKEN-AT(WS-GEN-IDX) ' '
                   BK-GEN-PROGRAM(WS-GEN-IDX) ' '
                   WS-LINES-DISPLAY ' '
                   WS-BALANCE-DISPLAY.
           EXIT PARAGRAPH.

      *                                The generation must be on the
      *                                list just shown; the operator
      *                                confirms against its figures.
       RESTORE-CHOSEN-GENERATION.
           MOVE 0 TO BK-THIS-NUMBER.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > BK-GEN-COUNT
               IF BK-GEN-NUMBER(WS-GEN-IDX) = WS-GENERATION-WANTED
                   THEN
                   MOVE BK-GEN-NUMBER(WS-GEN-IDX) TO BK-THIS-NUMBER
                   MOVE BK-GEN-LINES(WS-GEN-IDX) TO WS-LINES-DISPLAY
                   MOVE BK-GEN-BALANCE(WS-GEN-IDX)
                       TO WS-BALANCE-DISPLAY
               END-IF
           END-PERFORM.
           MOVE WS-GENERATION-WANTED TO WS-GEN-DISPLAY.
           IF BK-THIS-NUMBER = 0 THEN
               DISPLAY 'No generation G' WS-GEN-DISPLAY
                       ' is kept for '
                       FUNCTION TRIM(WS-LEDGER-FILE-NAME) '.'
               MOVE 8 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY ' '.
           DISPLAY 'Restore ' FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                   ' from generation G' WS-GEN-DISPLAY ' ('
                   FUNCTION TRIM(WS-LINES-DISPLAY) ' lines, balance '
                   FUNCTION TRIM(WS-BALANCE-DISPLAY) ')? (Y/N): '
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = 'Y' THEN
               DISPLAY 'Left as it was.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO BK-OP.
           MOVE 'BUDGET-RESTORE' TO BK-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO BK-LEDGER-NAME.
           MOVE WS-GENERATION-WANTED TO BK-GENERATION.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           IF BK-STATUS NOT = '0' THEN
               DISPLAY 'Restore failed: ' FUNCTION TRIM(BK-ERROR-TEXT)
               MOVE 12 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESEAL-RESTORED-LEDGER.
           PERFORM APPEND-RESTORE-AUDIT.
           DISPLAY 'Restored ' FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                   ' from ' FUNCTION TRIM(BK-THIS-FILE) '.'.
           IF BK-SAVED-GENERATION > 0 THEN
               MOVE BK-SAVED-GENERATION TO WS-GEN-DISPLAY
               DISPLAY 'The ledger as it stood is kept as'
                       ' generation G' WS-GEN-DISPLAY '.'
           END-IF.
           EXIT PARAGRAPH.

      *                                The restored text is a state
      *                                this system wrote, so it is
      *                                sealed as it now stands.
       RESEAL-RESTORED-LEDGER.
           MOVE 'W' TO SL-OP.
           MOVE 'BUDGET-RESTORE' TO SL-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY 'WARNING: control record not written: '
                       FUNCTION TRIM(SL-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                A restore moves the figures
      *                                with no keyed entry behind the
      *                                move - exactly what the drift
      *                                report looks for - so it goes
      *                                on the trail by name.
       APPEND-RESTORE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WS-AUDIT-TIMESTAMP.
           STRING WS-AUDIT-DATE             DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)        DELIMITED BY SIZE
                  INTO WS-AUDIT-TIMESTAMP
           END-STRING.
           MOVE BK-THIS-NUMBER TO WS-GEN-DISPLAY.
           MOVE BK-THIS-LINES TO WS-LINES-DISPLAY.
           MOVE BK-THIS-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-AUDIT-TIMESTAMP       DELIMITED BY SIZE
                  ' ledger='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                                           DELIMITED BY SIZE
                  ' restored-from='        DELIMITED BY SIZE
                  FUNCTION TRIM(BK-THIS-FILE)
                                           DELIMITED BY SIZE
                  ' generation='           DELIMITED BY SIZE
                  WS-GEN-DISPLAY           DELIMITED BY SIZE
                  ' lines='                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINES-DISPLAY)
                                           DELIMITED BY SIZE
                  ' balance='              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-DISPLAY)
                                           DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35' THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.
           EXIT PARAGRAPH.
