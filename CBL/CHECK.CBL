      * number in one pass, instead of stopping at the first one.
      * The ledger itself is never touched.
      *
      *   budget-check <ledger> [WAIT]
      *   budget-check LIST <manifest-file> [WAIT]
      *
      * The manifest is BUDGET-CONSOL's: one ledger name per line,
      * '*' comments allowed.  Every ledger on it is checked in turn.
      *
      * Reported:
      *   - lines that don't parse at all (bad amount columns, mode
      *   - split portions with no parent line, portions that do not
      *     sum to their parent, and a split parent that also
      *     carries its own category (its totals would double-count)
      *   - across a manifest only: a transfer leg (a line carrying a
      *     BUDGET-MAINTAIN TRANSFER reference) whose partner leg is
      *     on none of the other ledgers, or whose partner's amount
      *     or currency does not cancel it
      *
      * Before any of that, the ledger is verified against its
      * control record (see LEDGER-SEAL): a ledger edited outside
      * the programs that seal it is reported with every control
      * figure that disagrees, and the lines are still checked so
      * the report shows what the edit left behind.  A ledger with
      * no control record yet is only noted.
      *
      * RETURN-CODE 8 when anything was found, 0 on a clean ledger,
      * 119 when a ledger's seal is broken, 12 when a ledger cannot
      * be read at all.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE        ASSIGN TO DYNAMIC
                                                  WS-MANIFEST-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                                IS WS-MANIFEST-STATUS.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RATES-STATUS.
                                       FILE STATUS IS WS-CATM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(80).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       FD  CATEGORY-FILE.
           05  WS-CATM-IN-ACTIVE       PIC X(05).
       01  WS-LEDGER-NAME              PIC X(80).
       01  WS-PARM-RAW                 PIC X(100).
      *    The ledgers to check: the one command-line ledger, or
      *    every ledger on a LIST manifest.
       01  WS-MANIFEST-NAME            PIC X(80).
       01  WS-MANIFEST-STATUS          PIC XX VALUE '00'.
       01  WS-PARM-TOKEN-3             PIC X(20).
       01  WS-LIST-SWITCH              PIC X VALUE 'N'.
           88  LIST-MODE               VALUE 'Y'.
       77  WS-FILE-TABLE-SIZE          PIC 99 VALUE 30.
       01  WS-FILE-TABLE.
           05  WS-FILE-NAME-ENTRY      OCCURS 30 TIMES PIC X(80).
       01  WS-FILE-COUNT               PIC 99 VALUE 0.
       01  WS-FILE-IDX                 PIC 99 VALUE 0.
       01  WS-OPEN-FAIL-SWITCH         PIC X VALUE 'N'.
           88  WS-ANY-OPEN-FAILED      VALUE 'Y'.
      *    Transfer legs met across the manifest, paired up on their
      *    shared reference once every ledger has been read (see
      *    CHECK-TRANSFER-PAIRS).
       77  WS-XFER-TABLE-SIZE          PIC 99 VALUE 60.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY           OCCURS 60 TIMES
                                       INDEXED BY WS-XFER-IDX
                                                  WS-XFER-IDX2.
               10  WS-XFER-REF         PIC X(14) VALUE SPACES.
               10  WS-XFER-AMOUNT      PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
               10  WS-XFER-CURRENCY    PIC XXX VALUE SPACES.
               10  WS-XFER-FILE-IDX    PIC 99 VALUE 0.
               10  WS-XFER-LINE-NO     PIC 9(6) VALUE 0.
               10  WS-XFER-PAIRED      PIC X VALUE 'N'.
       01  WS-XFER-COUNT               PIC 99 VALUE 0.
       01  WS-XFER-OVER-SWITCH         PIC X VALUE 'N'.
           88  WS-XFER-OVERFLOWED      VALUE 'Y'.
       01  WS-XFER-PARTNER-SWITCH      PIC X VALUE 'N'.
           88  WS-XFER-PARTNER-FOUND   VALUE 'Y'.
       01  WS-XFER-AMOUNT-DISPLAY      PIC -(6)9.99.
       01  WS-XFER-PARTNER-DISPLAY     PIC -(6)9.99.
       01  WS-XFER-LINE-DISPLAY        PIC ZZZZZ9.
       01  WS-PROBLEM-COUNT            PIC 9(6) VALUE 0.
       01  WS-INITIAL-COUNT            PIC 9(4) VALUE 0.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
           COPY LEDGLOCK.
           COPY LEDGREAD.
      *    Control-total seal (see VERIFY-LEDGER-SEAL).
       01  WS-SEAL-IDX                 PIC 9 VALUE 0.
       01  WS-SEAL-BROKEN-SWITCH       PIC X VALUE 'N'.
           88  WS-ANY-SEAL-BROKEN      VALUE 'Y'.
           COPY LEDGSEAL.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-LEDGER-FILE.
           PERFORM LOAD-RATE-CODES.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO WS-LEDGER-NAME
               PERFORM CHECK-ONE-LEDGER
           END-PERFORM.
      *    A transfer's partner is on another ledger, so the pairs
      *    can only be judged across a manifest.
           IF LIST-MODE THEN
               PERFORM CHECK-TRANSFER-PAIRS
           END-IF.

           IF WS-PROBLEM-COUNT = 0 THEN
               IF NOT WS-ANY-OPEN-FAILED THEN
                   DISPLAY '  No problems found.'
               END-IF
           ELSE
               MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' problem(s) found.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ANY-SEAL-BROKEN THEN
               MOVE 119 TO RETURN-CODE
           END-IF.
           IF WS-ANY-OPEN-FAILED THEN
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      *                                One ledger, start to finish:
      *                                the split and opening-balance
      *                                bookkeeping starts afresh, the
      *                                problem count runs on.
       CHECK-ONE-LEDGER.
           IF WS-LEDGER-NAME = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SPLIT-ACTIVE-SWITCH.
           MOVE 0 TO WS-SPLIT-PARENT-AMOUNT WS-SPLIT-PORTION-SUM
                     WS-SPLIT-PARENT-LINE.
           MOVE SPACES TO WS-SPLIT-PARENT-CATEGORY.
           MOVE 0 TO WS-INITIAL-COUNT.
           PERFORM ACQUIRE-LEDGER-LOCK.
           DISPLAY 'Checking ' FUNCTION TRIM(WS-LEDGER-NAME) ':'.
           PERFORM VERIFY-LEDGER-SEAL.
           MOVE 'O' TO LR-OP.
           MOVE WS-LEDGER-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
                       FUNCTION TRIM(WS-LEDGER-NAME) ': '
                       FUNCTION TRIM(LR-ERROR-TEXT)
               PERFORM RELEASE-LEDGER-LOCK
               SET WS-ANY-OPEN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
           PERFORM CHECK-SPLIT-COMPLETE.
           PERFORM CHECK-OPENING-BALANCE-COUNT.
           PERFORM RELEASE-LEDGER-LOCK.
           EXIT PARAGRAPH.

      *                                Runs before this program opens
      *                                its own reader stream - the
      *                                seal's passes read the ledger
      *                                through LEDGER-READER too, and
      *                                the reader has one stream.
       VERIFY-LEDGER-SEAL.
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-CHECK' TO SL-PROGRAM.
           MOVE WS-LEDGER-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           EVALUATE SL-STATUS
               WHEN 'N'
                   DISPLAY '  (no control record - the ledger is'
                           ' not sealed yet)'
               WHEN 'M'
                   SET WS-ANY-SEAL-BROKEN TO TRUE
                   ADD 1 TO WS-PROBLEM-COUNT
                   DISPLAY '  SEAL BROKEN - the ledger does not match'
                           ' its control record:'
                   IF SL-SEALED-AT NOT = SPACES THEN
                       DISPLAY '    last sealed by '
                               FUNCTION TRIM(SL-SEALED-BY)
                               ' at ' SL-SEALED-AT
                   END-IF
                   PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                           UNTIL WS-SEAL-IDX > SL-MISMATCH-COUNT
                       DISPLAY '    ' FUNCTION TRIM(
                                   SL-MISMATCH-TEXT(WS-SEAL-IDX))
                   END-PERFORM
               WHEN 'F'
                   DISPLAY '  seal not verified: '
                           FUNCTION TRIM(SL-ERROR-TEXT)
           END-EVALUATE.
           EXIT PARAGRAPH.

       DETERMINE-LEDGER-FILE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-LEDGER-NAME WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
           END-UNSTRING.
           IF WS-LEDGER-NAME = SPACES
                   OR (WS-LEDGER-NAME = 'LIST'
                       AND WS-PARM-TOKEN-2 = SPACES) THEN
               DISPLAY 'Usage: budget-check <ledger> [WAIT]'
               DISPLAY '       budget-check LIST <manifest-file> [WAIT]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-FILE-TABLE.
           IF WS-LEDGER-NAME = 'LIST' THEN
               SET LIST-MODE TO TRUE
               MOVE WS-PARM-TOKEN-2 TO WS-MANIFEST-NAME
               IF WS-PARM-TOKEN-3 = 'WAIT' THEN
                   SET LOCK-WAIT-MODE TO TRUE
               END-IF
               PERFORM LOAD-MANIFEST
           ELSE
               MOVE 1 TO WS-FILE-COUNT
               MOVE WS-LEDGER-NAME TO WS-FILE-NAME-ENTRY(1)
               IF WS-PARM-TOKEN-2 = 'WAIT' THEN
                   SET LOCK-WAIT-MODE TO TRUE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       LOAD-MANIFEST.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00' THEN
               DISPLAY 'Cannot read the manifest '
                       FUNCTION TRIM(WS-MANIFEST-NAME)
                       ', file status ' WS-MANIFEST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MANIFEST-STATUS NOT = '00'
               READ MANIFEST-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF WS-FILE-COUNT = 0 THEN
               DISPLAY 'The manifest names no ledgers.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       NOTE-MANIFEST-LINE.
           IF MANIFEST-LINE = SPACES
                   OR MANIFEST-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-COUNT >= WS-FILE-TABLE-SIZE THEN
               DISPLAY 'WARNING: only the first ' WS-FILE-TABLE-SIZE
                       ' manifest ledgers are checked.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE MANIFEST-LINE TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT).
           EXIT PARAGRAPH.

       ACQUIRE-LEDGER-LOCK.
           MOVE 'A' TO LK-OP.
           MOVE WS-LEDGER-NAME TO LK-LEDGER-NAME.
               DELIMITED BY ';'
               INTO WS-RATES-IN-CODE WS-RATES-IN-RATE
           END-UNSTRING.
           IF WS-RATES-IN-CODE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
      *    Dated rates repeat the code, one line per effective date;
      *    it is held here once.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATES-IN-CODE))
               TO WS-RATES-IN-CODE.
           SET WS-RATE-FOUND-SWITCH TO 'N'.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-RATES-IN-CODE(1:3)
                   THEN
                   SET WS-RATE-FOUND TO TRUE
                   SET WS-RATE-IDX TO WS-RATE-COUNT
               END-IF
           END-PERFORM.
           IF NOT WS-RATE-FOUND THEN
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RATES-IN-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *                                'GROC;Groceries;Y' - a blank
      *                                flag means active.  '*' lines
      *                                are comments.
      *                                An optional 4th column is the
      *                                category's tax class, read by
      *                                BUDGET-ANNUAL only.
       LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATM-STATUS NOT = '00' THEN
           IF WS-HAVE-CATMASTER AND LR-CATEGORY NOT = SPACES THEN
               PERFORM CHECK-CATEGORY-KNOWN
           END-IF.
           IF LR-XFER-REF NOT = SPACES THEN
               PERFORM NOTE-TRANSFER-LEG
           END-IF.
      *    Remember this line as the split parent candidate; its
      *    category only matters if portions actually follow (see
      *    CHECK-SPLIT-PORTION's first-portion test).
           END-EVALUATE.
           EXIT PARAGRAPH.

       NOTE-TRANSFER-LEG.
           IF WS-XFER-COUNT >= WS-XFER-TABLE-SIZE THEN
               IF NOT WS-XFER-OVERFLOWED THEN
                   DISPLAY 'WARNING: more than ' WS-XFER-TABLE-SIZE
                           ' transfer legs - the rest go unpaired.'
                   SET WS-XFER-OVERFLOWED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-XFER-COUNT.
           MOVE LR-XFER-REF TO WS-XFER-REF(WS-XFER-COUNT).
           MOVE LR-AMOUNT TO WS-XFER-AMOUNT(WS-XFER-COUNT).
           MOVE LR-CURRENCY TO WS-XFER-CURRENCY(WS-XFER-COUNT).
           MOVE WS-FILE-IDX TO WS-XFER-FILE-IDX(WS-XFER-COUNT).
           MOVE LR-LINE-NO TO WS-XFER-LINE-NO(WS-XFER-COUNT).
           MOVE 'N' TO WS-XFER-PAIRED(WS-XFER-COUNT).
           EXIT PARAGRAPH.

      *                                Every leg needs exactly one
      *                                partner with its reference on
      *                                another ledger of the manifest,
      *                                in the same currency, for the
      *                                opposite amount.
       CHECK-TRANSFER-PAIRS.
           IF WS-XFER-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Checking transfer pairs across the manifest:'.
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-COUNT
               IF WS-XFER-PAIRED(WS-XFER-IDX) = 'N' THEN
                   PERFORM CHECK-ONE-TRANSFER-LEG
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHECK-ONE-TRANSFER-LEG.
           MOVE 'N' TO WS-XFER-PARTNER-SWITCH.
           PERFORM VARYING WS-XFER-IDX2 FROM 1 BY 1
                   UNTIL WS-XFER-IDX2 > WS-XFER-COUNT
                      OR WS-XFER-PARTNER-FOUND
               IF WS-XFER-IDX2 NOT = WS-XFER-IDX
                       AND WS-XFER-PAIRED(WS-XFER-IDX2) = 'N'
                       AND WS-XFER-REF(WS-XFER-IDX2)
                           = WS-XFER-REF(WS-XFER-IDX)
                       AND WS-XFER-FILE-IDX(WS-XFER-IDX2)
                           NOT = WS-XFER-FILE-IDX(WS-XFER-IDX) THEN
                   SET WS-XFER-PARTNER-FOUND TO TRUE
                   MOVE 'Y' TO WS-XFER-PAIRED(WS-XFER-IDX)
                   MOVE 'Y' TO WS-XFER-PAIRED(WS-XFER-IDX2)
                   IF WS-XFER-AMOUNT(WS-XFER-IDX)
                           + WS-XFER-AMOUNT(WS-XFER-IDX2) NOT = 0
                           OR WS-XFER-CURRENCY(WS-XFER-IDX)
                           NOT = WS-XFER-CURRENCY(WS-XFER-IDX2) THEN
                       PERFORM SAY-TRANSFER-MISMATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-XFER-PARTNER-FOUND THEN
               MOVE 'Y' TO WS-XFER-PAIRED(WS-XFER-IDX)
               MOVE WS-XFER-LINE-NO(WS-XFER-IDX) TO WS-LINE-NO-DISPLAY
               DISPLAY '  ' FUNCTION TRIM(WS-FILE-NAME-ENTRY(
                               WS-XFER-FILE-IDX(WS-XFER-IDX)))
                       ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                       ': transfer ' WS-XFER-REF(WS-XFER-IDX)
                       ' has no partner leg on the other ledgers.'
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.
           EXIT PARAGRAPH.

       SAY-TRANSFER-MISMATCH.
           MOVE WS-XFER-LINE-NO(WS-XFER-IDX) TO WS-LINE-NO-DISPLAY.
           MOVE WS-XFER-LINE-NO(WS-XFER-IDX2) TO WS-XFER-LINE-DISPLAY.
           MOVE WS-XFER-AMOUNT(WS-XFER-IDX) TO WS-XFER-AMOUNT-DISPLAY.
           MOVE WS-XFER-AMOUNT(WS-XFER-IDX2)
               TO WS-XFER-PARTNER-DISPLAY.
           DISPLAY '  ' FUNCTION TRIM(WS-FILE-NAME-ENTRY(
                           WS-XFER-FILE-IDX(WS-XFER-IDX)))
                   ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                   ': transfer ' WS-XFER-REF(WS-XFER-IDX) ' of '
                   FUNCTION TRIM(WS-XFER-AMOUNT-DISPLAY) ' '
                   WS-XFER-CURRENCY(WS-XFER-IDX)
                   ' does not cancel '
                   FUNCTION TRIM(WS-XFER-PARTNER-DISPLAY) ' '
                   WS-XFER-CURRENCY(WS-XFER-IDX2) ' on '
                   FUNCTION TRIM(WS-FILE-NAME-ENTRY(
                       WS-XFER-FILE-IDX(WS-XFER-IDX2)))
                   ' line ' FUNCTION TRIM(WS-XFER-LINE-DISPLAY) '.'.
           ADD 1 TO WS-PROBLEM-COUNT.
           EXIT PARAGRAPH.

       REPORT-UNPARSEABLE-LINE.
           PERFORM SAY-LINE-NO.
           DISPLAY '  line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
