       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-REVALUE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Foreign-currency revaluation: what the money held in each
      * currency was worth when it was booked, what it is worth at
      * today's rate, and the unrealised gain or loss in between -
      * the month-end figure the other reports fold away.
      *
      *   budget-revalue ACCOUNT <name> [PERIOD <yyyymm>[-<yyyymm>]]
      *                  [ASOF <yyyymmdd>] [OUTPUT <file>] [WAIT]
      *   budget-revalue <ledger> [<ledger> ...] [ASOF <yyyymmdd>]
      *                  [OUTPUT <file>] [WAIT]
      *
      * ACCOUNT takes the account's catalogued periods, the .CLOSED
      * archives and the live ledger, oldest first (the latest 24
      * when there are more); otherwise the ledgers named are read
      * in the order given.  Either format is read via
      * LEDGER-READER.
      *
      * Only foreign-currency money actually held counts: opening
      * balances and actual lines with a currency code.  P/R
      * projections are not held, and the portions of a split are
      * detail of their money line.  For each currency, and each
      * ledger holding some, the report shows
      *
      *   FOREIGN     the amount held, in the currency itself
      *   BOOKED      the lines folded the way every other report
      *               folds them: each at the DATA/RATES.CSV rate in
      *               force on its own date
      *   REVALUED    the amount held at the rate in force on the
      *               ASOF date (today by default)
      *   GAIN/LOSS   REVALUED less BOOKED, the unrealised gain (or,
      *               negative, the loss) in the default currency
      *
      * with a total per currency and the net gain or loss over all
      * of them.  A currency with no rate on file at all cannot be
      * revalued; it is listed, left out of the totals and warned
      * about.
      *
      * The report goes to <account>.REVALUE (<last ledger>.REVALUE
      * for named ledgers, or the OUTPUT file) and its totals to
      * the console.  For month-end, a JOBRUN step such as
      *
      *   4;budget-revalue ACCOUNT HOME OUTPUT HOME.REVALUE WAIT
      *
      * keeps the run on file; ASOF reruns a past month-end at the
      * rates in force that day.
      *
      * Return codes: 0 all revalued, 4 a currency without a rate
      * or an unreadable line, 8 usage, 12 a ledger or the report
      * could not be read or written.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE          ASSIGN TO DYNAMIC
                                                  WS-OUTPUT-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-REPORT-STATUS.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RATES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS            PIC XX VALUE '00'.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 12 TIMES PIC X(80).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
       01  WS-ACCOUNT                  PIC X(20) VALUE SPACES.
       01  WS-OUTPUT-NAME              PIC X(85) VALUE SPACES.
      *    The revaluation date, and an alternate view to check it.
       01  WS-ASOF-TOKEN               PIC X(80) VALUE SPACES.
       01  WS-ASOF-DATE                PIC X(8) VALUE SPACES.
       01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YEAR            PIC 9(4).
           05  WS-ASOF-MONTH           PIC 9(2).
           05  WS-ASOF-DAY             PIC 9(2).
       01  WS-TODAY-DATE               PIC 9(8).
      *    The ledgers read, in the order given.
       77  WS-FILE-TABLE-SIZE          PIC 99 VALUE 24.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY           OCCURS 24 TIMES.
               10  WS-FILE-NAME-ENTRY  PIC X(80).
       01  WS-FILE-COUNT               PIC 99 VALUE 0.
       01  WS-FILE-IDX                 PIC 99 VALUE 0.
       01  WS-OPEN-FAIL-SWITCH         PIC X VALUE 'N'.
           88  WS-ANY-OPEN-FAILED      VALUE 'Y'.
       01  WS-BAD-LINE-COUNT           PIC 9(5) VALUE 0.
      *    The currencies met, in the order first met.
       77  WS-CUR-TABLE-SIZE           PIC 99 VALUE 20.
       01  WS-CUR-TABLE.
           05  WS-CUR-CODE             OCCURS 20 TIMES PIC XXX.
       01  WS-CUR-COUNT                PIC 99 VALUE 0.
       01  WS-CUR-IDX                  PIC 99 VALUE 0.
       01  WS-CUR-SCAN                 PIC 99 VALUE 0.
      *    One row per ledger and currency held in it.
       77  WS-ROW-TABLE-SIZE           PIC 9(3) VALUE 200.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY            OCCURS 200 TIMES.
               10  WS-ROW-FILE         PIC 99.
               10  WS-ROW-CURRENCY     PIC XXX.
               10  WS-ROW-LINES        PIC 9(5).
               10  WS-ROW-FOREIGN      PIC S9(11)V99 USAGE COMP-3.
               10  WS-ROW-BOOKED       PIC S9(11)V99 USAGE COMP-3.
       01  WS-ROW-COUNT                PIC 9(3) VALUE 0.
       01  WS-ROW-IDX                  PIC 9(3) VALUE 0.
       01  WS-ROW-SLOT                 PIC 9(3) VALUE 0.
       01  WS-ROW-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-ROW-FULL-NOTED       VALUE 'Y'.
      *    One currency's figures while it is reported.
       01  WS-REVALUE-RATE             PIC 9(3)V9(6) USAGE COMP-3
                                       VALUE 0.
       01  WS-HAVE-RATE-SWITCH         PIC X VALUE 'N'.
           88  WS-HAVE-RATE            VALUE 'Y'.
       01  WS-ROW-REVALUED             PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ROW-GAIN                 PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CUR-FOREIGN              PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CUR-BOOKED               PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CUR-REVALUED             PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CUR-GAIN                 PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-NET-GAIN                 PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-REVALUED-COUNT           PIC 99 VALUE 0.
      *    Exchange rates, same shape and rules as BUDGET-MAIN's.
       77  WS-RATE-TABLE-SIZE          PIC 99 VALUE 60.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY           OCCURS 60 TIMES
                                       INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CODE        PIC XXX VALUE SPACES.
               10  WS-RATE-FROM        PIC X(8) VALUE SPACES.
               10  WS-RATE-VALUE       PIC 9(3)V9(6) USAGE COMP-3
                                       VALUE 0.
       01  WS-RATE-COUNT               PIC 99 VALUE 0.
      *    The entry picked for a currency on a date (see
      *    PICK-FOLD-RATE) and the earliest-dated one for it.
       01  WS-PICK-CURRENCY            PIC XXX VALUE SPACES.
       01  WS-PICK-DATE                PIC X(8) VALUE SPACES.
       01  WS-RATE-PICK                PIC 99 VALUE 0.
       01  WS-RATE-FIRST               PIC 99 VALUE 0.
       01  WS-RATES-IN.
           05  WS-RATES-IN-CODE        PIC X(10).
           05  WS-RATES-IN-RATE        PIC X(15).
           05  WS-RATES-IN-FROM        PIC X(10).
       01  WS-FOLD-AMOUNT              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-NO-RATE-CODES.
           05  WS-NO-RATE-CODE         OCCURS 10 TIMES PIC XXX
                                       VALUE SPACES.
       01  WS-NO-RATE-COUNT            PIC 99 VALUE 0.
       01  WS-NO-RATE-IDX              PIC 99 VALUE 0.
       01  WS-NO-RATE-SEEN-SWITCH      PIC X VALUE 'N'.
           88  WS-NO-RATE-SEEN         VALUE 'Y'.
      *    Report formatting.
       01  WS-MONEY-DISPLAY            PIC -(10)9.99.
       01  WS-RATE-DISPLAY             PIC ZZ9.999999.
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-GAIN-WORD                PIC X(4).
      *    Shared read lock per ledger, honoured with every other
      *    program that opens one.  A 'WAIT' token retries busy
      *    locks for a while - for batch runs.
       01  WS-LOCK-WAIT-SWITCH         PIC X VALUE 'N'.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
       01  WS-LOCK-HELD-SWITCH         PIC X VALUE 'N'.
           88  WS-LOCK-HELD            VALUE 'Y'.
           COPY LEDGLOCK.
      *    'ACCOUNT <name> [PERIOD <range>]' selection from the
      *    ledger catalog (see SELECT-FROM-CATALOG).
       01  WS-PERIOD-RANGE             PIC X(20) VALUE SPACES.
       01  WS-DASH-COUNT               PIC 99 VALUE 0.
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CT-FIRST                 PIC 9(4) USAGE COMP VALUE 0.
           COPY LEDGCAT.
           COPY LEDGREAD.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM TALLY-ONE-LEDGER
           END-PERFORM.
           PERFORM OPEN-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM REPORT-ONE-CURRENCY
           END-PERFORM.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-ANY-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NO-RATE-COUNT > 0 OR WS-BAD-LINE-COUNT > 0
                       OR WS-ROW-FULL-NOTED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       DETERMINE-FILES.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE WS-FILE-TABLE.
           MOVE SPACES TO CT-FROM-PERIOD CT-TO-PERIOD.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                    WS-TOKEN(12)
               TALLYING IN WS-TOKEN-COUNT
               ON OVERFLOW
                   DISPLAY 'WARNING: only the first 12 arguments are'
                           ' read, the rest of the command line is'
                           ' ignored.'
           END-UNSTRING.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM NOTE-ARGUMENT-TOKEN
           END-PERFORM.
           PERFORM SET-ASOF-DATE.
           IF WS-ACCOUNT NOT = SPACES AND WS-FILE-COUNT > 0 THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF WS-ACCOUNT NOT = SPACES THEN
               PERFORM SELECT-FROM-CATALOG
           ELSE
               IF WS-PERIOD-RANGE NOT = SPACES THEN
                   PERFORM SHOW-USAGE
               END-IF
           END-IF.
           IF WS-FILE-COUNT = 0 THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF WS-OUTPUT-NAME = SPACES THEN
               IF WS-ACCOUNT NOT = SPACES THEN
                   STRING FUNCTION TRIM(WS-ACCOUNT)
                                        DELIMITED BY SIZE
                          '.REVALUE'    DELIMITED BY SIZE
                          INTO WS-OUTPUT-NAME
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(
                              WS-FILE-NAME-ENTRY(WS-FILE-COUNT))
                                        DELIMITED BY SIZE
                          '.REVALUE'    DELIMITED BY SIZE
                          INTO WS-OUTPUT-NAME
                   END-STRING
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                Today unless ASOF names a real
      *                                calendar date, YYYYMMDD.
       SET-ASOF-DATE.
           IF WS-ASOF-TOKEN = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO WS-ASOF-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASOF-TOKEN(1:8) IS NOT NUMERIC
                   OR WS-ASOF-TOKEN(9:2) NOT = SPACES THEN
               DISPLAY 'The ASOF date must be 8 digits (YYYYMMDD).'
               PERFORM SHOW-USAGE
           END-IF.
           MOVE WS-ASOF-TOKEN(1:8) TO WS-ASOF-DATE.
           IF WS-ASOF-MONTH < 1 OR WS-ASOF-MONTH > 12
                   OR WS-ASOF-DAY < 1 OR WS-ASOF-DAY > 31 THEN
               DISPLAY 'Not a real calendar date: ' WS-ASOF-DATE '.'
               PERFORM SHOW-USAGE
           END-IF.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-revalue ACCOUNT <name> '
                   '[PERIOD <yyyymm>[-<yyyymm>]] [ASOF <yyyymmdd>]'
                   ' [OUTPUT <file>] [WAIT]'.
           DISPLAY '   or: budget-revalue <ledger> [<ledger> ...]'
                   ' [ASOF <yyyymmdd>] [OUTPUT <file>] [WAIT]'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *                                ACCOUNT, PERIOD, ASOF and
      *                                OUTPUT take the token after
      *                                them; WAIT is a switch;
      *                                anything else is a ledger.
       NOTE-ARGUMENT-TOKEN.
           EVALUATE WS-TOKEN(WS-TOKEN-IDX)
               WHEN SPACES
                   CONTINUE
               WHEN 'ACCOUNT'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-ACCOUNT
               WHEN 'PERIOD'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-PERIOD-RANGE
               WHEN 'ASOF'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-ASOF-TOKEN
               WHEN 'OUTPUT'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-OUTPUT-NAME
               WHEN 'WAIT'
                   SET LOCK-WAIT-MODE TO TRUE
               WHEN OTHER
                   IF WS-FILE-COUNT >= WS-FILE-TABLE-SIZE THEN
                       DISPLAY 'WARNING: '
                               FUNCTION TRIM(WS-TOKEN(WS-TOKEN-IDX))
                               ' ignored - too many ledgers.'
                   ELSE
                       ADD 1 TO WS-FILE-COUNT
                       MOVE WS-TOKEN(WS-TOKEN-IDX)
                           TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT)
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       TAKE-NEXT-TOKEN.
           IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
               PERFORM SHOW-USAGE
           END-IF.
           ADD 1 TO WS-TOKEN-IDX.
           EXIT PARAGRAPH.

      *                                The account's catalogued
      *                                periods, oldest first, become
      *                                the file list.
       SELECT-FROM-CATALOG.
           MOVE WS-ACCOUNT TO CT-ACCOUNT.
           IF WS-PERIOD-RANGE NOT = SPACES THEN
               PERFORM SPLIT-PERIOD-RANGE
           END-IF.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-REVALUE' TO CT-PROGRAM.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = 'F' THEN
               DISPLAY 'Cannot read the ledger catalog: '
                       FUNCTION TRIM(CT-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CT-STATUS = 'N' THEN
               DISPLAY 'No catalogued periods for account '
                       FUNCTION TRIM(CT-ACCOUNT)
                       ' in the range asked for.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO WS-CT-FIRST.
           IF CT-SELECT-COUNT > WS-FILE-TABLE-SIZE THEN
               COMPUTE WS-CT-FIRST
                     = CT-SELECT-COUNT - WS-FILE-TABLE-SIZE + 1
               END-COMPUTE
               DISPLAY 'WARNING: only the last '
                       WS-FILE-TABLE-SIZE
                       ' catalogued periods are read.'
           END-IF.
           MOVE 0 TO WS-FILE-COUNT.
           PERFORM VARYING WS-CT-IDX FROM WS-CT-FIRST BY 1
                   UNTIL WS-CT-IDX > CT-SELECT-COUNT
               ADD 1 TO WS-FILE-COUNT
               MOVE CT-SEL-FILE(WS-CT-IDX)
                   TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                '<from>-<to>', '<from>-' or
      *                                '-<to>' for open ends, or one
      *                                month on its own.
       SPLIT-PERIOD-RANGE.
           MOVE 0 TO WS-DASH-COUNT.
           INSPECT WS-PERIOD-RANGE TALLYING WS-DASH-COUNT FOR ALL '-'.
           UNSTRING WS-PERIOD-RANGE
               DELIMITED BY '-'
               INTO CT-FROM-PERIOD CT-TO-PERIOD
           END-UNSTRING.
           IF WS-DASH-COUNT = 0 THEN
               MOVE CT-FROM-PERIOD TO CT-TO-PERIOD
           END-IF.
           EXIT PARAGRAPH.

       ACQUIRE-LEDGER-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LK-LEDGER-NAME.
           MOVE 'BUDGET-REVALUE' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'S' TO LK-MODE.
           MOVE WS-LOCK-WAIT-SWITCH TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = '0' THEN
               SET WS-LOCK-HELD TO TRUE
           ELSE
               DISPLAY FUNCTION TRIM(
                           WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                       ' busy: held by '
                       FUNCTION TRIM(LK-HOLDER)
                       ' - left out of the revaluation.'
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-LEDGER-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LK-LEDGER-NAME.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           EXIT PARAGRAPH.

       TALLY-ONE-LEDGER.
           PERFORM ACQUIRE-LEDGER-LOCK.
           IF NOT WS-LOCK-HELD THEN
               SET WS-ANY-OPEN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO LR-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               DISPLAY FUNCTION TRIM(
                           WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                       ': ' FUNCTION TRIM(LR-ERROR-TEXT)
               SET WS-ANY-OPEN-FAILED TO TRUE
               PERFORM RELEASE-LEDGER-LOCK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0' PERFORM TALLY-ONE-ENTRY
                   WHEN 'E' PERFORM REPORT-BAD-LINE
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           PERFORM RELEASE-LEDGER-LOCK.
           EXIT PARAGRAPH.

      *                                Foreign money held: an opening
      *                                balance or an actual line with
      *                                a currency code.
       TALLY-ONE-ENTRY.
           IF LR-CURRENCY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF LR-MODE NOT = 'A' AND LR-MODE NOT = 'I' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-REVALUE-ROW.
           IF WS-ROW-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-FOLD-AMOUNT.
           ADD 1 TO WS-ROW-LINES(WS-ROW-SLOT).
           ADD LR-AMOUNT TO WS-ROW-FOREIGN(WS-ROW-SLOT).
           ADD WS-FOLD-AMOUNT TO WS-ROW-BOOKED(WS-ROW-SLOT).
           EXIT PARAGRAPH.

      *                                The row for this ledger and
      *                                currency, opened on first use;
      *                                zero when the table is full.
       FIND-REVALUE-ROW.
           MOVE 0 TO WS-ROW-SLOT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                      OR WS-ROW-SLOT > 0
               IF WS-ROW-FILE(WS-ROW-IDX) = WS-FILE-IDX
                       AND WS-ROW-CURRENCY(WS-ROW-IDX) = LR-CURRENCY
                   THEN
                   MOVE WS-ROW-IDX TO WS-ROW-SLOT
               END-IF
           END-PERFORM.
           IF WS-ROW-SLOT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOTE-CURRENCY.
           IF WS-ROW-COUNT >= WS-ROW-TABLE-SIZE
                   OR WS-CUR-IDX = 0 THEN
               IF NOT WS-ROW-FULL-NOTED THEN
                   DISPLAY 'WARNING: too many ledger and currency'
                           ' pairs - '
                           FUNCTION TRIM(
                               WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                           ' ' LR-CURRENCY
                           ' and later ones are left out.'
                   SET WS-ROW-FULL-NOTED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-ROW-SLOT.
           MOVE WS-FILE-IDX TO WS-ROW-FILE(WS-ROW-SLOT).
           MOVE LR-CURRENCY TO WS-ROW-CURRENCY(WS-ROW-SLOT).
           MOVE 0 TO WS-ROW-LINES(WS-ROW-SLOT).
           MOVE 0 TO WS-ROW-FOREIGN(WS-ROW-SLOT).
           MOVE 0 TO WS-ROW-BOOKED(WS-ROW-SLOT).
           EXIT PARAGRAPH.

      *                                WS-CUR-IDX comes back on the
      *                                currency's entry, zero when the
      *                                table is full.
       NOTE-CURRENCY.
           MOVE 0 TO WS-CUR-IDX.
           PERFORM VARYING WS-CUR-SCAN FROM 1 BY 1
                   UNTIL WS-CUR-SCAN > WS-CUR-COUNT
                      OR WS-CUR-IDX > 0
               IF WS-CUR-CODE(WS-CUR-SCAN) = LR-CURRENCY THEN
                   MOVE WS-CUR-SCAN TO WS-CUR-IDX
               END-IF
           END-PERFORM.
           IF WS-CUR-IDX > 0
                   OR WS-CUR-COUNT >= WS-CUR-TABLE-SIZE THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           MOVE LR-CURRENCY TO WS-CUR-CODE(WS-CUR-COUNT).
           MOVE WS-CUR-COUNT TO WS-CUR-IDX.
           EXIT PARAGRAPH.

       SET-FOLD-AMOUNT.
           MOVE LR-AMOUNT TO WS-FOLD-AMOUNT.
           IF LR-CURRENCY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LR-CURRENCY TO WS-PICK-CURRENCY.
           MOVE LR-DATE TO WS-PICK-DATE.
           PERFORM PICK-FOLD-RATE.
           IF WS-RATE-PICK = 0 THEN
               PERFORM WARN-MISSING-RATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FOLD-AMOUNT ROUNDED
                 = LR-AMOUNT * WS-RATE-VALUE(WS-RATE-PICK)
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                The rate in force for
      *                                WS-PICK-CURRENCY on
      *                                WS-PICK-DATE: the latest
      *                                effective date on or before
      *                                it.  No date takes the latest
      *                                rate on file, and a date older
      *                                than every dated rate the
      *                                earliest one.  On a tie the
      *                                first line on file wins.
       PICK-FOLD-RATE.
           MOVE 0 TO WS-RATE-PICK WS-RATE-FIRST.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-PICK-CURRENCY
                   THEN
                   PERFORM WEIGH-FOLD-RATE
               END-IF
           END-PERFORM.
           IF WS-RATE-PICK = 0 THEN
               MOVE WS-RATE-FIRST TO WS-RATE-PICK
           END-IF.
           EXIT PARAGRAPH.

       WEIGH-FOLD-RATE.
           IF WS-RATE-FIRST = 0 THEN
               SET WS-RATE-FIRST TO WS-RATE-IDX
           ELSE
               IF WS-RATE-FROM(WS-RATE-IDX)
                       < WS-RATE-FROM(WS-RATE-FIRST) THEN
                   SET WS-RATE-FIRST TO WS-RATE-IDX
               END-IF
           END-IF.
           IF WS-PICK-DATE NOT = SPACES
                   AND WS-RATE-FROM(WS-RATE-IDX) > WS-PICK-DATE THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-PICK = 0 THEN
               SET WS-RATE-PICK TO WS-RATE-IDX
           ELSE
               IF WS-RATE-FROM(WS-RATE-IDX)
                       > WS-RATE-FROM(WS-RATE-PICK) THEN
                   SET WS-RATE-PICK TO WS-RATE-IDX
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       WARN-MISSING-RATE.
           SET WS-NO-RATE-SEEN-SWITCH TO 'N'.
           PERFORM VARYING WS-NO-RATE-IDX FROM 1 BY 1
                   UNTIL WS-NO-RATE-IDX > WS-NO-RATE-COUNT
               IF WS-NO-RATE-CODE(WS-NO-RATE-IDX) = LR-CURRENCY THEN
                   SET WS-NO-RATE-SEEN TO TRUE
                   MOVE WS-NO-RATE-COUNT TO WS-NO-RATE-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-NO-RATE-SEEN AND WS-NO-RATE-COUNT < 10 THEN
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE LR-CURRENCY
                   TO WS-NO-RATE-CODE(WS-NO-RATE-COUNT)
               DISPLAY 'WARNING: no exchange rate on file for '
                       LR-CURRENCY ' - it cannot be revalued.'
           END-IF.
           EXIT PARAGRAPH.

      *                                One currency: a row per ledger
      *                                holding it, then its total.
       REPORT-ONE-CURRENCY.
           MOVE WS-CUR-CODE(WS-CUR-IDX) TO WS-PICK-CURRENCY.
           MOVE WS-ASOF-DATE TO WS-PICK-DATE.
           PERFORM PICK-FOLD-RATE.
           IF WS-RATE-PICK = 0 THEN
               MOVE 'N' TO WS-HAVE-RATE-SWITCH
               MOVE 0 TO WS-REVALUE-RATE
           ELSE
               SET WS-HAVE-RATE TO TRUE
               MOVE WS-RATE-VALUE(WS-RATE-PICK) TO WS-REVALUE-RATE
               ADD 1 TO WS-REVALUED-COUNT
           END-IF.
           MOVE 0 TO WS-CUR-FOREIGN WS-CUR-BOOKED WS-CUR-REVALUED
                     WS-CUR-GAIN.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-CURRENCY(WS-ROW-IDX)
                       = WS-CUR-CODE(WS-CUR-IDX) THEN
                   PERFORM WRITE-LEDGER-ROW
               END-IF
           END-PERFORM.
           PERFORM WRITE-CURRENCY-TOTAL.
           EXIT PARAGRAPH.

       WRITE-LEDGER-ROW.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FILE-NAME-ENTRY(WS-ROW-FILE(WS-ROW-IDX))
               TO REPORT-LINE(1:30).
           MOVE WS-ROW-CURRENCY(WS-ROW-IDX) TO REPORT-LINE(32:3).
           MOVE WS-ROW-FOREIGN(WS-ROW-IDX) TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(36:14).
           ADD WS-ROW-FOREIGN(WS-ROW-IDX) TO WS-CUR-FOREIGN.
           IF NOT WS-HAVE-RATE THEN
               MOVE 'no rate on file - not revalued'
                   TO REPORT-LINE(52:30)
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-REVALUED ROUNDED
                 = WS-ROW-FOREIGN(WS-ROW-IDX) * WS-REVALUE-RATE
           END-COMPUTE.
           COMPUTE WS-ROW-GAIN
                 = WS-ROW-REVALUED - WS-ROW-BOOKED(WS-ROW-IDX)
           END-COMPUTE.
           ADD WS-ROW-BOOKED(WS-ROW-IDX) TO WS-CUR-BOOKED.
           ADD WS-ROW-REVALUED TO WS-CUR-REVALUED.
           ADD WS-ROW-GAIN TO WS-CUR-GAIN.
           MOVE WS-ROW-BOOKED(WS-ROW-IDX) TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(51:14).
           MOVE WS-ROW-REVALUED TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(66:14).
           MOVE WS-REVALUE-RATE TO WS-RATE-DISPLAY.
           MOVE WS-RATE-DISPLAY TO REPORT-LINE(82:10).
           MOVE WS-ROW-GAIN TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(93:14).
           PERFORM WRITE-REPORT-LINE.
           EXIT PARAGRAPH.

       WRITE-CURRENCY-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'Total' TO REPORT-LINE(1:5).
           MOVE WS-CUR-CODE(WS-CUR-IDX) TO REPORT-LINE(32:3).
           MOVE WS-CUR-FOREIGN TO WS-MONEY-DISPLAY.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(36:14).
           IF WS-HAVE-RATE THEN
               MOVE WS-CUR-BOOKED TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO REPORT-LINE(51:14)
               MOVE WS-CUR-REVALUED TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO REPORT-LINE(66:14)
               MOVE WS-CUR-GAIN TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO REPORT-LINE(93:14)
               ADD WS-CUR-GAIN TO WS-NET-GAIN
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-HAVE-RATE THEN
               DISPLAY WS-CUR-CODE(WS-CUR-IDX)
                       ': unrealised gain/loss '
                       FUNCTION TRIM(WS-MONEY-DISPLAY)
                       ' at the rate in force on ' WS-ASOF-DATE '.'
           END-IF.
           EXIT PARAGRAPH.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write ' FUNCTION TRIM(WS-OUTPUT-NAME)
                       ', file status ' WS-REPORT-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ACCOUNT NOT = SPACES THEN
               STRING 'FOREIGN CURRENCY REVALUATION  '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACCOUNT)
                                        DELIMITED BY SIZE
                      '  as at '        DELIMITED BY SIZE
                      WS-ASOF-DATE      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'FOREIGN CURRENCY REVALUATION  as at '
                                        DELIMITED BY SIZE
                      WS-ASOF-DATE      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' ledger(s); booked at the rate in force on each'
                                        DELIMITED BY SIZE
                  ' line''s date, revalued at the rate in force on '
                                        DELIMITED BY SIZE
                  WS-ASOF-DATE          DELIMITED BY SIZE
                  '.'                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ANY-OPEN-FAILED THEN
               MOVE SPACES TO REPORT-LINE
               STRING 'One or more ledgers could not be read - their'
                      ' holdings are missing from the figures.'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'LEDGER' TO REPORT-LINE(1:6).
           MOVE 'CUR' TO REPORT-LINE(32:3).
           MOVE 'FOREIGN' TO REPORT-LINE(43:7).
           MOVE 'BOOKED' TO REPORT-LINE(59:6).
           MOVE 'REVALUED' TO REPORT-LINE(72:8).
           MOVE 'RATE' TO REPORT-LINE(88:4).
           MOVE 'GAIN/LOSS' TO REPORT-LINE(98:9).
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:106).
           PERFORM WRITE-REPORT-LINE.
           EXIT PARAGRAPH.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO REPORT-LINE(1:106).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CUR-COUNT = 0 THEN
               MOVE 'No foreign-currency money held.' TO REPORT-LINE
           ELSE
               IF WS-NET-GAIN < 0 THEN
                   MOVE 'loss' TO WS-GAIN-WORD
               ELSE
                   MOVE 'gain' TO WS-GAIN-WORD
               END-IF
               MOVE WS-NET-GAIN TO WS-MONEY-DISPLAY
               MOVE WS-REVALUED-COUNT TO WS-COUNT-DISPLAY
               STRING 'Net unrealised '
                                        DELIMITED BY SIZE
                      WS-GAIN-WORD      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                      ' over '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' currency(ies) revalued.'
                                        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NO-RATE-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING 'A currency with no rate on file is listed but'
                      ' left out of the totals.'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           DISPLAY FUNCTION TRIM(REPORT-LINE) ' Report written to '
                   FUNCTION TRIM(WS-OUTPUT-NAME) '.'.
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT PARAGRAPH.

      *                                One 'CODE;RATE' line per
      *                                currency, or several dated
      *                                ones, 'CODE;RATE;YYYYMMDD',
      *                                each in force from its date
      *                                on.  '*' lines are comments.
       LOAD-EXCHANGE-RATES.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RATES-STATUS NOT = '00'
               READ RATES-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PROCESS-RATES-LINE
               END-READ
           END-PERFORM.
           CLOSE RATES-FILE.
           EXIT PARAGRAPH.

       PROCESS-RATES-LINE.
           IF RATES-LINE = SPACES OR RATES-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RATES-IN.
           UNSTRING RATES-LINE
               DELIMITED BY ';'
               INTO WS-RATES-IN-CODE WS-RATES-IN-RATE
                    WS-RATES-IN-FROM
           END-UNSTRING.
      *    An optional third column is the YYYYMMDD date the rate
      *    takes effect; an undated rate is in force from the start.
           MOVE FUNCTION TRIM(WS-RATES-IN-FROM) TO WS-RATES-IN-FROM.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
                   NOT = 0
                   OR WS-RATE-COUNT >= WS-RATE-TABLE-SIZE
                   OR (WS-RATES-IN-FROM NOT = SPACES
                   AND (WS-RATES-IN-FROM(1:8) IS NOT NUMERIC
                   OR WS-RATES-IN-FROM(9:2) NOT = SPACES))
                   OR FUNCTION NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
                   NOT > 0 THEN
               DISPLAY 'WARNING: rate line ignored: '
                       FUNCTION TRIM(RATES-LINE)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATES-IN-CODE))
               TO WS-RATE-CODE(WS-RATE-COUNT).
           MOVE WS-RATES-IN-FROM TO WS-RATE-FROM(WS-RATE-COUNT).
           COMPUTE WS-RATE-VALUE(WS-RATE-COUNT)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
           END-COMPUTE.
           EXIT PARAGRAPH.

       REPORT-BAD-LINE.
           ADD 1 TO WS-BAD-LINE-COUNT.
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           DISPLAY FUNCTION TRIM(
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                   ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                   ' unreadable: ' FUNCTION TRIM(LR-ERROR-TEXT).
           EXIT PARAGRAPH.
