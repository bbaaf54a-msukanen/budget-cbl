      * periods up side by side:
      *
      *   budget-trend <closed-ledger> [<closed-ledger> ...]
      *   budget-trend ACCOUNT <name> [PERIOD <yyyymm>[-<yyyymm>]]
      *
      * Name the files oldest first - the direction-of-travel column
      * compares each period's closing balance with the one before
      * it on the command line.  Or name an account and let
      * DATA/CATALOG.CSV supply its periods in order (the latest
      * twelve when there are more), optionally cut to a period
      * range - a month missing from the catalog is called out
      * instead of silently closing up.  Either ledger format is
      * accepted
      * (read via LEDGER-READER).  Per period: the opening balance,
      * income (committed credits), expenses (committed debits) and
      * the closing balance.  P/R projection lines are not cash and
       WORKING-STORAGE SECTION.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
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
      *    The entry a line folds at (see PICK-FOLD-RATE) and the
      *    earliest-dated one for its currency.
       01  WS-RATE-PICK                PIC 99 VALUE 0.
       01  WS-RATE-FIRST               PIC 99 VALUE 0.
       01  WS-RATES-IN.
           05  WS-RATES-IN-CODE        PIC X(10).
           05  WS-RATES-IN-RATE        PIC X(15).
           05  WS-RATES-IN-FROM        PIC X(10).
       01  WS-FOLD-AMOUNT              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-NO-RATE-CODES.
       01  WS-LOCK-HELD-SWITCH         PIC X VALUE 'N'.
           88  WS-LOCK-HELD            VALUE 'Y'.
           COPY LEDGLOCK.
      *    'ACCOUNT <name> [PERIOD <range>]' selection from the
      *    ledger catalog (see SELECT-FROM-CATALOG).
       01  WS-PERIOD-RANGE             PIC X(20).
       01  WS-DASH-COUNT               PIC 99 VALUE 0.
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CT-FIRST                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-EXPECTED-PERIOD          PIC X(06).
       01  WS-EXPECTED-PARTS REDEFINES WS-EXPECTED-PERIOD.
           05  WS-EXPECTED-YEAR        PIC 9(4).
           05  WS-EXPECTED-MONTH       PIC 9(2).
       01  WS-SEQUENCE-PERIOD          PIC X(06).
           COPY LEDGCAT.
           COPY LEDGREAD.

       PROCEDURE DIVISION.
                   OR WS-FILE-NAME-ENTRY(1) = SPACES THEN
               DISPLAY 'Usage: budget-trend <closed-ledger> '
                       '[<closed-ledger> ...], oldest first'
               DISPLAY '   or: budget-trend ACCOUNT <name> '
                       '[PERIOD <yyyymm>[-<yyyymm>]]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FILE-NAME-ENTRY(1) = 'ACCOUNT' THEN
               PERFORM SELECT-FROM-CATALOG
           END-IF.
           EXIT PARAGRAPH.

      *                                The account's catalogued
      *                                periods, oldest first, replace
      *                                the file list.  A 'WAIT' token
      *                                still means the lock retry.
       SELECT-FROM-CATALOG.
           MOVE SPACES TO CT-ACCOUNT CT-FROM-PERIOD CT-TO-PERIOD.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               EVALUATE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                   WHEN 'ACCOUNT'
                       IF WS-FILE-IDX < WS-FILE-COUNT THEN
                           ADD 1 TO WS-FILE-IDX
                           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                               TO CT-ACCOUNT
                       END-IF
                   WHEN 'PERIOD'
                       IF WS-FILE-IDX < WS-FILE-COUNT THEN
                           ADD 1 TO WS-FILE-IDX
                           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                               TO WS-PERIOD-RANGE
                           PERFORM SPLIT-PERIOD-RANGE
                       END-IF
                   WHEN 'WAIT'
                       SET LOCK-WAIT-MODE TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF CT-ACCOUNT = SPACES THEN
               DISPLAY 'Usage: budget-trend ACCOUNT <name> '
                       '[PERIOD <yyyymm>[-<yyyymm>]]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-TREND' TO CT-PROGRAM.
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
               DISPLAY 'WARNING: only the latest '
                       WS-FILE-TABLE-SIZE
                       ' catalogued periods are reported.'
           END-IF.
           MOVE SPACES TO WS-FILE-TABLE.
           MOVE 0 TO WS-FILE-COUNT.
           PERFORM VARYING WS-CT-IDX FROM WS-CT-FIRST BY 1
                   UNTIL WS-CT-IDX > CT-SELECT-COUNT
               IF WS-CT-IDX > WS-CT-FIRST THEN
                   PERFORM CHECK-PERIOD-SEQUENCE
               END-IF
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

      *                                A month with no catalogued
      *                                ledger would otherwise just
      *                                vanish from the columns.
      *                                A yearly summary stands for
      *                                the whole of its year.
       CHECK-PERIOD-SEQUENCE.
           MOVE CT-SEL-PERIOD(WS-CT-IDX - 1) TO WS-EXPECTED-PERIOD.
           IF WS-EXPECTED-PERIOD IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXPECTED-MONTH >= 12 THEN
               ADD 1 TO WS-EXPECTED-YEAR
               MOVE 1 TO WS-EXPECTED-MONTH
           ELSE
               ADD 1 TO WS-EXPECTED-MONTH
           END-IF.
           MOVE CT-SEL-PERIOD(WS-CT-IDX) TO WS-SEQUENCE-PERIOD.
           IF CT-SEL-STATUS(WS-CT-IDX) = 'SUMMARY' THEN
               MOVE '01' TO WS-SEQUENCE-PERIOD(5:2)
           END-IF.
           IF WS-SEQUENCE-PERIOD NOT = WS-EXPECTED-PERIOD THEN
               DISPLAY 'WARNING: no catalogued ledger for '
                       FUNCTION TRIM(CT-ACCOUNT) ' between '
                       CT-SEL-PERIOD(WS-CT-IDX - 1) ' and '
                       CT-SEL-PERIOD(WS-CT-IDX) '.'
           END-IF.
           EXIT PARAGRAPH.

      *                                A 'WAIT' token among the
           IF LR-CURRENCY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PICK-FOLD-RATE.
           IF WS-RATE-PICK = 0 THEN
               PERFORM WARN-MISSING-RATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FOLD-AMOUNT ROUNDED
                 = LR-AMOUNT * WS-RATE-VALUE(WS-RATE-PICK)
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                The rate a line folds at is the
      *                                one in force on its date: the
      *                                latest effective date on or
      *                                before it.  An undated line
      *                                takes the latest rate on file,
      *                                and a line older than every
      *                                dated rate the earliest one.
      *                                On a tie the first line on
      *                                file wins.
       PICK-FOLD-RATE.
           MOVE 0 TO WS-RATE-PICK WS-RATE-FIRST.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = LR-CURRENCY
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
           IF LR-DATE NOT = SPACES
                   AND WS-RATE-FROM(WS-RATE-IDX) > LR-DATE THEN
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
           ADD 1 TO WS-RATE-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATES-IN-CODE))
               TO WS-RATE-CODE(WS-RATE-COUNT).
           MOVE WS-RATES-IN-FROM TO WS-RATE-FROM(WS-RATE-COUNT).
           COMPUTE WS-RATE-VALUE(WS-RATE-COUNT)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
           END-COMPUTE.
