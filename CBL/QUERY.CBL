      *                [AMTFROM <amount>] [AMTTO <amount>]
      *                [FROM <yyyymmdd>] [TO <yyyymmdd>] [WAIT]
      *                <ledger> [<ledger> ...]
      *              | ACCOUNT <name> [PERIOD <yyyymm>[-<yyyymm>]]
      *
      * Every token that is not a switch is a ledger file - the
      * .CLOSED archives included, which LEDGER-READER's
      * '.CSV'-anywhere-in-the-name detection already recognises.
      * ACCOUNT takes the account's ledgers from DATA/CATALOG.CSV
      * instead, oldest first (the latest twelve when there are
      * more), PERIOD cutting them to a range of months.
      * Predicates AND together:
      *
      *   TEXT     comment contains the word, case-blind
      *   FROM/TO  a date window, undated lines falling outside it
      *
      * Every matching entry lists with its file, line number, date,
      * mode, amount and comment - and, when a signed-on operator
      * keyed it, who keyed it and who approved it; a count and a
      * sum (folded through
      * DATA/RATES.CSV, so mixed currencies add up honestly) close
      * the report.  Opening-balance lines are not entries and are
      * never matched.  Shared read locks per file; WAIT retries a
           88  WS-LOCK-HELD            VALUE 'Y'.
           COPY LEDGLOCK.
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
       01  WS-SUM-DISPLAY              PIC -(7)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-OPERATOR-NOTE            PIC X(40).
           COPY LEDGREAD.
      *    'ACCOUNT <name> [PERIOD <range>]' selection from the
      *    ledger catalog (see ADD-CATALOG-LEDGERS).
       01  WS-PERIOD-RANGE             PIC X(20).
       01  WS-DASH-COUNT               PIC 99 VALUE 0.
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CT-FIRST                 PIC 9(4) USAGE COMP VALUE 0.
           COPY LEDGCAT.

       PROCEDURE DIVISION.
           PERFORM PARSE-QUERY-TOKENS.
                    WS-PARM-TOKEN(19) WS-PARM-TOKEN(20)
               TALLYING IN WS-PARM-TOKEN-COUNT
           END-UNSTRING.
           MOVE SPACES TO CT-ACCOUNT CT-FROM-PERIOD CT-TO-PERIOD.
           MOVE 1 TO WS-PARM-IDX.
           PERFORM UNTIL WS-PARM-IDX > WS-PARM-TOKEN-COUNT
               PERFORM APPLY-ONE-QUERY-TOKEN
               ADD 1 TO WS-PARM-IDX
           END-PERFORM.
           IF CT-ACCOUNT NOT = SPACES THEN
               PERFORM ADD-CATALOG-LEDGERS
           END-IF.
           IF WS-FILE-COUNT = 0 THEN
               DISPLAY 'Usage: budget-query [TEXT <word>]'
                       ' [CAT <code>] [AMT <amount>]'
               DISPLAY '       [AMTFROM <amount>] [AMTTO <amount>]'
                       ' [FROM <yyyymmdd>] [TO <yyyymmdd>]'
               DISPLAY '       [WAIT] <ledger> [<ledger> ...]'
               DISPLAY '     | ACCOUNT <name>'
                       ' [PERIOD <yyyymm>[-<yyyymm>]]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                       TO WS-TO-DATE
               WHEN 'WAIT'
                   SET LOCK-WAIT-MODE TO TRUE
               WHEN 'ACCOUNT'
                   ADD 1 TO WS-PARM-IDX
                   MOVE WS-PARM-TOKEN(WS-PARM-IDX) TO CT-ACCOUNT
               WHEN 'PERIOD'
                   ADD 1 TO WS-PARM-IDX
                   MOVE WS-PARM-TOKEN(WS-PARM-IDX) TO WS-PERIOD-RANGE
                   PERFORM SPLIT-PERIOD-RANGE
               WHEN OTHER
                   IF WS-FILE-COUNT >= WS-FILE-TABLE-SIZE THEN
                       DISPLAY 'Only the first '
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                The account's catalogued
      *                                ledgers join any named on the
      *                                command line, oldest first;
      *                                when they will not all fit,
      *                                the latest are the ones kept -
      *                                "when did we last pay" looks
      *                                back from now.
       ADD-CATALOG-LEDGERS.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-QUERY' TO CT-PROGRAM.
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
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-CT-FIRST.
           IF WS-FILE-COUNT + CT-SELECT-COUNT
                   > WS-FILE-TABLE-SIZE THEN
               COMPUTE WS-CT-FIRST = CT-SELECT-COUNT
                     - (WS-FILE-TABLE-SIZE - WS-FILE-COUNT) + 1
               END-COMPUTE
               DISPLAY 'Only the latest '
                       WS-FILE-TABLE-SIZE
                       ' ledgers are searched.'
           END-IF.
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

      *                                One numeric switch value into
      *                                WS-FOLD-AMOUNT (borrowed as a
      *                                scratch cell - the rates are
           ADD WS-FOLD-AMOUNT TO WS-MATCH-SUM.
           MOVE LR-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO WS-OPERATOR-NOTE.
           IF LR-KEYED-BY NOT = SPACES THEN
               STRING ' keyed by '      DELIMITED BY SIZE
                      FUNCTION TRIM(LR-KEYED-BY)
                                        DELIMITED BY SIZE
                      INTO WS-OPERATOR-NOTE
               END-STRING
           END-IF.
           IF LR-APPROVED-BY NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-OPERATOR-NOTE TRAILING)
                                        DELIMITED BY SIZE
                      ', approved by '  DELIMITED BY SIZE
                      FUNCTION TRIM(LR-APPROVED-BY)
                                        DELIMITED BY SIZE
                      INTO WS-OPERATOR-NOTE
               END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                   ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                   WS-AMOUNT-DISPLAY ' '
                   FUNCTION TRIM(LR-CURRENCY)
                   ' ' LR-CATEGORY ' '
                   FUNCTION TRIM(LR-COMMENT)
                   FUNCTION TRIM(WS-OPERATOR-NOTE TRAILING).
           EXIT PARAGRAPH.

       REPORT-BAD-LINE.
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
