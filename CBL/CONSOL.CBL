      *
      *   budget-consol <ledger> [<ledger> ...]
      *   budget-consol LIST <manifest-file>
      *   budget-consol ACCOUNT <name> [<name> ...]
      *                 [PERIOD <yyyymm>[-<yyyymm>]]
      *
      * The manifest is one ledger name per line ('*' comments
      * allowed).  ACCOUNT takes each named account's ledger from
      * DATA/CATALOG.CSV instead: its latest catalogued period, or
      * the latest one inside the PERIOD range - one ledger per
      * account, since a family position adds accounts side by
      * side, never one account's months on top of each other.
      * Ledgers may mix both formats (read via
      * LEDGER-READER); each is processed with its own opening
      * balance.  Per ledger the report shows Initial, Estimated
      * (initial plus committed lines) and Worst-case (estimated
      * household lives on.  Category descriptions come from
      * DATA/CATEGORY.CSV when a master exists.
      *
      * Inter-ledger transfers (BUDGET-MAINTAIN's TRANSFER entry) are
      * money moving between the family's own accounts, not income or
      * spend.  Each leg still counts in its own ledger's row - the
      * cash really did move - but after the last ledger is read the
      * legs are paired up on their shared transfer reference, and a
      * matched pair (two ledgers, amounts cancelling) is taken back
      * out of the combined income, expenses and category spend.  A
      * leg with no partner in the run stays in the figures and is
      * listed, so a one-sided transfer is seen rather than hidden.
      *
      * The combined report is also written to DATA/CONSOL.RPT.
      *
      ******************************************************************
                                       VALUE 0.
       01  WS-ALL-WORST                PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
      *    Combined committed income and expenses (expenses carried
      *    negative, as BUDGET-TREND does), matched transfer pairs
      *    taken back out (see ELIMINATE-TRANSFER-PAIRS).
       01  WS-ALL-INCOME               PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ALL-EXPENSES             PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
      *    Every transfer leg met in the run, by its shared reference,
      *    folded amount, category and the ledger it came from.
       77  WS-XFER-TABLE-SIZE          PIC 99 VALUE 60.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY           OCCURS 60 TIMES
                                       INDEXED BY WS-XFER-IDX
                                                  WS-XFER-IDX2.
               10  WS-XFER-REF         PIC X(14) VALUE SPACES.
               10  WS-XFER-AMOUNT      PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
               10  WS-XFER-CATEGORY    PIC X(8) VALUE SPACES.
               10  WS-XFER-FILE-IDX    PIC 99 VALUE 0.
               10  WS-XFER-PAIRED      PIC X VALUE 'N'.
       01  WS-XFER-COUNT               PIC 99 VALUE 0.
       01  WS-XFER-LEG                 PIC 99 VALUE 0.
       01  WS-XFER-OVER-SWITCH         PIC X VALUE 'N'.
           88  WS-XFER-OVERFLOWED      VALUE 'Y'.
       01  WS-XFER-PAIR-COUNT          PIC 9(4) VALUE 0.
       01  WS-XFER-ELIMINATED          PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-XFER-PAIR-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-XFER-PAIR-FOUND      VALUE 'Y'.
       01  WS-XFER-SUM                 PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-XFER-PAIRS-DISPLAY       PIC ZZZ9.
       01  WS-MONEY-DISPLAY            PIC -(6)9.99.
       01  WS-OPEN-FAIL-SWITCH         PIC X VALUE 'N'.
           88  WS-ANY-OPEN-FAILED      VALUE 'Y'.
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
       01  WS-CATEGORY-COUNT           PIC 99 VALUE 0.
       01  WS-CATEGORY-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-CATEGORY-FOUND       VALUE 'Y'.
      *    The most recent money line's currency and date, so a '>'
      *    portion folds in its parent's currency at the rate in
      *    force on its parent's date (the portion's own LR-CURRENCY
      *    and LR-DATE are parked here meanwhile).
       01  WS-SPLIT-PARENT-CURR        PIC XXX VALUE SPACES.
       01  WS-SPLIT-PARENT-DATE        PIC X(8) VALUE SPACES.
       01  WS-SAVED-LR-CURRENCY        PIC XXX VALUE SPACES.
       01  WS-SAVED-LR-DATE            PIC X(8) VALUE SPACES.
      *    Per-category spending envelopes, same shape and rules as
      *    the CSV BUDGET-MAIN's.
       01  WS-TARGETS-STATUS           PIC XX VALUE '00'.
           88  WS-LOCK-HELD            VALUE 'Y'.
           COPY LEDGLOCK.
           COPY LEDGREAD.
      *    'ACCOUNT <name> ... [PERIOD <range>]' selection from the
      *    ledger catalog (see SELECT-FROM-CATALOG).
       01  WS-CONSOL-ACCOUNTS.
           05  WS-CONSOL-ACCOUNT       OCCURS 12 TIMES PIC X(20).
       01  WS-CONSOL-ACCOUNT-COUNT     PIC 99 VALUE 0.
       01  WS-CONSOL-ACCOUNT-IDX       PIC 99 VALUE 0.
       01  WS-PERIOD-RANGE             PIC X(20).
       01  WS-DASH-COUNT               PIC 99 VALUE 0.
       01  WS-CATALOG-FROM             PIC X(06) VALUE SPACES.
       01  WS-CATALOG-TO               PIC X(06) VALUE SPACES.
           COPY LEDGCAT.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM CONSOLIDATE-ONE-LEDGER
           END-PERFORM.
           PERFORM ELIMINATE-TRANSFER-PAIRS.

           MOVE 'Combined' TO WS-LEDGER-NAME-DISPLAY.
           MOVE WS-ALL-INITIAL TO WS-INITIAL-DISPLAY.
                   TO WS-TABLE-LINE
               PERFORM SAY-TABLE-LINE
           END-IF.
           PERFORM SAY-INCOME-AND-EXPENSES.
           PERFORM SAY-CATEGORY-VARIANCE.
           CLOSE REPORT-FILE.
           DISPLAY 'Combined report written to DATA/CONSOL.RPT.'.
                   OR WS-FILE-NAME-ENTRY(1) = SPACES THEN
               DISPLAY 'Usage: budget-consol <ledger> [<ledger> ...]'
               DISPLAY '       budget-consol LIST <manifest-file>'
               DISPLAY '       budget-consol ACCOUNT <name> '
                       '[<name> ...] [PERIOD <yyyymm>[-<yyyymm>]]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    'LIST <file>' swaps the command line for a manifest, one
      *    ledger name per line; 'ACCOUNT <name> ...' for the
      *    catalog's ledgers of those accounts.
           EVALUATE WS-FILE-NAME-ENTRY(1)
               WHEN 'LIST'
                   MOVE WS-TOKEN-2 TO WS-MANIFEST-NAME
                   PERFORM LOAD-MANIFEST
               WHEN 'ACCOUNT'
                   MOVE WS-TOKEN-2 TO WS-FILE-NAME-ENTRY(2)
                   PERFORM SELECT-FROM-CATALOG
               WHEN OTHER
                   MOVE WS-TOKEN-2 TO WS-FILE-NAME-ENTRY(2)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                Every token after ACCOUNT is
      *                                an account name except the
      *                                PERIOD range and the WAIT
      *                                switch.
       SELECT-FROM-CATALOG.
           MOVE 0 TO WS-CONSOL-ACCOUNT-COUNT.
           MOVE SPACES TO WS-CONSOL-ACCOUNTS.
           PERFORM VARYING WS-FILE-IDX FROM 2 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               EVALUATE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN 'PERIOD'
                       IF WS-FILE-IDX < WS-FILE-COUNT THEN
                           ADD 1 TO WS-FILE-IDX
                           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                               TO WS-PERIOD-RANGE
                           PERFORM SPLIT-PERIOD-RANGE
                       END-IF
                   WHEN 'WAIT'
                       SET LOCK-WAIT-MODE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-CONSOL-ACCOUNT-COUNT
                       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                           TO WS-CONSOL-ACCOUNT(
                               WS-CONSOL-ACCOUNT-COUNT)
               END-EVALUATE
           END-PERFORM.
           IF WS-CONSOL-ACCOUNT-COUNT = 0 THEN
               DISPLAY 'Usage: budget-consol ACCOUNT <name> '
                       '[<name> ...] [PERIOD <yyyymm>[-<yyyymm>]]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-FILE-TABLE.
           MOVE 0 TO WS-FILE-COUNT.
           PERFORM VARYING WS-CONSOL-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL WS-CONSOL-ACCOUNT-IDX
                       > WS-CONSOL-ACCOUNT-COUNT
               PERFORM SELECT-ONE-ACCOUNT
           END-PERFORM.
           IF WS-FILE-COUNT = 0 THEN
               DISPLAY 'No catalogued ledgers to consolidate.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

      *                                The last of the account's
      *                                periods the range allows.
       SELECT-ONE-ACCOUNT.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-CONSOL' TO CT-PROGRAM.
           MOVE WS-CONSOL-ACCOUNT(WS-CONSOL-ACCOUNT-IDX) TO CT-ACCOUNT.
           MOVE WS-CATALOG-FROM TO CT-FROM-PERIOD.
           MOVE WS-CATALOG-TO TO CT-TO-PERIOD.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = 'F' THEN
               DISPLAY 'Cannot read the ledger catalog: '
                       FUNCTION TRIM(CT-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CT-STATUS = 'N' THEN
               DISPLAY 'WARNING: no catalogued ledger for account '
                       FUNCTION TRIM(CT-ACCOUNT)
                       ' - left out of the consolidation.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE CT-SEL-FILE(CT-SELECT-COUNT)
               TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT).
           DISPLAY FUNCTION TRIM(CT-ACCOUNT) ' period '
                   CT-SEL-PERIOD(CT-SELECT-COUNT) ': '
                   FUNCTION TRIM(CT-SEL-FILE(CT-SELECT-COUNT)).
           EXIT PARAGRAPH.

      *                                '<from>-<to>', '<from>-' or
      *                                '-<to>' for open ends, or one
      *                                month on its own.
       SPLIT-PERIOD-RANGE.
           MOVE 0 TO WS-DASH-COUNT.
           INSPECT WS-PERIOD-RANGE TALLYING WS-DASH-COUNT FOR ALL '-'.
           MOVE SPACES TO WS-CATALOG-FROM WS-CATALOG-TO.
           UNSTRING WS-PERIOD-RANGE
               DELIMITED BY '-'
               INTO WS-CATALOG-FROM WS-CATALOG-TO
           END-UNSTRING.
           IF WS-DASH-COUNT = 0 THEN
               MOVE WS-CATALOG-FROM TO WS-CATALOG-TO
           END-IF.
           EXIT PARAGRAPH.

           IF LR-MODE = 'S' THEN
               IF LR-CATEGORY NOT = SPACES THEN
                   MOVE LR-CURRENCY TO WS-SAVED-LR-CURRENCY
                   MOVE LR-DATE TO WS-SAVED-LR-DATE
                   MOVE WS-SPLIT-PARENT-CURR TO LR-CURRENCY
                   MOVE WS-SPLIT-PARENT-DATE TO LR-DATE
                   PERFORM SET-FOLD-AMOUNT
                   MOVE WS-SAVED-LR-CURRENCY TO LR-CURRENCY
                   MOVE WS-SAVED-LR-DATE TO LR-DATE
                   PERFORM TALLY-COMBINED-CATEGORY
               END-IF
               EXIT PARAGRAPH
               WHEN 'A'
                   ADD WS-FOLD-AMOUNT TO WS-ONE-ESTIMATED
                   ADD WS-FOLD-AMOUNT TO WS-ONE-WORST
                   IF WS-FOLD-AMOUNT > 0 THEN
                       ADD WS-FOLD-AMOUNT TO WS-ALL-INCOME
                   ELSE
                       ADD WS-FOLD-AMOUNT TO WS-ALL-EXPENSES
                   END-IF
                   IF LR-CATEGORY NOT = SPACES THEN
                       PERFORM TALLY-COMBINED-CATEGORY
                   END-IF
                   IF LR-XFER-REF NOT = SPACES THEN
                       PERFORM NOTE-TRANSFER-LEG
                   END-IF
               WHEN 'P'
                   ADD WS-FOLD-AMOUNT TO WS-ONE-WORST
               WHEN 'R'
      *    This line is the candidate parent should '>' portion
      *    lines follow it.
           MOVE LR-CURRENCY TO WS-SPLIT-PARENT-CURR.
           MOVE LR-DATE TO WS-SPLIT-PARENT-DATE.
           EXIT PARAGRAPH.

       TALLY-COMBINED-CATEGORY.
           END-IF.
           EXIT PARAGRAPH.

       NOTE-TRANSFER-LEG.
           IF WS-XFER-COUNT >= WS-XFER-TABLE-SIZE THEN
               IF NOT WS-XFER-OVERFLOWED THEN
                   DISPLAY 'WARNING: more than ' WS-XFER-TABLE-SIZE
                           ' transfer legs - the rest stay in the'
                           ' income and expense figures.'
                   SET WS-XFER-OVERFLOWED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-XFER-COUNT.
           MOVE LR-XFER-REF TO WS-XFER-REF(WS-XFER-COUNT).
           MOVE WS-FOLD-AMOUNT TO WS-XFER-AMOUNT(WS-XFER-COUNT).
           MOVE LR-CATEGORY TO WS-XFER-CATEGORY(WS-XFER-COUNT).
           MOVE WS-FILE-IDX TO WS-XFER-FILE-IDX(WS-XFER-COUNT).
           MOVE 'N' TO WS-XFER-PAIRED(WS-XFER-COUNT).
           EXIT PARAGRAPH.

      *                                A pair is two legs with the same
      *                                reference, from two different
      *                                ledgers, whose folded amounts
      *                                cancel.  Each matched leg is
      *                                backed out of whatever it fed:
      *                                income or expenses, and its
      *                                category if it carried one.
       ELIMINATE-TRANSFER-PAIRS.
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-COUNT
               IF WS-XFER-PAIRED(WS-XFER-IDX) = 'N' THEN
                   PERFORM FIND-TRANSFER-PARTNER
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       FIND-TRANSFER-PARTNER.
           MOVE 'N' TO WS-XFER-PAIR-FOUND-SWITCH.
           PERFORM VARYING WS-XFER-IDX2 FROM 1 BY 1
                   UNTIL WS-XFER-IDX2 > WS-XFER-COUNT
                      OR WS-XFER-PAIR-FOUND
               COMPUTE WS-XFER-SUM
                     = WS-XFER-AMOUNT(WS-XFER-IDX)
                     + WS-XFER-AMOUNT(WS-XFER-IDX2)
               END-COMPUTE
               IF WS-XFER-IDX2 NOT = WS-XFER-IDX
                       AND WS-XFER-PAIRED(WS-XFER-IDX2) = 'N'
                       AND WS-XFER-REF(WS-XFER-IDX2)
                           = WS-XFER-REF(WS-XFER-IDX)
                       AND WS-XFER-FILE-IDX(WS-XFER-IDX2)
                           NOT = WS-XFER-FILE-IDX(WS-XFER-IDX)
                       AND WS-XFER-SUM = 0 THEN
                   SET WS-XFER-PAIR-FOUND TO TRUE
                   MOVE 'Y' TO WS-XFER-PAIRED(WS-XFER-IDX)
                   MOVE 'Y' TO WS-XFER-PAIRED(WS-XFER-IDX2)
                   ADD 1 TO WS-XFER-PAIR-COUNT
                   ADD FUNCTION ABS(WS-XFER-AMOUNT(WS-XFER-IDX))
                       TO WS-XFER-ELIMINATED
                   SET WS-XFER-LEG TO WS-XFER-IDX
                   PERFORM BACK-OUT-TRANSFER-LEG
                   SET WS-XFER-LEG TO WS-XFER-IDX2
                   PERFORM BACK-OUT-TRANSFER-LEG
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       BACK-OUT-TRANSFER-LEG.
           IF WS-XFER-AMOUNT(WS-XFER-LEG) > 0 THEN
               SUBTRACT WS-XFER-AMOUNT(WS-XFER-LEG) FROM WS-ALL-INCOME
           ELSE
               SUBTRACT WS-XFER-AMOUNT(WS-XFER-LEG)
                   FROM WS-ALL-EXPENSES
           END-IF.
           IF WS-XFER-CATEGORY(WS-XFER-LEG) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               IF WS-CATEGORY-CODE(WS-CAT-IDX)
                       = WS-XFER-CATEGORY(WS-XFER-LEG) THEN
                   SUBTRACT WS-XFER-AMOUNT(WS-XFER-LEG)
                       FROM WS-CATEGORY-SUM(WS-CAT-IDX)
                   SET WS-CAT-IDX TO WS-CATEGORY-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       SET-FOLD-AMOUNT.
           MOVE LR-AMOUNT TO WS-FOLD-AMOUNT.
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
           PERFORM SAY-TABLE-LINE.
           EXIT PARAGRAPH.

      *                                Combined committed income and
      *                                expenses with the transfer
      *                                pairs already taken out, then
      *                                every leg left without a
      *                                partner.
       SAY-INCOME-AND-EXPENSES.
           MOVE SPACES TO WS-TABLE-LINE.
           PERFORM SAY-TABLE-LINE.
           MOVE WS-ALL-INCOME TO WS-MONEY-DISPLAY.
           MOVE SPACES TO WS-TABLE-LINE.
           STRING 'Combined income       '  DELIMITED BY SIZE
                  WS-MONEY-DISPLAY          DELIMITED BY SIZE
                  INTO WS-TABLE-LINE
           END-STRING.
           PERFORM SAY-TABLE-LINE.
           MOVE WS-ALL-EXPENSES TO WS-MONEY-DISPLAY.
           MOVE SPACES TO WS-TABLE-LINE.
           STRING 'Combined expenses     '  DELIMITED BY SIZE
                  WS-MONEY-DISPLAY          DELIMITED BY SIZE
                  INTO WS-TABLE-LINE
           END-STRING.
           PERFORM SAY-TABLE-LINE.
           IF WS-XFER-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-XFER-PAIR-COUNT TO WS-XFER-PAIRS-DISPLAY.
           MOVE WS-XFER-ELIMINATED TO WS-MONEY-DISPLAY.
           MOVE SPACES TO WS-TABLE-LINE.
           STRING 'Transfers eliminated: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFER-PAIRS-DISPLAY)
                                            DELIMITED BY SIZE
                  ' pair(s), '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY)
                                            DELIMITED BY SIZE
                  ' moved between ledgers'  DELIMITED BY SIZE
                  INTO WS-TABLE-LINE
           END-STRING.
           PERFORM SAY-TABLE-LINE.
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-COUNT
               IF WS-XFER-PAIRED(WS-XFER-IDX) = 'N' THEN
                   MOVE WS-XFER-AMOUNT(WS-XFER-IDX)
                       TO WS-MONEY-DISPLAY
                   MOVE SPACES TO WS-TABLE-LINE
                   STRING 'WARNING: unmatched transfer '
                                            DELIMITED BY SIZE
                          WS-XFER-REF(WS-XFER-IDX)
                                            DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MONEY-DISPLAY)
                                            DELIMITED BY SIZE
                          ' in '            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FILE-NAME-ENTRY(
                              WS-XFER-FILE-IDX(WS-XFER-IDX)))
                                            DELIMITED BY SIZE
                          INTO WS-TABLE-LINE
                   END-STRING
                   PERFORM SAY-TABLE-LINE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       REPORT-BAD-LINE.
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           DISPLAY FUNCTION TRIM(
