       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-ANNUAL.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Year-end statement: a calendar year rebuilt from its twelve
      * monthly ledgers, print-ready for the paper folder, with the
      * tax-relevant lines pulled out for the accountant.
      *
      *   budget-annual ACCOUNT <name> YEAR <yyyy> [OUTPUT <file>]
      *                 [WAIT]
      *   budget-annual YEAR <yyyy> <ledger> [<ledger> ...]
      *                 [OUTPUT <file>] [WAIT]
      *
      * ACCOUNT takes the account's catalogued periods <yyyy>01 to
      * <yyyy>12, oldest first; otherwise the ledgers named are read
      * in the order given (oldest first).  A named ledger the
      * catalog knows counts under its period's month; one it does
      * not know puts each line under the month of its own date, and
      * lines dated outside the year are left out (counted in the
      * notes).  Either format is read via LEDGER-READER.
      *
      * The statement (<name>-<yyyy>.ANNUAL, BUDGET-<yyyy>.ANNUAL
      * for named ledgers, or the OUTPUT file) carries:
      *
      *   - the year's opening balance, income, expenses and closing
      *     balance the way BUDGET-TREND works them per period, with
      *     the periods read and notes on anything missing: a month
      *     with no ledger, a period still open (figures provisional),
      *     a ledger that could not be read;
      *   - one row per category, month by month, in two blocks of
      *     six months (Jan-Jun with its half-year total, Jul-Dec with
      *     the year total), each closing with a TOTAL row;
      *   - the tax section: every line in a category that
      *     DATA/CATEGORY.CSV gives a tax class (its optional 4th
      *     column - DEDUCT, INCOME, HHCREDIT or whatever the
      *     accountant asks for), by class and category, each line
      *     with its date, face amount and folded amount, subtotalled
      *     per category and totalled per class.
      *
      * Only committed money counts: the opening balance line seeds
      * the period, P/R projections are left out, and a committed
      * line that was split counts by its portions, each under its
      * own category.  Foreign lines fold through DATA/RATES.CSV the
      * way FINAL-BUDGET folds them; a portion folds in its parent's
      * currency.
      *
      * The tax section is also written ';'-delimited for the
      * accountant, to <statement-base>.TAX.CSV (<file>.TAX.CSV with
      * OUTPUT):
      *
      *   CLASS;CATEGORY;DATE;AMOUNT;CURRENCY;FOLDED;COMMENT;PERIOD;
      *   LEDGER;LINE
      *
      * Return codes: 0 statement written, 4 written with notes
      * (missing months, open periods, lines left out), 8 usage or
      * nothing catalogued for the year, 12 a ledger could not be
      * read (the statement is still written, with a note) or an
      * output could not be opened.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE          ASSIGN TO DYNAMIC
                                                  WS-OUTPUT-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXTRACT-FILE         ASSIGN TO DYNAMIC
                                                  WS-EXTRACT-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RATES-STATUS.
           SELECT CATEGORY-FILE        ASSIGN TO "DATA/CATEGORY.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CATM-STATUS.
      *    Sort scratch: the ledgers are chronological, the tax
      *    section is by class and category, so the flagged lines
      *    sort on the way through.
           SELECT SORT-WORK            ASSIGN TO "ANNUSORT".
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(90).
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(250).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       FD  CATEGORY-FILE.
       01  CATEGORY-LINE               PIC X(80).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-CLASS                PIC X(10).
           05  SR-CATEGORY             PIC X(8).
           05  SR-DATE                 PIC X(8).
           05  SR-SEQUENCE             PIC 9(6).
           05  SR-AMOUNT               PIC S9(7)V99 USAGE COMP-3.
           05  SR-FOLD-AMOUNT          PIC S9(7)V99 USAGE COMP-3.
           05  SR-CURRENCY             PIC XXX.
           05  SR-COMMENT              PIC X(50).
           05  SR-PERIOD               PIC X(6).
           05  SR-FILE-IDX             PIC 99.
           05  SR-LINE-NO              PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS            PIC XX VALUE '00'.
       01  WS-EXTRACT-STATUS           PIC XX VALUE '00'.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 12 TIMES PIC X(80).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
       01  WS-ACCOUNT                  PIC X(20) VALUE SPACES.
       01  WS-YEAR                     PIC X(4) VALUE SPACES.
       01  WS-YEAR-TOKEN               PIC X(80) VALUE SPACES.
       01  WS-OUTPUT-NAME              PIC X(85) VALUE SPACES.
       01  WS-EXTRACT-NAME             PIC X(95) VALUE SPACES.
       01  WS-OUTPUT-BASE              PIC X(85) VALUE SPACES.
      *    The ledgers read, with the period and catalog status each
      *    stands for (blank for a ledger the catalog does not know).
       77  WS-FILE-TABLE-SIZE          PIC 99 VALUE 24.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY           OCCURS 24 TIMES.
               10  WS-FILE-NAME-ENTRY  PIC X(80).
               10  WS-FILE-PERIOD      PIC X(6).
               10  WS-FILE-STATE       PIC X(8).
       01  WS-FILE-COUNT               PIC 99 VALUE 0.
       01  WS-FILE-IDX                 PIC 99 VALUE 0.
       01  WS-OPEN-FAIL-SWITCH         PIC X VALUE 'N'.
           88  WS-ANY-OPEN-FAILED      VALUE 'Y'.
      *    Year figures, built the way BUDGET-TREND builds a period's:
      *    the first ledger's opening, committed lines into income
      *    or expenses, the last ledger's own closing.
       01  WS-YEAR-OPENING             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-YEAR-INCOME              PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-YEAR-EXPENSES            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-YEAR-CLOSING             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-YEAR-CARRY-DIFF          PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-LEDGER-OPENING           PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-LEDGER-INCOME            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-LEDGER-EXPENSES          PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-LEDGERS-TALLIED          PIC 99 VALUE 0.
      *    The month a ledger's lines count under: its period's, or
      *    0 for an uncatalogued ledger (each line's own date then).
       01  WS-LEDGER-MONTH             PIC 99 VALUE 0.
       01  WS-POST-MONTH               PIC 99 VALUE 0.
       01  WS-MONTH-IDX                PIC 99 VALUE 0.
       01  WS-MONTH-COVERAGE.
           05  WS-MONTH-COVERED        OCCURS 12 TIMES PIC X.
       01  WS-MONTH-NAME-LIST          PIC X(36)
                        VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-LIST.
           05  WS-MONTH-NAME           OCCURS 12 TIMES PIC XXX.
       01  WS-UNPLACED-COUNT           PIC 9(6) VALUE 0.
       01  WS-SEQUENCE                 PIC 9(6) VALUE 0.
      *    A committed line is held back until the next line shows
      *    whether it was split: a split parent counts by its
      *    portions, an unsplit one by itself.
       01  WS-PARENT-MODE              PIC X VALUE SPACE.
       01  WS-PARENT-SPLIT-SWITCH      PIC X VALUE 'N'.
           88  WS-PARENT-SPLIT         VALUE 'Y'.
       01  WS-PARENT-FOLD              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PARENT-AMOUNT            PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PARENT-CATEGORY          PIC X(8) VALUE SPACES.
       01  WS-PARENT-DATE              PIC X(8) VALUE SPACES.
       01  WS-PARENT-COMMENT           PIC X(50) VALUE SPACES.
       01  WS-PARENT-LINE-NO           PIC 9(6) VALUE 0.
       01  WS-SPLIT-PARENT-CURR        PIC XXX VALUE SPACES.
       01  WS-SAVED-LR-CURRENCY        PIC XXX VALUE SPACES.
       01  WS-SAVED-LR-DATE            PIC X(8) VALUE SPACES.
      *    The line being posted to the category table.
       01  WS-POST-AMOUNT              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-POST-FOLD                PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-POST-CURRENCY            PIC XXX VALUE SPACES.
       01  WS-POST-CATEGORY            PIC X(8) VALUE SPACES.
       01  WS-POST-DATE                PIC X(8) VALUE SPACES.
       01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
           05  WS-POST-DATE-YEAR       PIC X(4).
           05  WS-POST-DATE-MONTH      PIC X(2).
           05  FILLER                  PIC X(2).
       01  WS-POST-COMMENT             PIC X(50) VALUE SPACES.
       01  WS-POST-LINE-NO             PIC 9(6) VALUE 0.
      *    Category rows, in code order with the uncategorised row
      *    last; month 13 is the year.
       77  WS-CAT-TABLE-SIZE           PIC 99 VALUE 60.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY            OCCURS 60 TIMES.
               10  WS-CAT-CODE         PIC X(8).
               10  WS-CAT-CLASS        PIC X(10).
               10  WS-CAT-MONTH        OCCURS 13 TIMES
                                       PIC S9(9)V99 USAGE COMP-3.
       01  WS-CAT-COUNT                PIC 99 VALUE 0.
       01  WS-CAT-IDX                  PIC 99 VALUE 0.
       01  WS-CAT-SLOT                 PIC 99 VALUE 0.
       01  WS-CAT-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-CAT-FULL-NOTED       VALUE 'Y'.
       01  WS-TOTAL-ROW.
           05  WS-TOTAL-MONTH          OCCURS 13 TIMES
                                       PIC S9(9)V99 USAGE COMP-3.
       01  WS-HALF-TOTAL               PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ROW-HALF                 PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-POST-CLASS               PIC X(10) VALUE SPACES.
      *    Matrix layout: two blocks of six months and a seventh
      *    column, the half-year or the year.
       01  WS-BLOCK-FIRST-MONTH        PIC 99 VALUE 0.
       01  WS-COLUMN-NO                PIC 99 VALUE 0.
       01  WS-COLUMN-POS               PIC 99 VALUE 0.
       01  WS-CELL-DISPLAY             PIC -(6)9.99.
      *    Notes gathered on the way, printed with the summary.
       77  WS-NOTE-TABLE-SIZE          PIC 99 VALUE 20.
       01  WS-NOTE-TABLE.
           05  WS-NOTE                 OCCURS 20 TIMES PIC X(86).
       01  WS-NOTE-COUNT               PIC 99 VALUE 0.
       01  WS-NOTE-IDX                 PIC 99 VALUE 0.
       01  WS-NOTE-TEXT                PIC X(86).
       01  WS-NOTE-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  WS-NOTE-OVERFLOW        VALUE 'Y'.
       01  WS-MISSING-MONTHS           PIC X(48).
       01  WS-MISSING-POS              PIC 99 VALUE 0.
      *    Tax section state while writing: a class or category
      *    change closes the previous group with its total.
       01  WS-SECTION-CLASS            PIC X(10) VALUE LOW-VALUES.
       01  WS-SECTION-CATEGORY         PIC X(8) VALUE LOW-VALUES.
       01  WS-CLASS-TOTAL              PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-SECTION-TOTAL            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CLASS-OPEN-SWITCH        PIC X VALUE 'N'.
           88  WS-CLASS-OPEN           VALUE 'Y'.
       01  WS-SECTION-OPEN-SWITCH      PIC X VALUE 'N'.
           88  WS-SECTION-OPEN         VALUE 'Y'.
       01  WS-SORT-EOS-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-SORT          VALUE 'Y'.
       01  WS-TAX-LINE-COUNT           PIC 9(6) VALUE 0.
      *    Pagination: a 60-line page leaves room for a printer's
      *    top and bottom margins on the usual 66-line form.  The
      *    column heading of the section being written repeats under
      *    the page heading.
       77  WS-PAGE-LENGTH              PIC 99 VALUE 60.
       01  WS-LINE-COUNT               PIC 99 VALUE 99.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 0.
       01  WS-PAGE-NO-DISPLAY          PIC ZZZ9.
       01  WS-COLUMN-HEADING           PIC X(90) VALUE SPACES.
       01  WS-STATEMENT-TITLE          PIC X(60) VALUE SPACES.
       01  WS-HELD-REPORT-LINE         PIC X(90) VALUE SPACES.
      *    Category master: descriptions and tax classes.
       01  WS-CATM-STATUS              PIC XX VALUE '00'.
       01  WS-HAVE-CATMASTER-SWITCH    PIC X VALUE 'N'.
           88  WS-HAVE-CATMASTER       VALUE 'Y'.
       77  WS-CATMASTER-TABLE-SIZE     PIC 99 VALUE 60.
       01  WS-CATMASTER-TABLE.
           05  WS-CATMASTER-ENTRY      OCCURS 60 TIMES
                                       INDEXED BY WS-CATM-IDX.
               10  WS-CATM-CODE        PIC X(8) VALUE SPACES.
               10  WS-CATM-DESC        PIC X(30) VALUE SPACES.
               10  WS-CATM-CLASS       PIC X(10) VALUE SPACES.
       01  WS-CATMASTER-COUNT          PIC 99 VALUE 0.
       01  WS-CATM-IN.
           05  WS-CATM-IN-CODE         PIC X(10).
           05  WS-CATM-IN-DESC         PIC X(30).
           05  WS-CATM-IN-ACTIVE       PIC X(10).
           05  WS-CATM-IN-CLASS        PIC X(12).
       01  WS-CATM-SHOW-DESC           PIC X(30).
       01  WS-CATM-SHOW-CLASS          PIC X(10).
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
           05  WS-NO-RATE-CODE         OCCURS 10 TIMES PIC XXX
                                       VALUE SPACES.
       01  WS-NO-RATE-COUNT            PIC 99 VALUE 0.
       01  WS-NO-RATE-IDX              PIC 99 VALUE 0.
       01  WS-NO-RATE-SEEN-SWITCH      PIC X VALUE 'N'.
           88  WS-NO-RATE-SEEN         VALUE 'Y'.
      *    Line formatting.
       01  WS-MONEY-DISPLAY            PIC -(8)9.99.
       01  WS-AMOUNT-DISPLAY           PIC -(6)9.99.
       01  WS-FOLD-DISPLAY             PIC -(6)9.99.
       01  WS-SUBTOTAL-DISPLAY         PIC -(6)9.99.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01  WS-DETAIL-COMMENT           PIC X(28).
       01  WS-EXTRACT-AMOUNT           PIC -(7)9.99.
       01  WS-EXTRACT-FOLD             PIC -(7)9.99.
       01  WS-EXTRACT-COMMENT          PIC X(50).
      *    Shared read lock per ledger, honoured with every other
      *    program that opens one.  A 'WAIT' token retries busy
      *    locks for a while - for batch runs.
       01  WS-LOCK-WAIT-SWITCH         PIC X VALUE 'N'.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
       01  WS-LOCK-HELD-SWITCH         PIC X VALUE 'N'.
           88  WS-LOCK-HELD            VALUE 'Y'.
           COPY LEDGLOCK.
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CT-FIRST                 PIC 9(4) USAGE COMP VALUE 0.
           COPY LEDGCAT.
           COPY LEDGREAD.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM OPEN-OUTPUT-FILES.
           SORT SORT-WORK
               ON ASCENDING KEY SR-CLASS SR-CATEGORY SR-DATE
                                SR-SEQUENCE
               INPUT PROCEDURE IS RELEASE-YEAR-ENTRIES
               OUTPUT PROCEDURE IS WRITE-ANNUAL-STATEMENT.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           DISPLAY 'Annual statement written to '
                   FUNCTION TRIM(WS-OUTPUT-NAME) '.'.
           MOVE WS-TAX-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' tax line(s) extracted to '
                   FUNCTION TRIM(WS-EXTRACT-NAME) '.'.
           EVALUATE TRUE
               WHEN WS-ANY-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NOTE-COUNT > 0
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
           MOVE WS-YEAR-TOKEN TO WS-YEAR.
           IF WS-YEAR-TOKEN(5:) NOT = SPACES
                   OR WS-YEAR IS NOT NUMERIC THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF WS-ACCOUNT NOT = SPACES AND WS-FILE-COUNT > 0 THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF WS-ACCOUNT NOT = SPACES THEN
               PERFORM SELECT-FROM-CATALOG
           ELSE
               IF WS-FILE-COUNT = 0 THEN
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   PERFORM FIND-FILE-PERIOD
               END-PERFORM
           END-IF.
           PERFORM NAME-OUTPUT-FILES.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-annual ACCOUNT <name> YEAR <yyyy>'
                   ' [OUTPUT <file>] [WAIT]'.
           DISPLAY '   or: budget-annual YEAR <yyyy> <ledger>'
                   ' [<ledger> ...] [OUTPUT <file>] [WAIT]'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *                                ACCOUNT, YEAR and OUTPUT take
      *                                the token after them; WAIT is
      *                                a switch; anything else is a
      *                                ledger.
       NOTE-ARGUMENT-TOKEN.
           EVALUATE WS-TOKEN(WS-TOKEN-IDX)
               WHEN SPACES
                   CONTINUE
               WHEN 'ACCOUNT'
                   IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
                       PERFORM SHOW-USAGE
                   END-IF
                   ADD 1 TO WS-TOKEN-IDX
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-ACCOUNT
               WHEN 'YEAR'
                   IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
                       PERFORM SHOW-USAGE
                   END-IF
                   ADD 1 TO WS-TOKEN-IDX
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-YEAR-TOKEN
               WHEN 'OUTPUT'
                   IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
                       PERFORM SHOW-USAGE
                   END-IF
                   ADD 1 TO WS-TOKEN-IDX
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

      *                                The account's catalogued
      *                                periods in the year, oldest
      *                                first, become the file list.
       SELECT-FROM-CATALOG.
           MOVE WS-ACCOUNT TO CT-ACCOUNT.
           STRING WS-YEAR '01' DELIMITED BY SIZE INTO CT-FROM-PERIOD
           END-STRING.
           STRING WS-YEAR '12' DELIMITED BY SIZE INTO CT-TO-PERIOD
           END-STRING.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-ANNUAL' TO CT-PROGRAM.
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
                       ' in ' WS-YEAR '.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO WS-CT-FIRST.
           IF CT-SELECT-COUNT > WS-FILE-TABLE-SIZE THEN
               COMPUTE WS-CT-FIRST
                     = CT-SELECT-COUNT - WS-FILE-TABLE-SIZE + 1
               END-COMPUTE
           END-IF.
           MOVE 0 TO WS-FILE-COUNT.
           PERFORM VARYING WS-CT-IDX FROM WS-CT-FIRST BY 1
                   UNTIL WS-CT-IDX > CT-SELECT-COUNT
               ADD 1 TO WS-FILE-COUNT
               MOVE CT-SEL-FILE(WS-CT-IDX)
                   TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT)
               MOVE CT-SEL-PERIOD(WS-CT-IDX)
                   TO WS-FILE-PERIOD(WS-FILE-COUNT)
               MOVE CT-SEL-STATUS(WS-CT-IDX)
                   TO WS-FILE-STATE(WS-FILE-COUNT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                A named ledger the catalog
      *                                knows counts under its period.
       FIND-FILE-PERIOD.
           MOVE 'F' TO CT-OP.
           MOVE 'BUDGET-ANNUAL' TO CT-PROGRAM.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO CT-LEDGER-NAME.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = '0' AND CT-SELECT-COUNT > 0 THEN
               MOVE CT-SEL-PERIOD(1) TO WS-FILE-PERIOD(WS-FILE-IDX)
               MOVE CT-SEL-STATUS(1) TO WS-FILE-STATE(WS-FILE-IDX)
           ELSE
               MOVE SPACES TO WS-FILE-PERIOD(WS-FILE-IDX)
                              WS-FILE-STATE(WS-FILE-IDX)
           END-IF.
           EXIT PARAGRAPH.

      *                                <base>.ANNUAL and
      *                                <base>.TAX.CSV, or the OUTPUT
      *                                file and <file>.TAX.CSV.
       NAME-OUTPUT-FILES.
           IF WS-ACCOUNT NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-ACCOUNT) DELIMITED BY SIZE
                      '-'               DELIMITED BY SIZE
                      WS-YEAR           DELIMITED BY SIZE
                      INTO WS-OUTPUT-BASE
               END-STRING
           ELSE
               STRING 'BUDGET-'         DELIMITED BY SIZE
                      WS-YEAR           DELIMITED BY SIZE
                      INTO WS-OUTPUT-BASE
               END-STRING
           END-IF.
           IF WS-OUTPUT-NAME = SPACES THEN
               STRING FUNCTION TRIM(WS-OUTPUT-BASE)
                                        DELIMITED BY SIZE
                      '.ANNUAL'         DELIMITED BY SIZE
                      INTO WS-OUTPUT-NAME
               END-STRING
               STRING FUNCTION TRIM(WS-OUTPUT-BASE)
                                        DELIMITED BY SIZE
                      '.TAX.CSV'        DELIMITED BY SIZE
                      INTO WS-EXTRACT-NAME
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-OUTPUT-NAME)
                                        DELIMITED BY SIZE
                      '.TAX.CSV'        DELIMITED BY SIZE
                      INTO WS-EXTRACT-NAME
               END-STRING
           END-IF.
           IF WS-ACCOUNT NOT = SPACES THEN
               STRING 'ANNUAL STATEMENT  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACCOUNT) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-YEAR           DELIMITED BY SIZE
                      INTO WS-STATEMENT-TITLE
               END-STRING
           ELSE
               STRING 'ANNUAL STATEMENT  ' DELIMITED BY SIZE
                      WS-YEAR           DELIMITED BY SIZE
                      INTO WS-STATEMENT-TITLE
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write ' FUNCTION TRIM(WS-OUTPUT-NAME)
                       ', file status ' WS-REPORT-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write ' FUNCTION TRIM(WS-EXTRACT-NAME)
                       ', file status ' WS-EXTRACT-STATUS '.'
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO EXTRACT-LINE.
           STRING 'CLASS;CATEGORY;DATE;AMOUNT;CURRENCY;FOLDED;'
                                        DELIMITED BY SIZE
                  'COMMENT;PERIOD;LEDGER;LINE'
                                        DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE.
           EXIT PARAGRAPH.

       ACQUIRE-LEDGER-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LK-LEDGER-NAME.
           MOVE 'BUDGET-ANNUAL' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'S' TO LK-MODE.
           MOVE WS-LOCK-WAIT-SWITCH TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = '0' THEN
               SET WS-LOCK-HELD TO TRUE
           ELSE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING FUNCTION TRIM(
                          WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                                        DELIMITED BY SIZE
                      ' busy: held by ' DELIMITED BY SIZE
                      FUNCTION TRIM(LK-HOLDER)
                                        DELIMITED BY SIZE
                      ' - left out.'    DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM ADD-NOTE
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-LEDGER-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LK-LEDGER-NAME.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           EXIT PARAGRAPH.

      *                                Input side of the sort: every
      *                                ledger in turn into the year
      *                                figures and the category rows,
      *                                the flagged lines released for
      *                                the tax section.
       RELEASE-YEAR-ENTRIES.
           MOVE SPACES TO WS-MONTH-COVERAGE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM TALLY-ONE-LEDGER
           END-PERFORM.
           PERFORM NOTE-MISSING-MONTHS.
           IF WS-UNPLACED-COUNT > 0 THEN
               MOVE WS-UNPLACED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-NOTE-TEXT
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' line(s) in uncatalogued ledgers dated outside '
                                        DELIMITED BY SIZE
                      WS-YEAR           DELIMITED BY SIZE
                      ' - left out.'    DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM ADD-NOTE
           END-IF.
           COMPUTE WS-YEAR-CARRY-DIFF
                 = WS-YEAR-CLOSING - WS-YEAR-OPENING
           END-COMPUTE.
           SUBTRACT WS-YEAR-INCOME FROM WS-YEAR-CARRY-DIFF.
           SUBTRACT WS-YEAR-EXPENSES FROM WS-YEAR-CARRY-DIFF.
           EXIT PARAGRAPH.

      *                                A yearly summary left by
      *                                BUDGET-RETAIN covers all twelve
      *                                months; its lines go to the
      *                                months they are dated in.
       TALLY-ONE-LEDGER.
           IF WS-FILE-PERIOD(WS-FILE-IDX) IS NUMERIC
                   AND WS-FILE-PERIOD(WS-FILE-IDX)(1:4)
                       NOT = WS-YEAR THEN
               MOVE SPACES TO WS-NOTE-TEXT
               STRING FUNCTION TRIM(
                          WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                                        DELIMITED BY SIZE
                      ' is period '     DELIMITED BY SIZE
                      WS-FILE-PERIOD(WS-FILE-IDX)
                                        DELIMITED BY SIZE
                      ', not in '       DELIMITED BY SIZE
                      WS-YEAR           DELIMITED BY SIZE
                      ' - left out.'    DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM ADD-NOTE
               MOVE 'LEFT OUT' TO WS-FILE-STATE(WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACQUIRE-LEDGER-LOCK.
           IF NOT WS-LOCK-HELD THEN
               SET WS-ANY-OPEN-FAILED TO TRUE
               MOVE 'LEFT OUT' TO WS-FILE-STATE(WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO LR-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               MOVE SPACES TO WS-NOTE-TEXT
               STRING FUNCTION TRIM(
                          WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                                        DELIMITED BY SIZE
                      ': '              DELIMITED BY SIZE
                      FUNCTION TRIM(LR-ERROR-TEXT)
                                        DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM ADD-NOTE
               SET WS-ANY-OPEN-FAILED TO TRUE
               MOVE 'LEFT OUT' TO WS-FILE-STATE(WS-FILE-IDX)
               PERFORM RELEASE-LEDGER-LOCK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LEDGER-MONTH.
           IF WS-FILE-STATE(WS-FILE-IDX) = 'SUMMARY' THEN
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                   MOVE 'Y' TO WS-MONTH-COVERED(WS-MONTH-IDX)
               END-PERFORM
           ELSE
               IF WS-FILE-PERIOD(WS-FILE-IDX) IS NUMERIC THEN
                   MOVE WS-FILE-PERIOD(WS-FILE-IDX)(5:2)
                       TO WS-LEDGER-MONTH
                   IF WS-LEDGER-MONTH >= 1
                           AND WS-LEDGER-MONTH <= 12 THEN
                       MOVE 'Y' TO WS-MONTH-COVERED(WS-LEDGER-MONTH)
                   ELSE
                       MOVE 0 TO WS-LEDGER-MONTH
                   END-IF
               END-IF
           END-IF.
           IF WS-FILE-STATE(WS-FILE-IDX) = 'OPEN'
                   OR WS-FILE-STATE(WS-FILE-IDX) = 'REOPENED' THEN
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'Period '         DELIMITED BY SIZE
                      WS-FILE-PERIOD(WS-FILE-IDX)
                                        DELIMITED BY SIZE
                      ' is still open - its figures are provisional.'
                                        DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM ADD-NOTE
           END-IF.
           MOVE 0 TO WS-LEDGER-OPENING WS-LEDGER-INCOME
                     WS-LEDGER-EXPENSES.
           MOVE SPACE TO WS-PARENT-MODE.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0' PERFORM TALLY-ONE-ENTRY
                   WHEN 'E' PERFORM REPORT-BAD-LINE
               END-EVALUATE
           END-PERFORM.
           PERFORM FLUSH-PARENT.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           PERFORM RELEASE-LEDGER-LOCK.
           IF WS-LEDGERS-TALLIED = 0 THEN
               MOVE WS-LEDGER-OPENING TO WS-YEAR-OPENING
           END-IF.
           ADD 1 TO WS-LEDGERS-TALLIED.
           ADD WS-LEDGER-INCOME TO WS-YEAR-INCOME.
           ADD WS-LEDGER-EXPENSES TO WS-YEAR-EXPENSES.
           COMPUTE WS-YEAR-CLOSING
                 = WS-LEDGER-OPENING + WS-LEDGER-INCOME
           END-COMPUTE.
           ADD WS-LEDGER-EXPENSES TO WS-YEAR-CLOSING.
           EXIT PARAGRAPH.

      *                                A '>' portion of a committed
      *                                line posts under its own
      *                                category in the parent's
      *                                currency and date; any other
      *                                line settles whatever was held
      *                                back and, if committed, is
      *                                held back in turn.
       TALLY-ONE-ENTRY.
           IF LR-MODE = 'S' THEN
               IF WS-PARENT-MODE = 'A' THEN
                   SET WS-PARENT-SPLIT TO TRUE
                   MOVE LR-CURRENCY TO WS-SAVED-LR-CURRENCY
                   MOVE LR-DATE TO WS-SAVED-LR-DATE
                   MOVE WS-SPLIT-PARENT-CURR TO LR-CURRENCY
                   MOVE WS-PARENT-DATE TO LR-DATE
                   PERFORM SET-FOLD-AMOUNT
                   MOVE WS-SAVED-LR-CURRENCY TO LR-CURRENCY
                   MOVE WS-SAVED-LR-DATE TO LR-DATE
                   MOVE LR-AMOUNT TO WS-POST-AMOUNT
                   MOVE WS-FOLD-AMOUNT TO WS-POST-FOLD
                   MOVE WS-SPLIT-PARENT-CURR TO WS-POST-CURRENCY
                   MOVE LR-CATEGORY TO WS-POST-CATEGORY
                   MOVE LR-DATE TO WS-POST-DATE
                   IF WS-POST-DATE = SPACES THEN
                       MOVE WS-PARENT-DATE TO WS-POST-DATE
                   END-IF
                   MOVE LR-COMMENT TO WS-POST-COMMENT
                   MOVE LR-LINE-NO TO WS-POST-LINE-NO
                   PERFORM POST-CATEGORY-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM FLUSH-PARENT.
           MOVE LR-MODE TO WS-PARENT-MODE.
           MOVE LR-CURRENCY TO WS-SPLIT-PARENT-CURR.
           MOVE 'N' TO WS-PARENT-SPLIT-SWITCH.
           EVALUATE LR-MODE
               WHEN 'I'
                   PERFORM SET-FOLD-AMOUNT
                   MOVE WS-FOLD-AMOUNT TO WS-LEDGER-OPENING
               WHEN 'A'
                   PERFORM SET-FOLD-AMOUNT
                   IF WS-FOLD-AMOUNT > 0 THEN
                       ADD WS-FOLD-AMOUNT TO WS-LEDGER-INCOME
                   ELSE
                       ADD WS-FOLD-AMOUNT TO WS-LEDGER-EXPENSES
                   END-IF
                   MOVE WS-FOLD-AMOUNT TO WS-PARENT-FOLD
                   MOVE LR-AMOUNT TO WS-PARENT-AMOUNT
                   MOVE LR-CATEGORY TO WS-PARENT-CATEGORY
                   MOVE LR-DATE TO WS-PARENT-DATE
                   MOVE LR-COMMENT TO WS-PARENT-COMMENT
                   MOVE LR-LINE-NO TO WS-PARENT-LINE-NO
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                A held-back committed line with
      *                                no portions posts by itself.
       FLUSH-PARENT.
           IF WS-PARENT-MODE = 'A' AND NOT WS-PARENT-SPLIT THEN
               MOVE WS-PARENT-AMOUNT TO WS-POST-AMOUNT
               MOVE WS-PARENT-FOLD TO WS-POST-FOLD
               MOVE WS-SPLIT-PARENT-CURR TO WS-POST-CURRENCY
               MOVE WS-PARENT-CATEGORY TO WS-POST-CATEGORY
               MOVE WS-PARENT-DATE TO WS-POST-DATE
               MOVE WS-PARENT-COMMENT TO WS-POST-COMMENT
               MOVE WS-PARENT-LINE-NO TO WS-POST-LINE-NO
               PERFORM POST-CATEGORY-LINE
           END-IF.
           MOVE SPACE TO WS-PARENT-MODE.
           EXIT PARAGRAPH.

      *                                Into its category's month cell
      *                                and the year; a line in a
      *                                tax-flagged category also goes
      *                                to the sort for the tax section.
       POST-CATEGORY-LINE.
           MOVE WS-LEDGER-MONTH TO WS-POST-MONTH.
           IF WS-POST-MONTH = 0 THEN
               IF WS-POST-DATE-YEAR NOT = WS-YEAR
                       OR WS-POST-DATE-MONTH IS NOT NUMERIC THEN
                   ADD 1 TO WS-UNPLACED-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-POST-DATE-MONTH TO WS-POST-MONTH
               IF WS-POST-MONTH < 1 OR WS-POST-MONTH > 12 THEN
                   ADD 1 TO WS-UNPLACED-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-MONTH-COVERED(WS-POST-MONTH)
           END-IF.
           PERFORM FIND-CATEGORY-ROW.
           IF WS-CAT-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD WS-POST-FOLD TO WS-CAT-MONTH(WS-CAT-SLOT, WS-POST-MONTH).
           ADD WS-POST-FOLD TO WS-CAT-MONTH(WS-CAT-SLOT, 13).
           IF WS-CAT-CLASS(WS-CAT-SLOT) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-CAT-CLASS(WS-CAT-SLOT) TO SR-CLASS.
           MOVE WS-CAT-CODE(WS-CAT-SLOT) TO SR-CATEGORY.
           MOVE WS-POST-DATE TO SR-DATE.
           MOVE WS-SEQUENCE TO SR-SEQUENCE.
           MOVE WS-POST-AMOUNT TO SR-AMOUNT.
           MOVE WS-POST-FOLD TO SR-FOLD-AMOUNT.
           MOVE WS-POST-CURRENCY TO SR-CURRENCY.
           MOVE WS-POST-COMMENT TO SR-COMMENT.
           IF WS-FILE-PERIOD(WS-FILE-IDX) IS NUMERIC THEN
               MOVE WS-FILE-PERIOD(WS-FILE-IDX) TO SR-PERIOD
           ELSE
               MOVE WS-YEAR TO SR-PERIOD(1:4)
               MOVE WS-POST-MONTH TO SR-PERIOD(5:2)
           END-IF.
           MOVE WS-FILE-IDX TO SR-FILE-IDX.
           MOVE WS-POST-LINE-NO TO SR-LINE-NO.
           RELEASE SORT-RECORD.
           EXIT PARAGRAPH.

      *                                WS-POST-CATEGORY's row, added
      *                                in code order when new (the
      *                                uncategorised row always
      *                                last); 0 when the table is full.
       FIND-CATEGORY-ROW.
           MOVE FUNCTION UPPER-CASE(WS-POST-CATEGORY)
               TO WS-POST-CATEGORY.
           MOVE 0 TO WS-CAT-SLOT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-CAT-SLOT > 0
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-POST-CATEGORY THEN
                   MOVE WS-CAT-IDX TO WS-CAT-SLOT
               END-IF
           END-PERFORM.
           IF WS-CAT-SLOT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-COUNT >= WS-CAT-TABLE-SIZE THEN
               IF NOT WS-CAT-FULL-NOTED THEN
                   SET WS-CAT-FULL-NOTED TO TRUE
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING 'More than 60 categories - the rest are '
                                        DELIMITED BY SIZE
                          'left off the statement.'
                                        DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
                   END-STRING
                   PERFORM ADD-NOTE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAT-COUNT TO WS-CAT-SLOT.
           ADD 1 TO WS-CAT-SLOT.
           IF WS-POST-CATEGORY NOT = SPACES THEN
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-CAT-CODE(WS-CAT-IDX) = SPACES
                           OR WS-CAT-CODE(WS-CAT-IDX)
                               > WS-POST-CATEGORY THEN
                       MOVE WS-CAT-IDX TO WS-CAT-SLOT
                       MOVE WS-CAT-COUNT TO WS-CAT-IDX
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM WS-CAT-COUNT BY -1
                   UNTIL WS-CAT-IDX < WS-CAT-SLOT
               MOVE WS-CAT-ENTRY(WS-CAT-IDX)
                   TO WS-CAT-ENTRY(WS-CAT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-CAT-COUNT.
           MOVE WS-POST-CATEGORY TO WS-CAT-CODE(WS-CAT-SLOT).
           MOVE WS-POST-CATEGORY TO WS-SECTION-CATEGORY.
           PERFORM FIND-MASTER-DESC.
           MOVE WS-CATM-SHOW-CLASS TO WS-CAT-CLASS(WS-CAT-SLOT).
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 13
               MOVE 0 TO WS-CAT-MONTH(WS-CAT-SLOT, WS-MONTH-IDX)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                One note for every month of
      *                                the year no ledger stood for.
       NOTE-MISSING-MONTHS.
           MOVE SPACES TO WS-MISSING-MONTHS.
           MOVE 1 TO WS-MISSING-POS.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               IF WS-MONTH-COVERED(WS-MONTH-IDX) NOT = 'Y' THEN
                   MOVE WS-MONTH-NAME(WS-MONTH-IDX)
                       TO WS-MISSING-MONTHS(WS-MISSING-POS:3)
                   ADD 4 TO WS-MISSING-POS
               END-IF
           END-PERFORM.
           IF WS-MISSING-MONTHS = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING 'No ledger read for '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MISSING-MONTHS)
                                        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-YEAR               DELIMITED BY SIZE
                  ' - figures incomplete.'
                                        DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           PERFORM ADD-NOTE.
           EXIT PARAGRAPH.

      *                                Shown as it happens and kept
      *                                for the statement's notes.
       ADD-NOTE.
           DISPLAY 'WARNING: ' FUNCTION TRIM(WS-NOTE-TEXT).
           IF WS-NOTE-COUNT < WS-NOTE-TABLE-SIZE THEN
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-NOTE-TEXT TO WS-NOTE(WS-NOTE-COUNT)
           ELSE
               SET WS-NOTE-OVERFLOW TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *                                Output side of the sort:
      *                                summary, the category matrix,
      *                                then the tax section off the
      *                                sorted stream.
       WRITE-ANNUAL-STATEMENT.
           PERFORM WRITE-YEAR-SUMMARY.
           MOVE 1 TO WS-BLOCK-FIRST-MONTH.
           PERFORM WRITE-CATEGORY-BLOCK.
           MOVE 7 TO WS-BLOCK-FIRST-MONTH.
           PERFORM WRITE-CATEGORY-BLOCK.
           PERFORM WRITE-CATEGORY-LEGEND.
           PERFORM WRITE-TAX-SECTION.
           PERFORM WRITE-PAGE-FOOTER.
           EXIT PARAGRAPH.

       WRITE-YEAR-SUMMARY.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'YEAR SUMMARY' TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-YEAR-OPENING TO WS-MONEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  Opening balance' TO REPORT-LINE.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(30:12).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-YEAR-INCOME TO WS-MONEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  Income' TO REPORT-LINE.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(30:12).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-YEAR-EXPENSES TO WS-MONEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  Expenses' TO REPORT-LINE.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(30:12).
           PERFORM WRITE-STATEMENT-LINE.
           IF WS-YEAR-CARRY-DIFF NOT = 0 THEN
               MOVE WS-YEAR-CARRY-DIFF TO WS-MONEY-DISPLAY
               MOVE SPACES TO REPORT-LINE
               MOVE '  Not carried between periods' TO REPORT-LINE
               MOVE WS-MONEY-DISPLAY TO REPORT-LINE(30:12)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE WS-YEAR-CLOSING TO WS-MONEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  Closing balance' TO REPORT-LINE.
           MOVE WS-MONEY-DISPLAY TO REPORT-LINE(30:12).
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'PERIODS READ' TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE SPACES TO REPORT-LINE
               IF WS-FILE-PERIOD(WS-FILE-IDX) = SPACES THEN
                   MOVE 'by date' TO REPORT-LINE(3:7)
               ELSE
                   MOVE WS-FILE-PERIOD(WS-FILE-IDX)
                       TO REPORT-LINE(3:6)
               END-IF
               MOVE WS-FILE-STATE(WS-FILE-IDX) TO REPORT-LINE(11:8)
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                   TO REPORT-LINE(21:70)
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.
           IF WS-NOTE-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'NOTES' TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NOTE(WS-NOTE-IDX) TO REPORT-LINE(3:86)
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.
           IF WS-NOTE-OVERFLOW THEN
               MOVE '  (further notes were shown on the console)'
                   TO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *                                Six months from
      *                                WS-BLOCK-FIRST-MONTH and a
      *                                seventh column: the half-year
      *                                after January-June, the year
      *                                after July-December.  Each
      *                                block starts a page.
       WRITE-CATEGORY-BLOCK.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE 'CATEGORY' TO WS-COLUMN-HEADING(1:8).
           PERFORM VARYING WS-COLUMN-NO FROM 1 BY 1
                   UNTIL WS-COLUMN-NO > 6
               COMPUTE WS-COLUMN-POS = WS-COLUMN-NO * 11 + 6
               END-COMPUTE
               COMPUTE WS-MONTH-IDX
                     = WS-BLOCK-FIRST-MONTH + WS-COLUMN-NO - 1
               END-COMPUTE
               MOVE WS-MONTH-NAME(WS-MONTH-IDX)
                   TO WS-COLUMN-HEADING(WS-COLUMN-POS:3)
           END-PERFORM.
           IF WS-BLOCK-FIRST-MONTH = 1 THEN
               MOVE 'JAN-JUN' TO WS-COLUMN-HEADING(79:7)
           ELSE
               MOVE 'YEAR' TO WS-COLUMN-HEADING(82:4)
           END-IF.
           MOVE WS-PAGE-LENGTH TO WS-LINE-COUNT.
           MOVE 0 TO WS-HALF-TOTAL.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 13
               MOVE 0 TO WS-TOTAL-MONTH(WS-MONTH-IDX)
           END-PERFORM.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               PERFORM WRITE-CATEGORY-ROW
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:85).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'TOTAL' TO REPORT-LINE(1:8).
           PERFORM VARYING WS-COLUMN-NO FROM 1 BY 1
                   UNTIL WS-COLUMN-NO > 6
               COMPUTE WS-MONTH-IDX
                     = WS-BLOCK-FIRST-MONTH + WS-COLUMN-NO - 1
               END-COMPUTE
               MOVE WS-TOTAL-MONTH(WS-MONTH-IDX) TO WS-CELL-DISPLAY
               PERFORM PLACE-MATRIX-CELL
           END-PERFORM.
           MOVE 7 TO WS-COLUMN-NO.
           IF WS-BLOCK-FIRST-MONTH = 1 THEN
               MOVE WS-HALF-TOTAL TO WS-CELL-DISPLAY
           ELSE
               MOVE WS-TOTAL-MONTH(13) TO WS-CELL-DISPLAY
           END-IF.
           PERFORM PLACE-MATRIX-CELL.
           PERFORM WRITE-STATEMENT-LINE.
           EXIT PARAGRAPH.

       WRITE-CATEGORY-ROW.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CAT-CODE(WS-CAT-IDX) = SPACES THEN
               MOVE 'UNCATEG.' TO REPORT-LINE(1:8)
           ELSE
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO REPORT-LINE(1:8)
           END-IF.
           MOVE 0 TO WS-ROW-HALF.
           PERFORM VARYING WS-COLUMN-NO FROM 1 BY 1
                   UNTIL WS-COLUMN-NO > 6
               COMPUTE WS-MONTH-IDX
                     = WS-BLOCK-FIRST-MONTH + WS-COLUMN-NO - 1
               END-COMPUTE
               MOVE WS-CAT-MONTH(WS-CAT-IDX, WS-MONTH-IDX)
                   TO WS-CELL-DISPLAY
               PERFORM PLACE-MATRIX-CELL
               ADD WS-CAT-MONTH(WS-CAT-IDX, WS-MONTH-IDX)
                   TO WS-TOTAL-MONTH(WS-MONTH-IDX)
               IF WS-BLOCK-FIRST-MONTH = 1 THEN
                   ADD WS-CAT-MONTH(WS-CAT-IDX, WS-MONTH-IDX)
                       TO WS-ROW-HALF WS-HALF-TOTAL
               END-IF
           END-PERFORM.
           MOVE 7 TO WS-COLUMN-NO.
           IF WS-BLOCK-FIRST-MONTH = 1 THEN
               MOVE WS-ROW-HALF TO WS-CELL-DISPLAY
           ELSE
               MOVE WS-CAT-MONTH(WS-CAT-IDX, 13) TO WS-CELL-DISPLAY
               ADD WS-CAT-MONTH(WS-CAT-IDX, 13) TO WS-TOTAL-MONTH(13)
           END-IF.
           PERFORM PLACE-MATRIX-CELL.
           PERFORM WRITE-STATEMENT-LINE.
           EXIT PARAGRAPH.

      *                                Column n of the matrix is the
      *                                ten characters from 11n - 1.
       PLACE-MATRIX-CELL.
           COMPUTE WS-COLUMN-POS = WS-COLUMN-NO * 11 - 1
           END-COMPUTE.
           MOVE WS-CELL-DISPLAY TO REPORT-LINE(WS-COLUMN-POS:10).
           EXIT PARAGRAPH.

       WRITE-CATEGORY-LEGEND.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE 'CATEGORY  DESCRIPTION' TO WS-COLUMN-HEADING.
           MOVE 'TAX CLASS' TO WS-COLUMN-HEADING(43:9).
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-SECTION-CATEGORY
               PERFORM FIND-MASTER-DESC
               MOVE SPACES TO REPORT-LINE
               IF WS-SECTION-CATEGORY = SPACES THEN
                   MOVE 'UNCATEG.' TO REPORT-LINE(1:8)
                   MOVE 'Lines with no category'
                       TO REPORT-LINE(11:30)
               ELSE
                   MOVE WS-SECTION-CATEGORY TO REPORT-LINE(1:8)
                   MOVE WS-CATM-SHOW-DESC TO REPORT-LINE(11:30)
               END-IF
               MOVE WS-CAT-CLASS(WS-CAT-IDX) TO REPORT-LINE(43:10)
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                The sorted flagged lines: one
      *                                group per tax class, within it
      *                                one per category with its
      *                                subtotal, each line also going
      *                                to the extract.
       WRITE-TAX-SECTION.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE WS-PAGE-LENGTH TO WS-LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'TAX SECTION' TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '    DATE         AMOUNT CUR     FOLDED COMMENT'
               TO WS-COLUMN-HEADING.
           MOVE 'PERIOD' TO WS-COLUMN-HEADING(69:6).
           MOVE 'N' TO WS-SORT-EOS-SWITCH.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK
                   AT END SET WS-END-OF-SORT TO TRUE
                   NOT AT END PERFORM WRITE-ONE-TAX-LINE
               END-RETURN
           END-PERFORM.
           PERFORM CLOSE-OPEN-SECTION.
           PERFORM CLOSE-OPEN-CLASS.
           IF WS-TAX-LINE-COUNT = 0 THEN
               MOVE SPACES TO REPORT-LINE
               IF WS-HAVE-CATMASTER THEN
                   MOVE 'No lines in a tax-flagged category.'
                       TO REPORT-LINE
               ELSE
                   MOVE 'No category master - no category is flagged.'
                       TO REPORT-LINE
               END-IF
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           EXIT PARAGRAPH.

       WRITE-ONE-TAX-LINE.
           IF SR-CLASS NOT = WS-SECTION-CLASS
                   OR NOT WS-CLASS-OPEN THEN
               PERFORM CLOSE-OPEN-SECTION
               PERFORM CLOSE-OPEN-CLASS
               PERFORM OPEN-NEW-CLASS
           END-IF.
           IF SR-CATEGORY NOT = WS-SECTION-CATEGORY
                   OR NOT WS-SECTION-OPEN THEN
               PERFORM CLOSE-OPEN-SECTION
               PERFORM OPEN-NEW-SECTION
           END-IF.
           ADD SR-FOLD-AMOUNT TO WS-SECTION-TOTAL.
           ADD SR-FOLD-AMOUNT TO WS-CLASS-TOTAL.
           ADD 1 TO WS-TAX-LINE-COUNT.
           MOVE SR-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SR-FOLD-AMOUNT TO WS-FOLD-DISPLAY.
           MOVE SR-COMMENT TO WS-DETAIL-COMMENT.
           MOVE SPACES TO REPORT-LINE.
           MOVE SR-DATE TO REPORT-LINE(5:8).
           MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE(15:10).
           MOVE SR-CURRENCY TO REPORT-LINE(26:3).
           MOVE WS-FOLD-DISPLAY TO REPORT-LINE(30:10).
           MOVE WS-DETAIL-COMMENT TO REPORT-LINE(41:28).
           MOVE SR-PERIOD TO REPORT-LINE(69:6).
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-EXTRACT-LINE.
           EXIT PARAGRAPH.

       OPEN-NEW-CLASS.
           MOVE SR-CLASS TO WS-SECTION-CLASS.
           MOVE 0 TO WS-CLASS-TOTAL.
           SET WS-CLASS-OPEN TO TRUE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TAX CLASS '          DELIMITED BY SIZE
                  WS-SECTION-CLASS      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.
           EXIT PARAGRAPH.

       CLOSE-OPEN-CLASS.
           IF NOT WS-CLASS-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLASS-TOTAL TO WS-SUBTOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL '              DELIMITED BY SIZE
                  WS-SECTION-CLASS      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           MOVE WS-SUBTOTAL-DISPLAY TO REPORT-LINE(30:10).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE 'N' TO WS-CLASS-OPEN-SWITCH.
           EXIT PARAGRAPH.

       OPEN-NEW-SECTION.
           MOVE SR-CATEGORY TO WS-SECTION-CATEGORY.
           MOVE 0 TO WS-SECTION-TOTAL.
           SET WS-SECTION-OPEN TO TRUE.
           PERFORM FIND-MASTER-DESC.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CATM-SHOW-DESC = SPACES THEN
               MOVE WS-SECTION-CATEGORY TO REPORT-LINE(3:8)
           ELSE
               STRING '  '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SECTION-CATEGORY)
                                        DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CATM-SHOW-DESC)
                                        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.
           EXIT PARAGRAPH.

       CLOSE-OPEN-SECTION.
           IF NOT WS-SECTION-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SECTION-TOTAL TO WS-SUBTOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '    subtotal '       DELIMITED BY SIZE
                  WS-SECTION-CATEGORY   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           MOVE WS-SUBTOTAL-DISPLAY TO REPORT-LINE(30:10).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE 'N' TO WS-SECTION-OPEN-SWITCH.
           EXIT PARAGRAPH.

      *                                The accountant's copy: face and
      *                                folded amounts unedited, and a
      *                                ';' in a comment turned into a
      *                                ',' so the columns stay put.
       WRITE-EXTRACT-LINE.
           MOVE SR-AMOUNT TO WS-EXTRACT-AMOUNT.
           MOVE SR-FOLD-AMOUNT TO WS-EXTRACT-FOLD.
           MOVE SR-COMMENT TO WS-EXTRACT-COMMENT.
           INSPECT WS-EXTRACT-COMMENT REPLACING ALL ';' BY ','.
           MOVE SR-LINE-NO TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO EXTRACT-LINE.
           STRING FUNCTION TRIM(SR-CLASS)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(SR-CATEGORY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(SR-DATE)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTRACT-AMOUNT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(SR-CURRENCY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTRACT-FOLD)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTRACT-COMMENT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SR-PERIOD             DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILE-NAME-ENTRY(SR-FILE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE.
           EXIT PARAGRAPH.

      *                                A new group heading that would
      *                                land at the foot of a page
      *                                starts the next one instead.
       WRITE-SECTION-HEADING.
           IF WS-LINE-COUNT + 5 > WS-PAGE-LENGTH THEN
               MOVE WS-PAGE-LENGTH TO WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           IF WS-COLUMN-HEADING NOT = SPACES THEN
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *                                Page machinery: every body
      *                                line goes through here, and a
      *                                full page closes with its
      *                                footer before the next page's
      *                                heading goes out.
       WRITE-STATEMENT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LENGTH THEN
               IF WS-PAGE-NO > 0 THEN
                   PERFORM WRITE-PAGE-FOOTER
               END-IF
               PERFORM START-NEW-PAGE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           EXIT PARAGRAPH.

       WRITE-BLANK-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           EXIT PARAGRAPH.

      *                                The line waiting to go out is
      *                                kept aside while the heading
      *                                is written.
       START-NEW-PAGE.
           MOVE REPORT-LINE TO WS-HELD-REPORT-LINE.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-STATEMENT-TITLE TO REPORT-LINE.
           MOVE WS-PAGE-NO TO WS-PAGE-NO-DISPLAY.
           STRING 'page '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO REPORT-LINE(76:15)
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-LINE-COUNT.
           IF WS-COLUMN-HEADING NOT = SPACES THEN
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-HELD-REPORT-LINE TO REPORT-LINE.
           EXIT PARAGRAPH.

       WRITE-PAGE-FOOTER.
           MOVE REPORT-LINE TO WS-HELD-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-NO TO WS-PAGE-NO-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '                                   - page '
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  ' -'                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HELD-REPORT-LINE TO REPORT-LINE.
           EXIT PARAGRAPH.

       FIND-MASTER-DESC.
           MOVE SPACES TO WS-CATM-SHOW-DESC WS-CATM-SHOW-CLASS.
           IF NOT WS-HAVE-CATMASTER
                   OR WS-SECTION-CATEGORY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
                   UNTIL WS-CATM-IDX > WS-CATMASTER-COUNT
               IF WS-CATM-CODE(WS-CATM-IDX)
                       = WS-SECTION-CATEGORY THEN
                   MOVE WS-CATM-DESC(WS-CATM-IDX)
                       TO WS-CATM-SHOW-DESC
                   MOVE WS-CATM-CLASS(WS-CATM-IDX)
                       TO WS-CATM-SHOW-CLASS
                   SET WS-CATM-IDX TO WS-CATMASTER-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATM-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-HAVE-CATMASTER TO TRUE.
           PERFORM UNTIL WS-CATM-STATUS NOT = '00'
               READ CATEGORY-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-CATEGORY-LINE
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-FILE.
           EXIT PARAGRAPH.

      *                                CODE;DESCRIPTION;ACTIVE;TAX -
      *                                the 4th column is the tax
      *                                class, blank for a category
      *                                the tax section leaves out.
       NOTE-CATEGORY-LINE.
           IF CATEGORY-LINE = SPACES OR CATEGORY-LINE(1:1) = '*'
                   OR WS-CATMASTER-COUNT
                       >= WS-CATMASTER-TABLE-SIZE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CATM-IN.
           UNSTRING CATEGORY-LINE
               DELIMITED BY ';'
               INTO WS-CATM-IN-CODE WS-CATM-IN-DESC
                    WS-CATM-IN-ACTIVE WS-CATM-IN-CLASS
           END-UNSTRING.
           IF WS-CATM-IN-CODE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CATMASTER-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CATM-IN-CODE))
               TO WS-CATM-CODE(WS-CATMASTER-COUNT).
           MOVE WS-CATM-IN-DESC
               TO WS-CATM-DESC(WS-CATMASTER-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CATM-IN-CLASS))
               TO WS-CATM-CLASS(WS-CATMASTER-COUNT).
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
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'No exchange rate on file for '
                                        DELIMITED BY SIZE
                      LR-CURRENCY       DELIMITED BY SIZE
                      ' - taken at face value.'
                                        DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM ADD-NOTE
           END-IF.
           EXIT PARAGRAPH.

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
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING FUNCTION TRIM(WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                                        DELIMITED BY SIZE
                  ' line '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  ' unreadable: '       DELIMITED BY SIZE
                  FUNCTION TRIM(LR-ERROR-TEXT)
                                        DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           PERFORM ADD-NOTE.
           EXIT PARAGRAPH.
