       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-ANOMALY.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Payee anomalies: a bill creeping up, a subscription still
      * being charged, a regular payment that quietly stopped - the
      * changes only a payee-by-payee comparison across months shows.
      *
      *   budget-anomaly ACCOUNT <name> [PERIOD <yyyymm>[-<yyyymm>]]
      *                  [TOLERANCE <pct>] [OUTPUT <file>] [WAIT]
      *   budget-anomaly <ledger> [<ledger> ...] [TOLERANCE <pct>]
      *                  [OUTPUT <file>] [WAIT]
      *
      * ACCOUNT takes the account's catalogued periods, the .CLOSED
      * archives and the live ledger, oldest first (the latest 24
      * when there are more); otherwise the ledgers named are read
      * in the order given, oldest first.  The yearly summaries
      * BUDGET-RETAIN leaves in the catalog hold category totals,
      * not payees, and are passed over.  The last period is the
      * current one, the ones before it the history.  Either format
      * is read via LEDGER-READER.
      *
      * Committed lines are grouped by payee: the first
      * DATA/CATRULES.CSV pattern found in the comment names the
      * payee (the same case-blind rules BUDGET-STMATCH imports
      * by), otherwise the comment does - upper-cased and cut at its
      * first digit, so 'Rent 01/2026' and 'Rent 02/2026' are one
      * payee; a payment-run entry is keyed by the text after its
      * 'PAY <reference> ' opening.  Transfer legs are not payees
      * and are left out, as is every reversal together with the
      * line it reverses (a void, the old side of an amendment, a
      * backed-out payment), P/R projections and the portions of a
      * split (the whole line is the payment).  Foreign lines fold
      * through DATA/RATES.CSV.
      *
      * The usual amount is the average charge over the trailing
      * six periods before the current one.  Four things are
      * flagged:
      *
      *   AMOUNT   a current charge averaging more than TOLERANCE
      *            percent (default 20) away from the usual amount,
      *            for a payee seen in two or more trailing periods
      *   MISSING  a regular payee - seen in each of the three
      *            periods before the current one - not seen in it
      *   NEW      a payee not seen before, now present in two or
      *            more consecutive periods up to the current one
      *   DOUBLE   a monthly payee - regular, and charged once in
      *            each trailing period it was seen - charged two or
      *            more times in the current period
      *
      * The list goes to <account>.ANOMALY (<last ledger>.ANOMALY
      * for named ledgers, or the OUTPUT file) and to the console.
      * When the current period is still open a MISSING payee may
      * simply not have been charged yet; the report says so.
      *
      * Return codes: 0 nothing flagged, 4 anomalies listed, 8 usage
      * or fewer than two periods to compare, 12 a ledger or the
      * report could not be read or written.  As a JOBRUN step,
      * MAXRC 4 lets the chain run on with the list for review and
      * MAXRC 0 holds it:
      *
      *   4;budget-anomaly ACCOUNT HOME WAIT
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
      *    Payee patterns, 'PATTERN;CATEGORY' - only the pattern is
      *    used here.  Optional.
           SELECT RULES-FILE           ASSIGN TO "DATA/CATRULES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RULES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       FD  RULES-FILE.
       01  RULES-LINE                  PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS            PIC XX VALUE '00'.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
       01  WS-RULES-STATUS             PIC XX VALUE '00'.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 12 TIMES PIC X(80).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
       01  WS-ACCOUNT                  PIC X(20) VALUE SPACES.
       01  WS-OUTPUT-NAME              PIC X(85) VALUE SPACES.
       01  WS-TOLERANCE-TOKEN          PIC X(80) VALUE SPACES.
       01  WS-TOLERANCE                PIC 9(3) VALUE 20.
      *    The periods compared, oldest first; the last is current.
       77  WS-FILE-TABLE-SIZE          PIC 99 VALUE 24.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY           OCCURS 24 TIMES.
               10  WS-FILE-NAME-ENTRY  PIC X(80).
               10  WS-FILE-PERIOD      PIC X(6).
               10  WS-FILE-STATE       PIC X(8).
       01  WS-FILE-COUNT               PIC 99 VALUE 0.
       01  WS-FILE-IDX                 PIC 99 VALUE 0.
       01  WS-CURRENT-IDX              PIC 99 VALUE 0.
       01  WS-OPEN-FAIL-SWITCH         PIC X VALUE 'N'.
           88  WS-ANY-OPEN-FAILED      VALUE 'Y'.
      *    How far back the usual amount looks, how many periods in
      *    a row make a payee regular, and how long a new payee's
      *    run must be before it is called out.
       77  WS-TRAILING-PERIODS         PIC 99 VALUE 6.
       77  WS-REGULAR-RUN              PIC 99 VALUE 3.
       77  WS-NEW-RUN                  PIC 99 VALUE 2.
      *    One row per payee, a count and a sum per period.
       77  WS-PAYEE-TABLE-SIZE         PIC 9(3) VALUE 150.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY          OCCURS 150 TIMES.
               10  WS-PAYEE-KEY        PIC X(30).
               10  WS-PAYEE-BY-RULE    PIC X.
               10  WS-PAYEE-PERIOD     OCCURS 24 TIMES.
                   15  WS-PAYEE-COUNT  PIC 9(3).
                   15  WS-PAYEE-AMOUNT PIC S9(9)V99 USAGE COMP-3.
       01  WS-PAYEE-COUNT-USED         PIC 9(3) VALUE 0.
       01  WS-PAYEE-IDX                PIC 9(3) VALUE 0.
       01  WS-PAYEE-SLOT               PIC 9(3) VALUE 0.
       01  WS-PAYEE-FULL-SWITCH        PIC X VALUE 'N'.
           88  WS-PAYEE-FULL-NOTED     VALUE 'Y'.
       01  WS-LINE-KEY                 PIC X(30).
       01  WS-LINE-BY-RULE             PIC X.
       01  WS-UPPER-COMMENT            PIC X(50).
       01  WS-CHAR-POS                 PIC 99 VALUE 0.
       01  WS-CUT-POS                  PIC 99 VALUE 0.
      *    The lines of the ledger being read that a later
      *    'REVERSES LINE <n>' line cancels.
       77  WS-VOIDED-TABLE-SIZE        PIC 9(4) VALUE 1000.
       01  WS-VOIDED-TABLE.
           05  WS-VOIDED-LINE-NO       OCCURS 1000 TIMES PIC 9(06).
       01  WS-VOIDED-COUNT             PIC 9(4) VALUE 0.
       01  WS-VOIDED-IDX               PIC 9(4) VALUE 0.
       01  WS-VOIDED-SWITCH            PIC X VALUE 'N'.
           88  WS-VOIDED-LINE          VALUE 'Y'.
      *    One payee's figures while it is judged.
       01  WS-WINDOW-FIRST             PIC 99 VALUE 0.
       01  WS-PERIOD-IDX               PIC 99 VALUE 0.
       01  WS-RUN-FIRST                PIC 99 VALUE 0.
       01  WS-HIST-CHARGES             PIC 9(5) VALUE 0.
       01  WS-HIST-PERIODS-SEEN        PIC 99 VALUE 0.
       01  WS-HIST-AMOUNT              PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-FIRST-SEEN               PIC 99 VALUE 0.
       01  WS-CURRENT-CHARGES          PIC 9(3) VALUE 0.
       01  WS-CURRENT-AMOUNT           PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-USUAL-AMOUNT             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CURRENT-AVERAGE          PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-USUAL-SIZE               PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CURRENT-SIZE             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-SIZE-CHANGE              PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-TOLERANCE-AMOUNT         PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-CHANGE-PERCENT           PIC S9(5) USAGE COMP-3 VALUE 0.
       01  WS-REGULAR-SWITCH           PIC X VALUE 'N'.
           88  WS-PAYEE-REGULAR        VALUE 'Y'.
       01  WS-MONTHLY-SWITCH           PIC X VALUE 'N'.
           88  WS-PAYEE-MONTHLY        VALUE 'Y'.
       01  WS-RUN-UNBROKEN-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-UNBROKEN         VALUE 'Y'.
      *    The anomaly being reported.
       01  WS-ANOMALY-KIND             PIC X(8).
       01  WS-ANOMALY-DETAIL           PIC X(50).
       01  WS-ANOMALY-CURRENT          PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ANOMALY-USUAL            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ANOMALY-COUNT            PIC 9(5) VALUE 0.
      *    Payee patterns from DATA/CATRULES.CSV.
       77  WS-RULE-TABLE-SIZE          PIC 99 VALUE 30.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY           OCCURS 30 TIMES
                                       INDEXED BY WS-RULE-IDX.
               10  WS-RULE-PATTERN     PIC X(30).
               10  WS-RULE-LENGTH      PIC 99.
       01  WS-RULE-COUNT               PIC 99 VALUE 0.
       01  WS-RULES-IN.
           05  WS-RULES-IN-PATTERN     PIC X(30).
           05  WS-RULES-IN-CATEGORY    PIC X(10).
       01  WS-RULE-HIT-COUNT           PIC 9(4) USAGE COMP VALUE 0.
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
      *    Report formatting.
       01  WS-CURRENT-DISPLAY          PIC -(8)9.99.
       01  WS-USUAL-DISPLAY            PIC -(8)9.99.
       01  WS-PERCENT-DISPLAY          PIC ZZZZ9.
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-PERIOD-LABEL             PIC X(80).
       01  WS-FIRST-LABEL              PIC X(80).
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
       01  WS-EXPECTED-PERIOD          PIC X(06).
       01  WS-EXPECTED-PARTS REDEFINES WS-EXPECTED-PERIOD.
           05  WS-EXPECTED-YEAR        PIC 9(4).
           05  WS-EXPECTED-MONTH       PIC 9(2).
       01  WS-SEQUENCE-PERIOD          PIC X(06).
           COPY LEDGCAT.
           COPY LEDGREAD.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-PAYEE-RULES.
           MOVE 0 TO WS-PAYEE-COUNT-USED.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM TALLY-ONE-LEDGER
           END-PERFORM.
           PERFORM OPEN-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT-USED
               PERFORM JUDGE-ONE-PAYEE
           END-PERFORM.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-ANY-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ANOMALY-COUNT > 0
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
           IF WS-TOLERANCE-TOKEN NOT = SPACES THEN
               PERFORM SET-TOLERANCE
           END-IF.
           IF WS-ACCOUNT NOT = SPACES AND WS-FILE-COUNT > 0 THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF WS-ACCOUNT NOT = SPACES THEN
               PERFORM SELECT-FROM-CATALOG
           ELSE
               IF WS-PERIOD-RANGE NOT = SPACES THEN
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   PERFORM FIND-FILE-PERIOD
               END-PERFORM
           END-IF.
           IF WS-FILE-COUNT < 2 THEN
               DISPLAY 'At least two periods are needed to compare'
                       ' payees.'
               PERFORM SHOW-USAGE
           END-IF.
           MOVE WS-FILE-COUNT TO WS-CURRENT-IDX.
           IF WS-OUTPUT-NAME = SPACES THEN
               IF WS-ACCOUNT NOT = SPACES THEN
                   STRING FUNCTION TRIM(WS-ACCOUNT)
                                        DELIMITED BY SIZE
                          '.ANOMALY'    DELIMITED BY SIZE
                          INTO WS-OUTPUT-NAME
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(
                              WS-FILE-NAME-ENTRY(WS-CURRENT-IDX))
                                        DELIMITED BY SIZE
                          '.ANOMALY'    DELIMITED BY SIZE
                          INTO WS-OUTPUT-NAME
                   END-STRING
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                A whole percentage, 1 to 999.
       SET-TOLERANCE.
           MOVE FUNCTION TRIM(WS-TOLERANCE-TOKEN)
               TO WS-TOLERANCE-TOKEN.
           IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-TOKEN) NOT = 0 THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF FUNCTION NUMVAL(WS-TOLERANCE-TOKEN) < 1
                   OR FUNCTION NUMVAL(WS-TOLERANCE-TOKEN) > 999 THEN
               PERFORM SHOW-USAGE
           END-IF.
           COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-TOLERANCE-TOKEN)
           END-COMPUTE.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-anomaly ACCOUNT <name> '
                   '[PERIOD <yyyymm>[-<yyyymm>]] [TOLERANCE <pct>]'
                   ' [OUTPUT <file>] [WAIT]'.
           DISPLAY '   or: budget-anomaly <ledger> [<ledger> ...]'
                   ' [TOLERANCE <pct>] [OUTPUT <file>] [WAIT]'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *                                ACCOUNT, PERIOD, TOLERANCE and
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
               WHEN 'TOLERANCE'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-TOLERANCE-TOKEN
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
           MOVE 'BUDGET-ANOMALY' TO CT-PROGRAM.
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
               IF WS-CT-IDX > WS-CT-FIRST THEN
                   PERFORM CHECK-PERIOD-SEQUENCE
               END-IF
               IF CT-SEL-STATUS(WS-CT-IDX) = 'SUMMARY' THEN
                   DISPLAY 'Skipping yearly summary '
                           FUNCTION TRIM(CT-SEL-FILE(WS-CT-IDX))
                           ' - it has no payees to compare.'
               ELSE
                   ADD 1 TO WS-FILE-COUNT
                   MOVE CT-SEL-FILE(WS-CT-IDX)
                       TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT)
                   MOVE CT-SEL-PERIOD(WS-CT-IDX)
                       TO WS-FILE-PERIOD(WS-FILE-COUNT)
                   MOVE CT-SEL-STATUS(WS-CT-IDX)
                       TO WS-FILE-STATE(WS-FILE-COUNT)
               END-IF
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
      *                                ledger would read as every
      *                                payee missing that month.
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
                       FUNCTION TRIM(CT-SEL-ACCOUNT(WS-CT-IDX))
                       ' between '
                       CT-SEL-PERIOD(WS-CT-IDX - 1) ' and '
                       CT-SEL-PERIOD(WS-CT-IDX) '.'
           END-IF.
           EXIT PARAGRAPH.

      *                                A named ledger the catalog
      *                                knows is labelled by its period.
       FIND-FILE-PERIOD.
           MOVE 'F' TO CT-OP.
           MOVE 'BUDGET-ANOMALY' TO CT-PROGRAM.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO CT-LEDGER-NAME.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = '0' AND CT-SELECT-COUNT > 0 THEN
               MOVE CT-SEL-PERIOD(1) TO WS-FILE-PERIOD(WS-FILE-IDX)
               MOVE CT-SEL-STATUS(1) TO WS-FILE-STATE(WS-FILE-IDX)
           END-IF.
           EXIT PARAGRAPH.

       ACQUIRE-LEDGER-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LK-LEDGER-NAME.
           MOVE 'BUDGET-ANOMALY' TO LK-PROGRAM.
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
                       ' - left out of the comparison.'
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
           PERFORM NOTE-VOIDED-LINES.
           MOVE 'O' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
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

      *                                A pass ahead of the tally,
      *                                over the ledger just opened,
      *                                notes every line a reversal
      *                                names; the ledger is closed
      *                                again and the tally reopens
      *                                it.
       NOTE-VOIDED-LINES.
           MOVE 0 TO WS-VOIDED-COUNT.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               IF LR-STATUS = '0' AND LR-REVERSED-LINE > 0
                       AND WS-VOIDED-COUNT < WS-VOIDED-TABLE-SIZE THEN
                   ADD 1 TO WS-VOIDED-COUNT
                   MOVE LR-REVERSED-LINE
                       TO WS-VOIDED-LINE-NO(WS-VOIDED-COUNT)
               END-IF
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           EXIT PARAGRAPH.

       TEST-VOIDED-LINE.
           MOVE 'N' TO WS-VOIDED-SWITCH.
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
                   UNTIL WS-VOIDED-IDX > WS-VOIDED-COUNT
                      OR WS-VOIDED-LINE
               IF WS-VOIDED-LINE-NO(WS-VOIDED-IDX) = LR-LINE-NO THEN
                   SET WS-VOIDED-LINE TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                A committed payment to someone:
      *                                not a transfer leg, not a
      *                                reversal or a line one
      *                                cancels, not a blank comment.
       TALLY-ONE-ENTRY.
           IF LR-MODE NOT = 'A' OR LR-XFER-REF NOT = SPACES
                   OR LR-COMMENT = SPACES
                   OR LR-REVERSED-LINE > 0
                   OR LR-COMMENT(1:14) = 'REVERSES LINE ' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM TEST-VOIDED-LINE.
           IF WS-VOIDED-LINE THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-PAYEE-KEY.
           IF WS-LINE-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PAYEE-ROW.
           IF WS-PAYEE-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-FOLD-AMOUNT.
           ADD 1 TO WS-PAYEE-COUNT(WS-PAYEE-SLOT, WS-FILE-IDX).
           ADD WS-FOLD-AMOUNT
               TO WS-PAYEE-AMOUNT(WS-PAYEE-SLOT, WS-FILE-IDX).
           EXIT PARAGRAPH.

      *                                First rule pattern in the
      *                                comment, else the comment up
      *                                to its first digit - past the
      *                                'PAY <reference> ' a payment
      *                                run opens its entries with.
       SET-PAYEE-KEY.
           IF LR-PAY-REF NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(LR-COMMENT(20:))
                   TO WS-UPPER-COMMENT
           ELSE
               MOVE FUNCTION UPPER-CASE(LR-COMMENT) TO WS-UPPER-COMMENT
           END-IF.
           MOVE SPACES TO WS-LINE-KEY.
           MOVE 'N' TO WS-LINE-BY-RULE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE 0 TO WS-RULE-HIT-COUNT
               INSPECT WS-UPPER-COMMENT
                   TALLYING WS-RULE-HIT-COUNT
                   FOR ALL WS-RULE-PATTERN(WS-RULE-IDX)
                           (1:WS-RULE-LENGTH(WS-RULE-IDX))
               IF WS-RULE-HIT-COUNT > 0 THEN
                   MOVE WS-RULE-PATTERN(WS-RULE-IDX) TO WS-LINE-KEY
                   MOVE 'Y' TO WS-LINE-BY-RULE
                   SET WS-RULE-IDX TO WS-RULE-COUNT
               END-IF
           END-PERFORM.
           IF WS-LINE-KEY NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CUT-POS.
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 50 OR WS-CUT-POS > 0
               IF WS-UPPER-COMMENT(WS-CHAR-POS:1) IS NUMERIC THEN
                   MOVE WS-CHAR-POS TO WS-CUT-POS
               END-IF
           END-PERFORM.
           IF WS-CUT-POS > 1 THEN
               MOVE SPACES TO WS-UPPER-COMMENT(WS-CUT-POS:)
           END-IF.
           MOVE FUNCTION TRIM(WS-UPPER-COMMENT) TO WS-LINE-KEY.
           EXIT PARAGRAPH.

       FIND-PAYEE-ROW.
           MOVE 0 TO WS-PAYEE-SLOT.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT-USED
                      OR WS-PAYEE-SLOT > 0
               IF WS-PAYEE-KEY(WS-PAYEE-IDX) = WS-LINE-KEY THEN
                   MOVE WS-PAYEE-IDX TO WS-PAYEE-SLOT
               END-IF
           END-PERFORM.
           IF WS-PAYEE-SLOT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAYEE-COUNT-USED >= WS-PAYEE-TABLE-SIZE THEN
               IF NOT WS-PAYEE-FULL-NOTED THEN
                   SET WS-PAYEE-FULL-NOTED TO TRUE
                   DISPLAY 'WARNING: more than ' WS-PAYEE-TABLE-SIZE
                           ' payees - the rest are not compared.'
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYEE-COUNT-USED.
           MOVE WS-PAYEE-COUNT-USED TO WS-PAYEE-SLOT.
           MOVE WS-LINE-KEY TO WS-PAYEE-KEY(WS-PAYEE-SLOT).
           MOVE WS-LINE-BY-RULE TO WS-PAYEE-BY-RULE(WS-PAYEE-SLOT).
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-FILE-TABLE-SIZE
               MOVE 0 TO WS-PAYEE-COUNT(WS-PAYEE-SLOT, WS-PERIOD-IDX)
                         WS-PAYEE-AMOUNT(WS-PAYEE-SLOT, WS-PERIOD-IDX)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                The payee's trailing history
      *                                against the current period,
      *                                each of the four tests in turn.
       JUDGE-ONE-PAYEE.
           PERFORM GATHER-PAYEE-HISTORY.
           IF WS-CURRENT-CHARGES > 0 AND WS-HIST-PERIODS-SEEN >= 2
                   THEN
               PERFORM TEST-AMOUNT-TOLERANCE
           END-IF.
           IF WS-PAYEE-REGULAR AND WS-CURRENT-CHARGES = 0 THEN
               MOVE 'MISSING' TO WS-ANOMALY-KIND
               MOVE 0 TO WS-ANOMALY-CURRENT
               MOVE WS-USUAL-AMOUNT TO WS-ANOMALY-USUAL
               MOVE 'regular payee, not seen this period'
                   TO WS-ANOMALY-DETAIL
               PERFORM WRITE-ANOMALY-LINE
           END-IF.
           IF WS-FIRST-SEEN > 1
                   AND WS-CURRENT-IDX - WS-FIRST-SEEN + 1
                       >= WS-NEW-RUN THEN
               PERFORM TEST-NEW-PAYEE-RUN
           END-IF.
           IF WS-PAYEE-MONTHLY AND WS-CURRENT-CHARGES >= 2 THEN
               MOVE 'DOUBLE' TO WS-ANOMALY-KIND
               MOVE WS-CURRENT-AMOUNT TO WS-ANOMALY-CURRENT
               MOVE WS-USUAL-AMOUNT TO WS-ANOMALY-USUAL
               MOVE WS-CURRENT-CHARGES TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-ANOMALY-DETAIL
               STRING 'monthly payee charged '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' times this period'
                                        DELIMITED BY SIZE
                      INTO WS-ANOMALY-DETAIL
               END-STRING
               PERFORM WRITE-ANOMALY-LINE
           END-IF.
           EXIT PARAGRAPH.

      *                                Charges and amount over the
      *                                trailing window, the usual
      *                                charge, the first period seen,
      *                                and whether the payee is
      *                                regular and monthly.
       GATHER-PAYEE-HISTORY.
           MOVE 1 TO WS-WINDOW-FIRST.
           IF WS-CURRENT-IDX > WS-TRAILING-PERIODS THEN
               COMPUTE WS-WINDOW-FIRST
                     = WS-CURRENT-IDX - WS-TRAILING-PERIODS
               END-COMPUTE
           END-IF.
           MOVE 0 TO WS-HIST-CHARGES WS-HIST-PERIODS-SEEN
                     WS-HIST-AMOUNT WS-FIRST-SEEN WS-USUAL-AMOUNT.
           SET WS-PAYEE-MONTHLY TO TRUE.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-CURRENT-IDX
               IF WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-PERIOD-IDX) > 0
                       AND WS-FIRST-SEEN = 0 THEN
                   MOVE WS-PERIOD-IDX TO WS-FIRST-SEEN
               END-IF
               IF WS-PERIOD-IDX >= WS-WINDOW-FIRST
                       AND WS-PERIOD-IDX < WS-CURRENT-IDX
                       AND WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-PERIOD-IDX)
                           > 0 THEN
                   ADD 1 TO WS-HIST-PERIODS-SEEN
                   ADD WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-PERIOD-IDX)
                       TO WS-HIST-CHARGES
                   ADD WS-PAYEE-AMOUNT(WS-PAYEE-IDX, WS-PERIOD-IDX)
                       TO WS-HIST-AMOUNT
                   IF WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-PERIOD-IDX)
                           > 1 THEN
                       MOVE 'N' TO WS-MONTHLY-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HIST-CHARGES > 0 THEN
               COMPUTE WS-USUAL-AMOUNT ROUNDED
                     = WS-HIST-AMOUNT / WS-HIST-CHARGES
               END-COMPUTE
           END-IF.
           MOVE WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-CURRENT-IDX)
               TO WS-CURRENT-CHARGES.
           MOVE WS-PAYEE-AMOUNT(WS-PAYEE-IDX, WS-CURRENT-IDX)
               TO WS-CURRENT-AMOUNT.
           SET WS-PAYEE-REGULAR TO TRUE.
           IF WS-CURRENT-IDX <= WS-REGULAR-RUN THEN
               MOVE 'N' TO WS-REGULAR-SWITCH
           ELSE
               COMPUTE WS-RUN-FIRST = WS-CURRENT-IDX - WS-REGULAR-RUN
               END-COMPUTE
               PERFORM VARYING WS-PERIOD-IDX FROM WS-RUN-FIRST BY 1
                       UNTIL WS-PERIOD-IDX >= WS-CURRENT-IDX
                   IF WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-PERIOD-IDX)
                           = 0 THEN
                       MOVE 'N' TO WS-REGULAR-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-PAYEE-REGULAR THEN
               MOVE 'N' TO WS-MONTHLY-SWITCH
           END-IF.
           EXIT PARAGRAPH.

      *                                The current average charge
      *                                against the usual one, both
      *                                taken as sizes so a refund and
      *                                a charge compare alike.
       TEST-AMOUNT-TOLERANCE.
           COMPUTE WS-CURRENT-AVERAGE ROUNDED
                 = WS-CURRENT-AMOUNT / WS-CURRENT-CHARGES
           END-COMPUTE.
           MOVE WS-USUAL-AMOUNT TO WS-USUAL-SIZE.
           IF WS-USUAL-SIZE < 0 THEN
               COMPUTE WS-USUAL-SIZE = 0 - WS-USUAL-SIZE
           END-IF.
           MOVE WS-CURRENT-AVERAGE TO WS-CURRENT-SIZE.
           IF WS-CURRENT-SIZE < 0 THEN
               COMPUTE WS-CURRENT-SIZE = 0 - WS-CURRENT-SIZE
           END-IF.
           IF WS-USUAL-SIZE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SIZE-CHANGE = WS-CURRENT-SIZE - WS-USUAL-SIZE
           END-COMPUTE.
           COMPUTE WS-TOLERANCE-AMOUNT ROUNDED
                 = WS-USUAL-SIZE * WS-TOLERANCE / 100
           END-COMPUTE.
           IF WS-SIZE-CHANGE <= WS-TOLERANCE-AMOUNT
                   AND 0 - WS-SIZE-CHANGE <= WS-TOLERANCE-AMOUNT THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHANGE-PERCENT ROUNDED
                 = WS-SIZE-CHANGE * 100 / WS-USUAL-SIZE
           END-COMPUTE.
           MOVE 'AMOUNT' TO WS-ANOMALY-KIND.
           MOVE WS-CURRENT-AVERAGE TO WS-ANOMALY-CURRENT.
           MOVE WS-USUAL-AMOUNT TO WS-ANOMALY-USUAL.
           MOVE SPACES TO WS-ANOMALY-DETAIL.
           IF WS-CHANGE-PERCENT < 0 THEN
               COMPUTE WS-CHANGE-PERCENT = 0 - WS-CHANGE-PERCENT
               MOVE WS-CHANGE-PERCENT TO WS-PERCENT-DISPLAY
               STRING 'down '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PERCENT-DISPLAY)
                                        DELIMITED BY SIZE
                      '% on the usual charge'
                                        DELIMITED BY SIZE
                      INTO WS-ANOMALY-DETAIL
               END-STRING
           ELSE
               MOVE WS-CHANGE-PERCENT TO WS-PERCENT-DISPLAY
               STRING 'up '             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PERCENT-DISPLAY)
                                        DELIMITED BY SIZE
                      '% on the usual charge'
                                        DELIMITED BY SIZE
                      INTO WS-ANOMALY-DETAIL
               END-STRING
           END-IF.
           PERFORM WRITE-ANOMALY-LINE.
           EXIT PARAGRAPH.

      *                                Never seen before its first
      *                                period, and in every period
      *                                since, up to the current one.
       TEST-NEW-PAYEE-RUN.
           SET WS-RUN-UNBROKEN TO TRUE.
           PERFORM VARYING WS-PERIOD-IDX FROM WS-FIRST-SEEN BY 1
                   UNTIL WS-PERIOD-IDX > WS-CURRENT-IDX
               IF WS-PAYEE-COUNT(WS-PAYEE-IDX, WS-PERIOD-IDX) = 0
                   THEN
                   MOVE 'N' TO WS-RUN-UNBROKEN-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-UNBROKEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIRST-SEEN TO WS-FILE-IDX.
           PERFORM SET-PERIOD-LABEL.
           MOVE WS-PERIOD-LABEL TO WS-FIRST-LABEL.
           MOVE 'NEW' TO WS-ANOMALY-KIND.
           MOVE WS-CURRENT-AMOUNT TO WS-ANOMALY-CURRENT.
           MOVE WS-USUAL-AMOUNT TO WS-ANOMALY-USUAL.
           COMPUTE WS-COUNT-DISPLAY
                 = WS-CURRENT-IDX - WS-FIRST-SEEN + 1
           END-COMPUTE.
           MOVE SPACES TO WS-ANOMALY-DETAIL.
           STRING 'new payee since '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-LABEL)
                                        DELIMITED BY SIZE
                  ', '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' periods running'    DELIMITED BY SIZE
                  INTO WS-ANOMALY-DETAIL
           END-STRING.
           PERFORM WRITE-ANOMALY-LINE.
           EXIT PARAGRAPH.

      *                                A period is named by its
      *                                catalogued YYYYMM, else by its
      *                                file.
       SET-PERIOD-LABEL.
           IF WS-FILE-PERIOD(WS-FILE-IDX) NOT = SPACES THEN
               MOVE WS-FILE-PERIOD(WS-FILE-IDX) TO WS-PERIOD-LABEL
           ELSE
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO WS-PERIOD-LABEL
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
           MOVE WS-CURRENT-IDX TO WS-FILE-IDX.
           PERFORM SET-PERIOD-LABEL.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ACCOUNT NOT = SPACES THEN
               STRING 'PAYEE ANOMALIES  '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACCOUNT)
                                        DELIMITED BY SIZE
                      '  current period '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PERIOD-LABEL)
                                        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'PAYEE ANOMALIES  current period '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PERIOD-LABEL)
                                        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-FILE-IDX.
           PERFORM SET-PERIOD-LABEL.
           MOVE WS-PERIOD-LABEL TO WS-FIRST-LABEL.
           MOVE WS-CURRENT-IDX TO WS-COUNT-DISPLAY.
           MOVE WS-TOLERANCE TO WS-PERCENT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' periods from '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-LABEL)
                                        DELIMITED BY SIZE
                  ', amount tolerance ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERCENT-DISPLAY)
                                        DELIMITED BY SIZE
                  '%'                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-FILE-STATE(WS-CURRENT-IDX) = 'OPEN'
                   OR WS-FILE-STATE(WS-CURRENT-IDX) = 'REOPENED' THEN
               MOVE SPACES TO REPORT-LINE
               STRING 'The current period is still open: a MISSING'
                      ' payee may not have been charged yet.'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-ANY-OPEN-FAILED THEN
               MOVE SPACES TO REPORT-LINE
               STRING 'One or more ledgers could not be read - their'
                      ' payees read as missing.'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'KIND' TO REPORT-LINE(1:4).
           MOVE 'PAYEE' TO REPORT-LINE(10:5).
           MOVE 'CURRENT' TO REPORT-LINE(46:7).
           MOVE 'USUAL' TO REPORT-LINE(60:5).
           MOVE 'DETAIL' TO REPORT-LINE(66:6).
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EXIT PARAGRAPH.

       WRITE-ANOMALY-LINE.
           ADD 1 TO WS-ANOMALY-COUNT.
           MOVE WS-ANOMALY-CURRENT TO WS-CURRENT-DISPLAY.
           MOVE WS-ANOMALY-USUAL TO WS-USUAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ANOMALY-KIND TO REPORT-LINE(1:8).
           MOVE WS-PAYEE-KEY(WS-PAYEE-IDX) TO REPORT-LINE(10:30).
           MOVE WS-CURRENT-DISPLAY TO REPORT-LINE(41:12).
           MOVE WS-USUAL-DISPLAY TO REPORT-LINE(53:12).
           MOVE WS-ANOMALY-DETAIL TO REPORT-LINE(66:50).
           PERFORM WRITE-REPORT-LINE.
           DISPLAY WS-ANOMALY-KIND ' '
                   FUNCTION TRIM(WS-PAYEE-KEY(WS-PAYEE-IDX)) ': '
                   FUNCTION TRIM(WS-ANOMALY-DETAIL).
           EXIT PARAGRAPH.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ANOMALY-COUNT = 0 THEN
               MOVE WS-PAYEE-COUNT-USED TO WS-COUNT-DISPLAY
               STRING 'Nothing unusual among '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' payees.'        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-ANOMALY-COUNT TO WS-PERCENT-DISPLAY
               MOVE WS-PAYEE-COUNT-USED TO WS-COUNT-DISPLAY
               STRING FUNCTION TRIM(WS-PERCENT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' anomaly line(s) among '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' payees.'        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE) ' Report written to '
                   FUNCTION TRIM(WS-OUTPUT-NAME) '.'.
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT PARAGRAPH.

      *                                Patterns are tried in file
      *                                order and the first hit names
      *                                the payee, so narrow patterns
      *                                go before broad ones.  '*'
      *                                lines are comments.
       LOAD-PAYEE-RULES.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RULES-STATUS NOT = '00'
               READ RULES-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-RULE-LINE
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
           EXIT PARAGRAPH.

       NOTE-RULE-LINE.
           IF RULES-LINE = SPACES OR RULES-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-COUNT >= WS-RULE-TABLE-SIZE THEN
               DISPLAY 'WARNING: rule line ignored: '
                       FUNCTION TRIM(RULES-LINE)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RULES-IN.
           UNSTRING RULES-LINE
               DELIMITED BY ';'
               INTO WS-RULES-IN-PATTERN WS-RULES-IN-CATEGORY
           END-UNSTRING.
           IF WS-RULES-IN-PATTERN = SPACES THEN
               DISPLAY 'WARNING: rule line ignored: '
                       FUNCTION TRIM(RULES-LINE)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RULES-IN-PATTERN))
               TO WS-RULE-PATTERN(WS-RULE-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-RULES-IN-PATTERN))
               TO WS-RULE-LENGTH(WS-RULE-COUNT).
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
               DISPLAY 'WARNING: no exchange rate on file for '
                       LR-CURRENCY ' - taken at face value.'
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
           DISPLAY FUNCTION TRIM(
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                   ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                   ' unreadable: ' FUNCTION TRIM(LR-ERROR-TEXT).
           EXIT PARAGRAPH.
