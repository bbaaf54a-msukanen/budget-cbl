       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-SHARE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Household settle-up: who paid for the shared costs, who bore
      * them, and the fewest payments that square everyone.
      *
      *   budget-share <ledger> [<ledger> ...] [SETTLE] [WAIT]
      *   budget-share ACCOUNT <name>|* [PERIOD <yyyymm>[-<yyyymm>]]
      *                [SETTLE] [WAIT]
      *   budget-share PAY <from> <to> <amount> [<yyyymm>]
      *
      * The members are the ones DATA/MEMBERS.CSV names, and a line
      * is shared when it carries a share marker (see LEDGER-SHARES;
      * BUDGET-MAINTAIN keys it).  Only money that moved counts:
      * committed lines, and the portions of a committed split - a
      * split is counted by its portions, each under its own marker
      * or its parent's.  P/R projections are left out.  A line
      * keyed as money leaving the account is a cost: the payer is
      * credited with having paid it, and each member named bears
      * their part.  Foreign lines convert through DATA/RATES.CSV.
      * ACCOUNT * reads every catalogued account's periods.
      *
      * Per member the report shows paid, share, settled and net -
      * net is paid less share plus settled, so a positive net is
      * money the household owes that member - followed by the
      * payments that clear every net: exact matches first, then the
      * largest debtor pays the largest creditor until all are
      * square, never more payments than members less one.
      *
      * Settlements are kept apart from the ledgers, in
      * DATA/SETTLE.CSV, one line per payment between members:
      *
      *   PERIOD;FROM;TO;AMOUNT;RECORDED-AT;NOTE
      *
      * A settlement counts towards a report when its PERIOD falls in
      * the report's PERIOD range (every settlement counts when no
      * range is given).  SETTLE records the suggested payments once
      * they are confirmed, under the range's last month or the
      * current one; PAY records a single payment made outside the
      * suggestion, in the current month unless one is given.  The
      * file is appended under its own exclusive lock.
      *
      * Return codes: 0 report written, 4 one or more markers could
      * not be read (listed, left out of the figures), 8 usage or no
      * member file, 12 a ledger or the settlement file could not be
      * read or written.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE          ASSIGN TO "DATA/SETTLE.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-SETTLE-STATUS.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RATES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-LINE                 PIC X(100).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-SETTLE-STATUS            PIC XX VALUE '00'.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 12 TIMES PIC X(80).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
      *    The ledgers read; an ACCOUNT * selection can run long.
       77  WS-FILE-TABLE-SIZE          PIC 99 VALUE 40.
       01  WS-FILE-TABLE.
           05  WS-FILE-NAME-ENTRY      OCCURS 40 TIMES PIC X(80).
       01  WS-FILE-COUNT               PIC 99 VALUE 0.
       01  WS-FILE-IDX                 PIC 99 VALUE 0.
       01  WS-SETTLE-MODE-SWITCH       PIC X VALUE 'N'.
           88  SETTLE-MODE             VALUE 'Y'.
       01  WS-PAY-MODE-SWITCH          PIC X VALUE 'N'.
           88  PAY-MODE                VALUE 'Y'.
       01  WS-BAD-MARKER-SWITCH        PIC X VALUE 'N'.
           88  WS-ANY-BAD-MARKER       VALUE 'Y'.
       01  WS-OPEN-FAIL-SWITCH         PIC X VALUE 'N'.
           88  WS-ANY-OPEN-FAILED      VALUE 'Y'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
      *    Per member, in DATA/MEMBERS.CSV order (see LEDGER-SHARES).
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY          OCCURS 20 TIMES
                                       INDEXED BY WS-TALLY-IDX.
               10  WS-TALLY-PAID       PIC S9(9)V99 USAGE COMP-3.
               10  WS-TALLY-SHARE      PIC S9(9)V99 USAGE COMP-3.
               10  WS-TALLY-SETTLED    PIC S9(9)V99 USAGE COMP-3.
               10  WS-TALLY-NET        PIC S9(9)V99 USAGE COMP-3.
      *                                What is still open while the
      *                                payments are worked out.
               10  WS-TALLY-OPEN       PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOOKUP-ID                PIC X(08).
       01  WS-LOOKUP-SLOT              PIC 99 VALUE 0.
       01  WS-PAYER-SLOT               PIC 99 VALUE 0.
       01  WS-PART-IDX                 PIC 99 VALUE 0.
      *    A committed line is held back until the next line shows
      *    whether it was split: a split parent counts by its
      *    portions, an unsplit one by itself.
       01  WS-PARENT-MODE              PIC X VALUE SPACE.
       01  WS-PARENT-SPLIT-SWITCH      PIC X VALUE 'N'.
           88  WS-PARENT-SPLIT         VALUE 'Y'.
       01  WS-PARENT-SPEC              PIC X(30) VALUE SPACES.
       01  WS-PARENT-FOLD              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PARENT-LINE-NO           PIC 9(6) VALUE 0.
       01  WS-SPLIT-PARENT-CURR        PIC XXX VALUE SPACES.
       01  WS-SPLIT-PARENT-DATE        PIC X(8) VALUE SPACES.
       01  WS-SAVED-LR-CURRENCY        PIC XXX VALUE SPACES.
       01  WS-SAVED-LR-DATE            PIC X(8) VALUE SPACES.
       01  WS-TALLY-SPEC               PIC X(30).
       01  WS-TALLY-LINE-NO            PIC 9(6) VALUE 0.
      *    Suggested payments.
       77  WS-PAY-TABLE-SIZE           PIC 99 VALUE 20.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY            OCCURS 20 TIMES
                                       INDEXED BY WS-PAY-IDX.
               10  WS-PAY-FROM         PIC X(08).
               10  WS-PAY-TO           PIC X(08).
               10  WS-PAY-AMOUNT       PIC S9(9)V99 USAGE COMP-3.
       01  WS-PAY-COUNT                PIC 99 VALUE 0.
       01  WS-DEBTOR-SLOT              PIC 99 VALUE 0.
       01  WS-CREDITOR-SLOT            PIC 99 VALUE 0.
       01  WS-MATCH-SLOT               PIC 99 VALUE 0.
       01  WS-PAY-AMOUNT-NOW           PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PLAN-DONE-SWITCH         PIC X VALUE 'N'.
           88  WS-PLAN-DONE            VALUE 'Y'.
      *    DATA/SETTLE.CSV.
       01  WS-SETTLE-IN.
           05  WS-SETTLE-IN-PERIOD     PIC X(10).
           05  WS-SETTLE-IN-FROM       PIC X(10).
           05  WS-SETTLE-IN-TO         PIC X(10).
           05  WS-SETTLE-IN-AMOUNT     PIC X(15).
           05  WS-SETTLE-IN-AT         PIC X(20).
           05  WS-SETTLE-IN-NOTE       PIC X(40).
       01  WS-SETTLE-AMOUNT            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-SETTLE-PERIOD            PIC X(06).
       01  WS-SETTLE-NOTE              PIC X(20).
       01  WS-RECORDED-AT              PIC X(15).
       01  WS-SETTLE-LOCK-NAME         PIC X(80)
                                       VALUE 'DATA/SETTLE.CSV'.
       01  WS-SETTLE-ANSWER            PIC X.
      *    PAY's own arguments.
       01  WS-PAY-IN-FROM              PIC X(08).
       01  WS-PAY-IN-TO                PIC X(08).
       01  WS-PAY-IN-AMOUNT            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PAY-IN-PERIOD            PIC X(06).
       01  WS-PAY-PERIOD-PARTS REDEFINES WS-PAY-IN-PERIOD.
           05  WS-PAY-PERIOD-YEAR      PIC 9(4).
           05  WS-PAY-PERIOD-MONTH     PIC 9(2).
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
       01  WS-PAID-DISPLAY             PIC -(8)9.99.
       01  WS-SHARE-DISPLAY            PIC -(8)9.99.
       01  WS-SETTLED-DISPLAY          PIC -(8)9.99.
       01  WS-NET-DISPLAY              PIC -(8)9.99.
       01  WS-MONEY-DISPLAY            PIC -(8)9.99.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-RANGE-TEXT               PIC X(30).
      *    Shared read lock per ledger, honoured with every other
      *    program that opens one.  A 'WAIT' token anywhere in the
      *    list retries busy locks for a while - for batch runs.
       01  WS-LOCK-WAIT-SWITCH         PIC X VALUE 'N'.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
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
           COPY LEDGSHAR.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
           PERFORM LOAD-MEMBERS.
           IF PAY-MODE THEN
               PERFORM RECORD-ONE-PAYMENT
               GOBACK
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM TALLY-ONE-LEDGER
           END-PERFORM.
           PERFORM LOAD-SETTLEMENTS.
           PERFORM WORK-OUT-NETS.
           PERFORM PLAN-PAYMENTS.
           PERFORM PRINT-SHARE-REPORT.
           IF SETTLE-MODE AND WS-PAY-COUNT > 0 THEN
               PERFORM CONFIRM-SETTLEMENT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ANY-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ANY-BAD-MARKER
                   MOVE 4 TO RETURN-CODE
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
                   DISPLAY 'WARNING: only the first 12 ledgers are'
                           ' read, the rest of the command line is'
                           ' ignored.'
           END-UNSTRING.
           IF WS-TOKEN-COUNT = 0 OR WS-TOKEN(1) = SPACES THEN
               PERFORM SHOW-USAGE
           END-IF.
           EVALUATE WS-TOKEN(1)
               WHEN 'PAY'
                   PERFORM READ-PAY-ARGUMENTS
               WHEN 'ACCOUNT'
                   PERFORM SELECT-FROM-CATALOG
               WHEN OTHER
                   PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                           UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
                       PERFORM NOTE-FILE-TOKEN
                   END-PERFORM
           END-EVALUATE.
           IF NOT PAY-MODE AND WS-FILE-COUNT = 0 THEN
               PERFORM SHOW-USAGE
           END-IF.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-share <ledger> [<ledger> ...]'
                   ' [SETTLE] [WAIT]'.
           DISPLAY '   or: budget-share ACCOUNT <name>|* '
                   '[PERIOD <yyyymm>[-<yyyymm>]] [SETTLE] [WAIT]'.
           DISPLAY '   or: budget-share PAY <from> <to> <amount>'
                   ' [<yyyymm>]'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *                                SETTLE and WAIT are switches,
      *                                not files.
       NOTE-FILE-TOKEN.
           EVALUATE WS-TOKEN(WS-TOKEN-IDX)
               WHEN SPACES
                   CONTINUE
               WHEN 'SETTLE'
                   SET SETTLE-MODE TO TRUE
               WHEN 'WAIT'
                   SET LOCK-WAIT-MODE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-FILE-COUNT
                   MOVE WS-TOKEN(WS-TOKEN-IDX)
                       TO WS-FILE-NAME-ENTRY(WS-FILE-COUNT)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                The account's catalogued
      *                                periods, oldest first, become
      *                                the file list; '*' takes every
      *                                account's.
       SELECT-FROM-CATALOG.
           MOVE SPACES TO CT-ACCOUNT CT-FROM-PERIOD CT-TO-PERIOD.
           PERFORM VARYING WS-TOKEN-IDX FROM 2 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               EVALUATE WS-TOKEN(WS-TOKEN-IDX)
                   WHEN 'PERIOD'
                       IF WS-TOKEN-IDX < WS-TOKEN-COUNT THEN
                           ADD 1 TO WS-TOKEN-IDX
                           MOVE WS-TOKEN(WS-TOKEN-IDX)
                               TO WS-PERIOD-RANGE
                           PERFORM SPLIT-PERIOD-RANGE
                       END-IF
                   WHEN 'SETTLE'
                       SET SETTLE-MODE TO TRUE
                   WHEN 'WAIT'
                       SET LOCK-WAIT-MODE TO TRUE
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       IF CT-ACCOUNT = SPACES THEN
                           MOVE WS-TOKEN(WS-TOKEN-IDX) TO CT-ACCOUNT
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF CT-ACCOUNT = SPACES THEN
               PERFORM SHOW-USAGE
           END-IF.
           IF CT-ACCOUNT = '*' THEN
               MOVE SPACES TO CT-ACCOUNT
           END-IF.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-SHARE' TO CT-PROGRAM.
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
      *                                ledger is shared spend nobody
      *                                settles.  Each account of a
      *                                '*' selection runs on its own.
      *                                A yearly summary stands for
      *                                the whole of its year.
       CHECK-PERIOD-SEQUENCE.
           IF CT-SEL-ACCOUNT(WS-CT-IDX - 1)
                   NOT = CT-SEL-ACCOUNT(WS-CT-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
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

      *                                PAY <from> <to> <amount>
      *                                [<yyyymm>]: both members must
      *                                be on file and the amount
      *                                more than nothing.
       READ-PAY-ARGUMENTS.
           SET PAY-MODE TO TRUE.
           IF WS-TOKEN(2) = SPACES OR WS-TOKEN(3) = SPACES
                   OR WS-TOKEN(4) = SPACES THEN
               PERFORM SHOW-USAGE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TOKEN(2)) TO WS-PAY-IN-FROM.
           MOVE FUNCTION UPPER-CASE(WS-TOKEN(3)) TO WS-PAY-IN-TO.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TOKEN(4)))
                   NOT = 0 THEN
               DISPLAY 'Not a valid amount: '
                       FUNCTION TRIM(WS-TOKEN(4))
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-PAY-IN-AMOUNT
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-TOKEN(4)))
           END-COMPUTE.
           IF WS-PAY-IN-AMOUNT NOT > 0 THEN
               DISPLAY 'A payment must be more than nothing.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-TOKEN(5) = SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PAY-IN-PERIOD
           ELSE
               MOVE WS-TOKEN(5) TO WS-PAY-IN-PERIOD
               IF WS-TOKEN(5)(7:) NOT = SPACES
                       OR WS-PAY-IN-PERIOD IS NOT NUMERIC THEN
                   DISPLAY 'Not a YYYYMM period: '
                           FUNCTION TRIM(WS-TOKEN(5))
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-PAY-PERIOD-MONTH < 1
                       OR WS-PAY-PERIOD-MONTH > 12 THEN
                   DISPLAY 'Not a YYYYMM period: '
                           FUNCTION TRIM(WS-TOKEN(5))
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                No member file, no household
      *                                to settle.
       LOAD-MEMBERS.
           MOVE 'L' TO SH-OP.
           CALL 'LEDGER-SHARES' USING SH-REQUEST.
           IF SH-STATUS = 'F' THEN
               DISPLAY 'Cannot read DATA/MEMBERS.CSV: '
                       FUNCTION TRIM(SH-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SH-STATUS = 'N' OR SH-MEMBER-COUNT = 0 THEN
               DISPLAY 'DATA/MEMBERS.CSV names no members - nothing'
                       ' is shared.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > 20
               MOVE 0 TO WS-TALLY-PAID(WS-TALLY-IDX)
                         WS-TALLY-SHARE(WS-TALLY-IDX)
                         WS-TALLY-SETTLED(WS-TALLY-IDX)
                         WS-TALLY-NET(WS-TALLY-IDX)
                         WS-TALLY-OPEN(WS-TALLY-IDX)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                WS-LOOKUP-ID's place in the
      *                                member table, 0 when it is not
      *                                on file.
       FIND-MEMBER.
           MOVE 0 TO WS-LOOKUP-SLOT.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > SH-MEMBER-COUNT
               IF SH-MEMBER-ID(WS-TALLY-IDX) = WS-LOOKUP-ID THEN
                   SET WS-LOOKUP-SLOT TO WS-TALLY-IDX
                   SET WS-TALLY-IDX TO SH-MEMBER-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       ACQUIRE-LEDGER-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO LK-LEDGER-NAME.
           MOVE 'BUDGET-SHARE' TO LK-PROGRAM.
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
                       ' - left out of the settle-up.'
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
           EXIT PARAGRAPH.

      *                                A '>' portion of a committed
      *                                line counts under its own
      *                                marker (the reader hands down
      *                                the parent's when it has none)
      *                                in the parent's currency; any
      *                                other line settles whatever
      *                                was held back and is held back
      *                                in turn.
       TALLY-ONE-ENTRY.
           IF LR-MODE = 'S' THEN
               IF WS-PARENT-MODE = 'A' THEN
                   SET WS-PARENT-SPLIT TO TRUE
                   IF LR-SHARE-SPEC NOT = SPACES THEN
                       MOVE LR-CURRENCY TO WS-SAVED-LR-CURRENCY
                       MOVE LR-DATE TO WS-SAVED-LR-DATE
                       MOVE WS-SPLIT-PARENT-CURR TO LR-CURRENCY
                       MOVE WS-SPLIT-PARENT-DATE TO LR-DATE
                       PERFORM SET-FOLD-AMOUNT
                       MOVE WS-SAVED-LR-CURRENCY TO LR-CURRENCY
                       MOVE WS-SAVED-LR-DATE TO LR-DATE
                       MOVE LR-SHARE-SPEC TO WS-TALLY-SPEC
                       MOVE LR-LINE-NO TO WS-TALLY-LINE-NO
                       PERFORM TALLY-SHARED-COST
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM FLUSH-PARENT.
           MOVE LR-MODE TO WS-PARENT-MODE.
           MOVE LR-CURRENCY TO WS-SPLIT-PARENT-CURR.
           MOVE LR-DATE TO WS-SPLIT-PARENT-DATE.
           MOVE 'N' TO WS-PARENT-SPLIT-SWITCH.
           MOVE SPACES TO WS-PARENT-SPEC.
           IF LR-MODE = 'A' AND LR-SHARE-SPEC NOT = SPACES THEN
               PERFORM SET-FOLD-AMOUNT
               MOVE WS-FOLD-AMOUNT TO WS-PARENT-FOLD
               MOVE LR-SHARE-SPEC TO WS-PARENT-SPEC
               MOVE LR-LINE-NO TO WS-PARENT-LINE-NO
           END-IF.
           EXIT PARAGRAPH.

      *                                A held-back committed line with
      *                                no portions counts by itself.
       FLUSH-PARENT.
           IF WS-PARENT-MODE = 'A' AND NOT WS-PARENT-SPLIT
                   AND WS-PARENT-SPEC NOT = SPACES THEN
               MOVE WS-PARENT-FOLD TO WS-FOLD-AMOUNT
               MOVE WS-PARENT-SPEC TO WS-TALLY-SPEC
               MOVE WS-PARENT-LINE-NO TO WS-TALLY-LINE-NO
               PERFORM TALLY-SHARED-COST
           END-IF.
           MOVE SPACE TO WS-PARENT-MODE.
           EXIT PARAGRAPH.

      *                                The cost is the money that left
      *                                (the amount negated): the payer
      *                                paid all of it, and each member
      *                                named bears their part.
       TALLY-SHARED-COST.
           MOVE 'S' TO SH-OP.
           MOVE WS-TALLY-SPEC TO SH-SPEC.
           COMPUTE SH-AMOUNT = 0 - WS-FOLD-AMOUNT.
           CALL 'LEDGER-SHARES' USING SH-REQUEST.
           IF SH-STATUS NOT = '0' THEN
               SET WS-ANY-BAD-MARKER TO TRUE
               MOVE WS-TALLY-LINE-NO TO WS-LINE-NO-DISPLAY
               DISPLAY FUNCTION TRIM(
                           WS-FILE-NAME-ENTRY(WS-FILE-IDX))
                       ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                       ' share marker '
                       FUNCTION TRIM(WS-TALLY-SPEC) ' left out: '
                       FUNCTION TRIM(SH-ERROR-TEXT)
               EXIT PARAGRAPH
           END-IF.
           MOVE SH-PAYER TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER.
           MOVE WS-LOOKUP-SLOT TO WS-PAYER-SLOT.
           ADD SH-AMOUNT TO WS-TALLY-PAID(WS-PAYER-SLOT).
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > SH-PART-COUNT
               MOVE SH-PART-MEMBER(WS-PART-IDX) TO WS-LOOKUP-ID
               PERFORM FIND-MEMBER
               ADD SH-PART-AMOUNT(WS-PART-IDX)
                   TO WS-TALLY-SHARE(WS-LOOKUP-SLOT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                Every settlement in the
      *                                report's range: the member who
      *                                paid it is that much less in
      *                                debt, the one who got it that
      *                                much less owed.
       LOAD-SETTLEMENTS.
           MOVE 'S' TO LK-MODE.
           PERFORM LOCK-SETTLE-FILE.
           IF NOT WS-LOCK-HELD THEN
               SET WS-ANY-OPEN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS = '00' THEN
               PERFORM UNTIL WS-SETTLE-STATUS NOT = '00'
                   READ SETTLE-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM NOTE-SETTLE-LINE
                   END-READ
               END-PERFORM
               CLOSE SETTLE-FILE
           END-IF.
           PERFORM UNLOCK-SETTLE-FILE.
           EXIT PARAGRAPH.

       NOTE-SETTLE-LINE.
           IF SETTLE-LINE = SPACES OR SETTLE-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SETTLE-IN.
           UNSTRING SETTLE-LINE
               DELIMITED BY ';'
               INTO WS-SETTLE-IN-PERIOD WS-SETTLE-IN-FROM
                    WS-SETTLE-IN-TO WS-SETTLE-IN-AMOUNT
                    WS-SETTLE-IN-AT WS-SETTLE-IN-NOTE
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SETTLE-IN-AMOUNT))
                   NOT = 0 THEN
               DISPLAY 'WARNING: settlement line ignored: '
                       FUNCTION TRIM(SETTLE-LINE)
               EXIT PARAGRAPH
           END-IF.
           IF CT-FROM-PERIOD NOT = SPACES
                   AND WS-SETTLE-IN-PERIOD(1:6) < CT-FROM-PERIOD THEN
               EXIT PARAGRAPH
           END-IF.
           IF CT-TO-PERIOD NOT = SPACES
                   AND WS-SETTLE-IN-PERIOD(1:6) > CT-TO-PERIOD THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SETTLE-AMOUNT
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-SETTLE-IN-AMOUNT))
           END-COMPUTE.
           MOVE FUNCTION UPPER-CASE(WS-SETTLE-IN-FROM) TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER.
           MOVE WS-LOOKUP-SLOT TO WS-PAYER-SLOT.
           MOVE FUNCTION UPPER-CASE(WS-SETTLE-IN-TO) TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER.
           IF WS-PAYER-SLOT = 0 OR WS-LOOKUP-SLOT = 0 THEN
               DISPLAY 'WARNING: settlement names a member not on'
                       ' file, ignored: ' FUNCTION TRIM(SETTLE-LINE)
               EXIT PARAGRAPH
           END-IF.
           ADD WS-SETTLE-AMOUNT TO WS-TALLY-SETTLED(WS-PAYER-SLOT).
           SUBTRACT WS-SETTLE-AMOUNT
               FROM WS-TALLY-SETTLED(WS-LOOKUP-SLOT).
           EXIT PARAGRAPH.

      *                                LK-MODE is set by the caller:
      *                                'S' to read, 'X' to append.
       LOCK-SETTLE-FILE.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-SETTLE-LOCK-NAME TO LK-LEDGER-NAME.
           MOVE 'BUDGET-SHARE' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'Y' TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = '0' THEN
               SET WS-LOCK-HELD TO TRUE
           ELSE
               DISPLAY 'DATA/SETTLE.CSV busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
           END-IF.
           EXIT PARAGRAPH.

       UNLOCK-SETTLE-FILE.
           MOVE 'R' TO LK-OP.
           MOVE WS-SETTLE-LOCK-NAME TO LK-LEDGER-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

       WORK-OUT-NETS.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > SH-MEMBER-COUNT
               COMPUTE WS-TALLY-NET(WS-TALLY-IDX)
                     = WS-TALLY-PAID(WS-TALLY-IDX)
                     - WS-TALLY-SHARE(WS-TALLY-IDX)
               END-COMPUTE
               ADD WS-TALLY-SETTLED(WS-TALLY-IDX)
                   TO WS-TALLY-NET(WS-TALLY-IDX)
               MOVE WS-TALLY-NET(WS-TALLY-IDX)
                   TO WS-TALLY-OPEN(WS-TALLY-IDX)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                A debtor who owes exactly what
      *                                a creditor is owed pays them
      *                                directly; the rest is cleared
      *                                largest debtor to largest
      *                                creditor, each payment
      *                                squaring at least one of the
      *                                two.
       PLAN-PAYMENTS.
           MOVE 0 TO WS-PAY-COUNT.
           PERFORM VARYING WS-DEBTOR-SLOT FROM 1 BY 1
                   UNTIL WS-DEBTOR-SLOT > SH-MEMBER-COUNT
               IF WS-TALLY-OPEN(WS-DEBTOR-SLOT) < 0 THEN
                   PERFORM FIND-EXACT-CREDITOR
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-PLAN-DONE-SWITCH.
           PERFORM UNTIL WS-PLAN-DONE
               PERFORM PLAN-NEXT-PAYMENT
           END-PERFORM.
           EXIT PARAGRAPH.

       FIND-EXACT-CREDITOR.
           MOVE 0 TO WS-MATCH-SLOT.
           PERFORM VARYING WS-CREDITOR-SLOT FROM 1 BY 1
                   UNTIL WS-CREDITOR-SLOT > SH-MEMBER-COUNT
                      OR WS-MATCH-SLOT > 0
               IF WS-TALLY-OPEN(WS-CREDITOR-SLOT)
                       = 0 - WS-TALLY-OPEN(WS-DEBTOR-SLOT) THEN
                   MOVE WS-CREDITOR-SLOT TO WS-MATCH-SLOT
               END-IF
           END-PERFORM.
           IF WS-MATCH-SLOT > 0 THEN
               MOVE WS-MATCH-SLOT TO WS-CREDITOR-SLOT
               MOVE WS-TALLY-OPEN(WS-CREDITOR-SLOT)
                   TO WS-PAY-AMOUNT-NOW
               PERFORM NOTE-PAYMENT
           END-IF.
           EXIT PARAGRAPH.

       PLAN-NEXT-PAYMENT.
           MOVE 0 TO WS-DEBTOR-SLOT WS-CREDITOR-SLOT.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > SH-MEMBER-COUNT
               IF WS-TALLY-OPEN(WS-TALLY-IDX) < 0 THEN
                   IF WS-DEBTOR-SLOT = 0 THEN
                       SET WS-DEBTOR-SLOT TO WS-TALLY-IDX
                   ELSE
                       IF WS-TALLY-OPEN(WS-TALLY-IDX)
                               < WS-TALLY-OPEN(WS-DEBTOR-SLOT) THEN
                           SET WS-DEBTOR-SLOT TO WS-TALLY-IDX
                       END-IF
                   END-IF
               END-IF
               IF WS-TALLY-OPEN(WS-TALLY-IDX) > 0 THEN
                   IF WS-CREDITOR-SLOT = 0 THEN
                       SET WS-CREDITOR-SLOT TO WS-TALLY-IDX
                   ELSE
                       IF WS-TALLY-OPEN(WS-TALLY-IDX)
                               > WS-TALLY-OPEN(WS-CREDITOR-SLOT) THEN
                           SET WS-CREDITOR-SLOT TO WS-TALLY-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEBTOR-SLOT = 0 OR WS-CREDITOR-SLOT = 0
                   OR WS-PAY-COUNT >= WS-PAY-TABLE-SIZE THEN
               SET WS-PLAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PAY-AMOUNT-NOW
                 = 0 - WS-TALLY-OPEN(WS-DEBTOR-SLOT)
           END-COMPUTE.
           IF WS-TALLY-OPEN(WS-CREDITOR-SLOT) < WS-PAY-AMOUNT-NOW THEN
               MOVE WS-TALLY-OPEN(WS-CREDITOR-SLOT)
                   TO WS-PAY-AMOUNT-NOW
           END-IF.
           PERFORM NOTE-PAYMENT.
           EXIT PARAGRAPH.

       NOTE-PAYMENT.
           ADD 1 TO WS-PAY-COUNT.
           MOVE SH-MEMBER-ID(WS-DEBTOR-SLOT)
               TO WS-PAY-FROM(WS-PAY-COUNT).
           MOVE SH-MEMBER-ID(WS-CREDITOR-SLOT)
               TO WS-PAY-TO(WS-PAY-COUNT).
           MOVE WS-PAY-AMOUNT-NOW TO WS-PAY-AMOUNT(WS-PAY-COUNT).
           ADD WS-PAY-AMOUNT-NOW TO WS-TALLY-OPEN(WS-DEBTOR-SLOT).
           SUBTRACT WS-PAY-AMOUNT-NOW
               FROM WS-TALLY-OPEN(WS-CREDITOR-SLOT).
           EXIT PARAGRAPH.

       PRINT-SHARE-REPORT.
           MOVE SPACES TO WS-RANGE-TEXT.
           IF CT-FROM-PERIOD NOT = SPACES
                   OR CT-TO-PERIOD NOT = SPACES THEN
               STRING 'periods '      DELIMITED BY SIZE
                      CT-FROM-PERIOD  DELIMITED BY SPACE
                      '-'             DELIMITED BY SIZE
                      CT-TO-PERIOD    DELIMITED BY SPACE
                      INTO WS-RANGE-TEXT
               END-STRING
           ELSE
               MOVE 'all settlements' TO WS-RANGE-TEXT
           END-IF.
           DISPLAY 'Shared costs, ' FUNCTION TRIM(WS-RANGE-TEXT) ':'.
           DISPLAY 'Member   Name                        '
                   '        Paid        Share      Settled'
                   '          Net'.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > SH-MEMBER-COUNT
               MOVE WS-TALLY-PAID(WS-TALLY-IDX) TO WS-PAID-DISPLAY
               MOVE WS-TALLY-SHARE(WS-TALLY-IDX) TO WS-SHARE-DISPLAY
               MOVE WS-TALLY-SETTLED(WS-TALLY-IDX)
                   TO WS-SETTLED-DISPLAY
               MOVE WS-TALLY-NET(WS-TALLY-IDX) TO WS-NET-DISPLAY
               DISPLAY SH-MEMBER-ID(WS-TALLY-IDX) ' '
                       SH-MEMBER-NAME(WS-TALLY-IDX) ' '
                       WS-PAID-DISPLAY ' ' WS-SHARE-DISPLAY ' '
                       WS-SETTLED-DISPLAY ' ' WS-NET-DISPLAY
           END-PERFORM.
           IF WS-PAY-COUNT = 0 THEN
               DISPLAY 'Everyone is square.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'To settle up:'.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
               MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-MONEY-DISPLAY
               DISPLAY '  ' FUNCTION TRIM(WS-PAY-FROM(WS-PAY-IDX))
                       ' pays ' FUNCTION TRIM(WS-PAY-TO(WS-PAY-IDX))
                       ' ' FUNCTION TRIM(WS-MONEY-DISPLAY)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                The suggestion becomes the
      *                                record only once the household
      *                                says the money has moved.
       CONFIRM-SETTLEMENT.
           DISPLAY 'Record these payments as made? (Y/N): '
               WITH NO ADVANCING.
           MOVE SPACE TO WS-SETTLE-ANSWER.
           ACCEPT WS-SETTLE-ANSWER.
           IF FUNCTION UPPER-CASE(WS-SETTLE-ANSWER) NOT = 'Y' THEN
               DISPLAY 'Nothing recorded.'
               EXIT PARAGRAPH
           END-IF.
           IF CT-TO-PERIOD IS NUMERIC THEN
               MOVE CT-TO-PERIOD TO WS-SETTLE-PERIOD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-SETTLE-PERIOD
           END-IF.
           MOVE 'Settle-up' TO WS-SETTLE-NOTE.
           PERFORM OPEN-SETTLE-FOR-APPEND.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
               MOVE WS-PAY-FROM(WS-PAY-IDX) TO WS-PAY-IN-FROM
               MOVE WS-PAY-TO(WS-PAY-IDX) TO WS-PAY-IN-TO
               MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-PAY-IN-AMOUNT
               PERFORM WRITE-SETTLE-LINE
           END-PERFORM.
           CLOSE SETTLE-FILE.
           PERFORM UNLOCK-SETTLE-FILE.
           DISPLAY 'Recorded in DATA/SETTLE.CSV under period '
                   WS-SETTLE-PERIOD '.'.
           EXIT PARAGRAPH.

      *                                A payment made outside the
      *                                suggestion, between two members
      *                                on file.
       RECORD-ONE-PAYMENT.
           MOVE WS-PAY-IN-FROM TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER.
           MOVE WS-LOOKUP-SLOT TO WS-PAYER-SLOT.
           MOVE WS-PAY-IN-TO TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER.
           IF WS-PAYER-SLOT = 0 OR WS-LOOKUP-SLOT = 0 THEN
               DISPLAY 'Both members must be on DATA/MEMBERS.CSV.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAYER-SLOT = WS-LOOKUP-SLOT THEN
               DISPLAY 'A member cannot pay themselves.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAY-IN-PERIOD TO WS-SETTLE-PERIOD.
           MOVE 'Payment' TO WS-SETTLE-NOTE.
           PERFORM OPEN-SETTLE-FOR-APPEND.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SETTLE-LINE.
           CLOSE SETTLE-FILE.
           PERFORM UNLOCK-SETTLE-FILE.
           MOVE WS-PAY-IN-AMOUNT TO WS-MONEY-DISPLAY.
           DISPLAY 'Recorded: ' FUNCTION TRIM(WS-PAY-IN-FROM)
                   ' paid ' FUNCTION TRIM(WS-PAY-IN-TO) ' '
                   FUNCTION TRIM(WS-MONEY-DISPLAY) ' in period '
                   WS-SETTLE-PERIOD '.'.
           EXIT PARAGRAPH.

      *                                Returns with the exclusive lock
      *                                held and the file open, or
      *                                with neither and RC 12.
       OPEN-SETTLE-FOR-APPEND.
           MOVE 'X' TO LK-MODE.
           PERFORM LOCK-SETTLE-FILE.
           IF NOT WS-LOCK-HELD THEN
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SETTLE-FILE.
           IF WS-SETTLE-STATUS = '35' THEN
               OPEN OUTPUT SETTLE-FILE
           END-IF.
           IF WS-SETTLE-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write DATA/SETTLE.CSV, file status '
                       WS-SETTLE-STATUS '.'
               PERFORM UNLOCK-SETTLE-FILE
               MOVE 'N' TO WS-LOCK-HELD-SWITCH
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECORDED-AT.
           MOVE '-' TO WS-RECORDED-AT(9:1).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RECORDED-AT(10:6).
           EXIT PARAGRAPH.

       WRITE-SETTLE-LINE.
           MOVE WS-PAY-IN-AMOUNT TO WS-MONEY-DISPLAY.
           MOVE SPACES TO SETTLE-LINE.
           STRING WS-SETTLE-PERIOD      DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-IN-FROM)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-IN-TO)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-RECORDED-AT        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETTLE-NOTE)
                                        DELIMITED BY SIZE
                  INTO SETTLE-LINE
           END-STRING.
           WRITE SETTLE-LINE.
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
