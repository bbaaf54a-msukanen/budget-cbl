       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-LOANS.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Loan schedules.  DATA/LOANS.CSV holds every loan's terms and
      * outstanding balance (see LEDGER-LOANS); this prints what is
      * left to pay:
      *
      *   budget-loans
      *   budget-loans <id>
      *   budget-loans <id> EXTRA <amount> [<yyyymm>]
      *
      * With no arguments every loan is listed: balance, rate,
      * payment, payments made, and the month it is paid off with
      * the interest still to come.  With a loan ID, that loan's
      * full amortization schedule from its current balance, one
      * line per month.  EXTRA adds a one-off extra payment of
      * <amount> against the principal in month <yyyymm> (default:
      * the next payment) and prints the schedule with it, followed
      * by the payoff month and total interest with and without it.
      *
      * The schedule starts with the month after the last posted
      * payment, or next month for a loan with none posted yet, and
      * splits each payment exactly as a close posts it.
      * RETURN-CODE 8 for bad arguments, an unknown loan, or no loan
      * master at all; 12 when the loan master cannot be read.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-PARM-TOKENS.
           05  WS-ARG-LOAN-ID          PIC X(10).
           05  WS-ARG-KEYWORD          PIC X(10).
           05  WS-ARG-AMOUNT           PIC X(15).
           05  WS-ARG-MONTH            PIC X(10).
       01  WS-LOAN-IDX                 PIC 99 VALUE 0.
       01  WS-FOUND-IDX                PIC 99 VALUE 0.
      *    The one-off extra payment, when asked for.
       01  WS-EXTRA-SWITCH             PIC X VALUE 'N'.
           88  WS-EXTRA-ASKED          VALUE 'Y'.
       01  WS-EXTRA-AMOUNT             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-EXTRA-MONTH              PIC X(06) VALUE SPACES.
       01  WS-EXTRA-MONTH-PARTS REDEFINES WS-EXTRA-MONTH.
           05  WS-EXTRA-YEAR           PIC 9(4).
           05  WS-EXTRA-MON            PIC 9(2).
      *    One run of a schedule (see RUN-SCHEDULE): whether to
      *    print its lines, whether the extra payment goes in, and
      *    what it came to.
       01  WS-PRINT-SWITCH             PIC X VALUE 'N'.
           88  WS-PRINT-ROWS           VALUE 'Y'.
       01  WS-APPLY-SWITCH             PIC X VALUE 'N'.
           88  WS-APPLY-EXTRA          VALUE 'Y'.
       77  WS-ROW-LIMIT                PIC 9(3) VALUE 600.
       01  WS-ROW-COUNT                PIC 9(3) VALUE 0.
       01  WS-RUN-BALANCE              PIC S9(9)V99 USAGE COMP-3.
       01  WS-RUN-NUMBER               PIC 9(3) USAGE COMP.
       01  WS-RUN-INTEREST             PIC S9(7)V99 USAGE COMP-3.
       01  WS-RUN-PRINCIPAL            PIC S9(9)V99 USAGE COMP-3.
       01  WS-RUN-EXTRA                PIC S9(9)V99 USAGE COMP-3.
       01  WS-RUN-PAYMENT              PIC S9(9)V99 USAGE COMP-3.
       01  WS-RUN-TOTAL-INTEREST       PIC S9(9)V99 USAGE COMP-3.
       01  WS-RUN-TOTAL-PAID           PIC S9(9)V99 USAGE COMP-3.
       01  WS-RUN-PAYOFF               PIC X(06).
       01  WS-RUN-MONTH                PIC X(06).
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MON              PIC 9(2).
       01  WS-RUN-CUT-SWITCH           PIC X VALUE 'N'.
           88  WS-RUN-CUT              VALUE 'Y'.
      *    The run without the extra payment, kept for comparison.
       01  WS-BASE-PAYOFF              PIC X(06).
       01  WS-BASE-INTEREST            PIC S9(9)V99 USAGE COMP-3.
       01  WS-BASE-ROWS                PIC 9(3) VALUE 0.
       01  WS-TODAY                    PIC 9(8).
      *    Report formatting.
       01  WS-AMOUNT-DISPLAY           PIC -(8)9.99.
       01  WS-INTEREST-DISPLAY         PIC -(8)9.99.
       01  WS-PRINCIPAL-DISPLAY        PIC -(8)9.99.
       01  WS-EXTRA-DISPLAY            PIC -(8)9.99.
       01  WS-BALANCE-DISPLAY          PIC -(8)9.99.
       01  WS-PAYMENT-DISPLAY          PIC -(6)9.99.
       01  WS-RATE-DISPLAY             PIC ZZ9.9999.
       01  WS-NUMBER-DISPLAY           PIC ZZ9.
       01  WS-TERM-DISPLAY             PIC ZZ9.
       01  WS-PAYOFF-DISPLAY           PIC X(07).
           COPY LEDGLOAN.

       PROCEDURE DIVISION.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-ARG-LOAN-ID WS-ARG-KEYWORD
                    WS-ARG-AMOUNT WS-ARG-MONTH
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-LOAN-ID) TO WS-ARG-LOAN-ID.
           MOVE FUNCTION UPPER-CASE(WS-ARG-KEYWORD) TO WS-ARG-KEYWORD.
           PERFORM CHECK-ARGUMENTS.
           IF RETURN-CODE NOT = 0 THEN
               GOBACK
           END-IF.
           MOVE 'L' TO LN-OP.
           MOVE 'BUDGET-LOANS' TO LN-PROGRAM.
           MOVE SPACES TO LN-FILE-NAME LN-PERIOD.
           CALL 'LEDGER-LOANS' USING LN-REQUEST.
           IF LN-STATUS = 'N' THEN
               DISPLAY 'No DATA/LOANS.CSV - no loans on file.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF LN-STATUS NOT = '0' THEN
               DISPLAY 'Cannot read the loan master: '
                       FUNCTION TRIM(LN-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF LN-LOAN-OVERFLOW = 'Y' THEN
               DISPLAY 'WARNING: only the first ' LN-LOAN-COUNT
                       ' loans on DATA/LOANS.CSV are shown.'
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-ARG-LOAN-ID = SPACES THEN
               PERFORM LIST-LOANS
               GOBACK
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               IF LN-ID(WS-LOAN-IDX) = WS-ARG-LOAN-ID THEN
                   MOVE WS-LOAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY 'No loan ' FUNCTION TRIM(WS-ARG-LOAN-ID)
                       ' on DATA/LOANS.CSV.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FOUND-IDX TO WS-LOAN-IDX.
           IF WS-EXTRA-ASKED THEN
               PERFORM SHOW-EXTRA-PAYMENT
           ELSE
               PERFORM SHOW-SCHEDULE
           END-IF.
           GOBACK.

       CHECK-ARGUMENTS.
           MOVE 0 TO RETURN-CODE.
           IF WS-ARG-KEYWORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-KEYWORD NOT = 'EXTRA'
                   OR WS-ARG-AMOUNT = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
                       NOT = 0 THEN
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXTRA-AMOUNT
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-AMOUNT))
           END-COMPUTE.
           IF WS-EXTRA-AMOUNT NOT > 0 THEN
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-MONTH NOT = SPACES THEN
               MOVE WS-ARG-MONTH TO WS-EXTRA-MONTH
               IF WS-ARG-MONTH(7:) NOT = SPACES
                       OR WS-EXTRA-MONTH IS NOT NUMERIC
                       OR WS-EXTRA-MON < 1 OR WS-EXTRA-MON > 12 THEN
                   PERFORM SHOW-USAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WS-EXTRA-ASKED TO TRUE.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-loans [<id> [EXTRA <amount>'
                   ' [<yyyymm>]]]'.
           MOVE 8 TO RETURN-CODE.
           EXIT PARAGRAPH.

       LIST-LOANS.
           DISPLAY 'Loan     Description                       Balance'
                   '    Rate  Payment Paid/Term Payoff '
                   '  Interest left'.
           MOVE 'N' TO WS-PRINT-SWITCH WS-APPLY-SWITCH.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               PERFORM RUN-SCHEDULE
               MOVE LN-BALANCE(WS-LOAN-IDX) TO WS-BALANCE-DISPLAY
               MOVE LN-RATE(WS-LOAN-IDX) TO WS-RATE-DISPLAY
               MOVE LN-PAYMENT(WS-LOAN-IDX) TO WS-PAYMENT-DISPLAY
               MOVE LN-PAID(WS-LOAN-IDX) TO WS-NUMBER-DISPLAY
               MOVE LN-TERM(WS-LOAN-IDX) TO WS-TERM-DISPLAY
               MOVE WS-RUN-TOTAL-INTEREST TO WS-INTEREST-DISPLAY
               PERFORM SET-PAYOFF-DISPLAY
               DISPLAY LN-ID(WS-LOAN-IDX) ' '
                       LN-DESCRIPTION(WS-LOAN-IDX) ' '
                       WS-BALANCE-DISPLAY ' '
                       WS-RATE-DISPLAY ' '
                       WS-PAYMENT-DISPLAY ' '
                       WS-NUMBER-DISPLAY '/' WS-TERM-DISPLAY '   '
                       WS-PAYOFF-DISPLAY ' '
                       WS-INTEREST-DISPLAY
           END-PERFORM.
           EXIT PARAGRAPH.

       SHOW-SCHEDULE.
           PERFORM SHOW-LOAN-HEADING.
           MOVE 'Y' TO WS-PRINT-SWITCH.
           MOVE 'N' TO WS-APPLY-SWITCH.
           PERFORM RUN-SCHEDULE.
           PERFORM SHOW-RUN-TOTALS.
           EXIT PARAGRAPH.

      *                                The schedule as it would run
      *                                with the extra payment, then
      *                                the two runs side by side.  An
      *                                extra month outside the
      *                                schedule changes nothing, and
      *                                says so.
       SHOW-EXTRA-PAYMENT.
           MOVE 'N' TO WS-PRINT-SWITCH WS-APPLY-SWITCH.
           PERFORM RUN-SCHEDULE.
           MOVE WS-RUN-PAYOFF TO WS-BASE-PAYOFF.
           MOVE WS-RUN-TOTAL-INTEREST TO WS-BASE-INTEREST.
           MOVE WS-ROW-COUNT TO WS-BASE-ROWS.
           PERFORM SHOW-LOAN-HEADING.
           MOVE 'Y' TO WS-PRINT-SWITCH WS-APPLY-SWITCH.
           PERFORM RUN-SCHEDULE.
           PERFORM SHOW-RUN-TOTALS.
           IF WS-RUN-EXTRA = 0 THEN
               DISPLAY 'The extra payment falls outside the schedule'
                       ' - nothing changes.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY ' '.
           MOVE WS-RUN-EXTRA TO WS-EXTRA-DISPLAY.
           DISPLAY 'Effect of an extra payment of '
                   FUNCTION TRIM(WS-EXTRA-DISPLAY) ':'.
           MOVE WS-BASE-PAYOFF TO WS-RUN-MONTH.
           PERFORM SET-MONTH-DISPLAY.
           MOVE WS-BASE-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE WS-BASE-ROWS TO WS-NUMBER-DISPLAY.
           DISPLAY '  Without: paid off ' WS-PAYOFF-DISPLAY
                   ' after ' WS-NUMBER-DISPLAY ' payments, interest '
                   WS-INTEREST-DISPLAY.
           MOVE WS-RUN-PAYOFF TO WS-RUN-MONTH.
           PERFORM SET-MONTH-DISPLAY.
           MOVE WS-RUN-TOTAL-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE WS-ROW-COUNT TO WS-NUMBER-DISPLAY.
           DISPLAY '  With:    paid off ' WS-PAYOFF-DISPLAY
                   ' after ' WS-NUMBER-DISPLAY ' payments, interest '
                   WS-INTEREST-DISPLAY.
           COMPUTE WS-NUMBER-DISPLAY = WS-BASE-ROWS - WS-ROW-COUNT.
           COMPUTE WS-INTEREST-DISPLAY
                 = WS-BASE-INTEREST - WS-RUN-TOTAL-INTEREST
           END-COMPUTE.
           DISPLAY '  Saved:   ' WS-NUMBER-DISPLAY ' payment(s),'
                   ' interest ' WS-INTEREST-DISPLAY.
           EXIT PARAGRAPH.

       SHOW-LOAN-HEADING.
           MOVE LN-BALANCE(WS-LOAN-IDX) TO WS-BALANCE-DISPLAY.
           MOVE LN-RATE(WS-LOAN-IDX) TO WS-RATE-DISPLAY.
           MOVE LN-PAYMENT(WS-LOAN-IDX) TO WS-PAYMENT-DISPLAY.
           DISPLAY 'Loan ' FUNCTION TRIM(LN-ID(WS-LOAN-IDX)) ' '
                   FUNCTION TRIM(LN-DESCRIPTION(WS-LOAN-IDX)).
           DISPLAY '  Balance ' FUNCTION TRIM(WS-BALANCE-DISPLAY)
                   ' at ' FUNCTION TRIM(WS-RATE-DISPLAY) '%,'
                   ' payment ' FUNCTION TRIM(WS-PAYMENT-DISPLAY)
                   ' on day ' LN-PAYDAY(WS-LOAN-IDX).
           DISPLAY ' '.
           DISPLAY '  No Month        Payment     Interest'
                   '    Principal        Extra      Balance'.
           EXIT PARAGRAPH.

       SHOW-RUN-TOTALS.
           MOVE WS-RUN-TOTAL-PAID TO WS-AMOUNT-DISPLAY.
           MOVE WS-RUN-TOTAL-INTEREST TO WS-INTEREST-DISPLAY.
           DISPLAY '  Total         ' WS-AMOUNT-DISPLAY ' '
                   WS-INTEREST-DISPLAY.
           PERFORM SET-PAYOFF-DISPLAY.
           DISPLAY '  Paid off ' WS-PAYOFF-DISPLAY.
           IF WS-RUN-CUT THEN
               DISPLAY 'WARNING: schedule cut at ' WS-ROW-LIMIT
                       ' payments - the loan is not paid off by then.'
           END-IF.
           EXIT PARAGRAPH.

      *                                Month by month from the
      *                                current balance, split the
      *                                way LEDGER-LOANS splits a
      *                                posted payment: interest on
      *                                the balance, the rest
      *                                principal, the last payment
      *                                whatever clears it.  The extra
      *                                payment comes off the
      *                                principal after that month's
      *                                payment.
       RUN-SCHEDULE.
           MOVE 0 TO WS-ROW-COUNT WS-RUN-TOTAL-INTEREST
                     WS-RUN-TOTAL-PAID WS-RUN-EXTRA.
           MOVE 'N' TO WS-RUN-CUT-SWITCH.
           MOVE SPACES TO WS-RUN-PAYOFF.
           MOVE LN-BALANCE(WS-LOAN-IDX) TO WS-RUN-BALANCE.
           COMPUTE WS-RUN-NUMBER = LN-PAID(WS-LOAN-IDX) + 1.
           PERFORM SET-FIRST-MONTH.
           IF WS-APPLY-EXTRA AND WS-EXTRA-MONTH = SPACES THEN
               MOVE WS-RUN-MONTH TO WS-EXTRA-MONTH
           END-IF.
           PERFORM UNTIL WS-RUN-BALANCE NOT > 0
                      OR WS-RUN-CUT
               IF WS-ROW-COUNT >= WS-ROW-LIMIT THEN
                   SET WS-RUN-CUT TO TRUE
               ELSE
                   PERFORM RUN-ONE-PAYMENT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       RUN-ONE-PAYMENT.
           ADD 1 TO WS-ROW-COUNT.
           COMPUTE WS-RUN-INTEREST ROUNDED
                 = WS-RUN-BALANCE * LN-RATE(WS-LOAN-IDX) / 1200
           END-COMPUTE.
           COMPUTE WS-RUN-PRINCIPAL
                 = LN-PAYMENT(WS-LOAN-IDX) - WS-RUN-INTEREST
           END-COMPUTE.
           IF WS-RUN-PRINCIPAL > WS-RUN-BALANCE
                   OR WS-RUN-NUMBER >= LN-TERM(WS-LOAN-IDX) THEN
               MOVE WS-RUN-BALANCE TO WS-RUN-PRINCIPAL
           END-IF.
           COMPUTE WS-RUN-PAYMENT = WS-RUN-INTEREST + WS-RUN-PRINCIPAL.
           SUBTRACT WS-RUN-PRINCIPAL FROM WS-RUN-BALANCE.
           MOVE 0 TO WS-EXTRA-DISPLAY.
           IF WS-APPLY-EXTRA AND WS-RUN-MONTH = WS-EXTRA-MONTH
                   AND WS-RUN-BALANCE > 0 THEN
               MOVE WS-EXTRA-AMOUNT TO WS-RUN-EXTRA
               IF WS-RUN-EXTRA > WS-RUN-BALANCE THEN
                   MOVE WS-RUN-BALANCE TO WS-RUN-EXTRA
               END-IF
               SUBTRACT WS-RUN-EXTRA FROM WS-RUN-BALANCE
               ADD WS-RUN-EXTRA TO WS-RUN-PAYMENT
               MOVE WS-RUN-EXTRA TO WS-EXTRA-DISPLAY
           END-IF.
           ADD WS-RUN-INTEREST TO WS-RUN-TOTAL-INTEREST.
           ADD WS-RUN-PAYMENT TO WS-RUN-TOTAL-PAID.
           MOVE WS-RUN-MONTH TO WS-RUN-PAYOFF.
           IF WS-PRINT-ROWS THEN
               MOVE WS-RUN-NUMBER TO WS-NUMBER-DISPLAY
               MOVE WS-RUN-PAYMENT TO WS-AMOUNT-DISPLAY
               MOVE WS-RUN-INTEREST TO WS-INTEREST-DISPLAY
               MOVE WS-RUN-PRINCIPAL TO WS-PRINCIPAL-DISPLAY
               MOVE WS-RUN-BALANCE TO WS-BALANCE-DISPLAY
               PERFORM SET-MONTH-DISPLAY
               DISPLAY ' ' WS-NUMBER-DISPLAY ' '
                       WS-PAYOFF-DISPLAY ' '
                       WS-AMOUNT-DISPLAY ' '
                       WS-INTEREST-DISPLAY ' '
                       WS-PRINCIPAL-DISPLAY ' '
                       WS-EXTRA-DISPLAY ' '
                       WS-BALANCE-DISPLAY
           END-IF.
           ADD 1 TO WS-RUN-NUMBER.
           IF WS-RUN-MON >= 12 THEN
               ADD 1 TO WS-RUN-YEAR
               MOVE 1 TO WS-RUN-MON
           ELSE
               ADD 1 TO WS-RUN-MON
           END-IF.
           EXIT PARAGRAPH.

      *                                The month after the last
      *                                posted payment, or next month.
       SET-FIRST-MONTH.
           IF LN-POSTED-DATE(WS-LOAN-IDX) IS NUMERIC THEN
               MOVE LN-POSTED-DATE(WS-LOAN-IDX)(1:6) TO WS-RUN-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
           END-IF.
           IF WS-RUN-MON >= 12 THEN
               ADD 1 TO WS-RUN-YEAR
               MOVE 1 TO WS-RUN-MON
           ELSE
               ADD 1 TO WS-RUN-MON
           END-IF.
           EXIT PARAGRAPH.

       SET-PAYOFF-DISPLAY.
           IF WS-RUN-PAYOFF = SPACES THEN
               MOVE 'paid' TO WS-PAYOFF-DISPLAY
           ELSE
               MOVE WS-RUN-PAYOFF TO WS-RUN-MONTH
               PERFORM SET-MONTH-DISPLAY
           END-IF.
           EXIT PARAGRAPH.

       SET-MONTH-DISPLAY.
           MOVE SPACES TO WS-PAYOFF-DISPLAY.
           STRING WS-RUN-MONTH(1:4)     DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-RUN-MONTH(5:2)     DELIMITED BY SIZE
                  INTO WS-PAYOFF-DISPLAY
           END-STRING.
           EXIT PARAGRAPH.
