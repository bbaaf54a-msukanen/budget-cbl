       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEDGER-LOANS.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Loan master keeper.  A car loan or a mortgage used to be a
      * flat line in the standing-order template, with nothing on
      * file about what was still owed.  DATA/LOANS.CSV now holds
      * each loan's terms and outstanding balance; CLOSE-PERIOD
      * posts each payment into the new period split into its
      * interest and principal, and brings the balance down by the
      * principal, and REOPEN-PERIOD takes the posting back.
      * BUDGET-LOANS prints the schedules.  See LEDGLOAN for the
      * request-area protocol and the file's layout.
      *
      * The master is small, so every request loads it whole; a
      * change rewrites it whole, comment lines and all, under the
      * exclusive lock on the master file itself.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE            ASSIGN TO "DATA/LOANS.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-LINE                   PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS              PIC XX VALUE '00'.
       01  WS-LOAN-FILE-NAME           PIC X(80)
                                       VALUE 'DATA/LOANS.CSV'.
      *    The master as read, line for line, so a rewrite gives back
      *    the comment lines and the untouched loans exactly.  Each
      *    loan line points at its slot in LN-LOAN.
       77  WS-RAW-TABLE-SIZE           PIC 9(3) VALUE 100.
       01  WS-RAW-TABLE.
           05  WS-RAW-ENTRY            OCCURS 100 TIMES.
               10  WS-RAW-LINE         PIC X(300).
               10  WS-RAW-LOAN         PIC 99.
               10  WS-RAW-CHANGE-SWITCH
                                       PIC X.
                   88  WS-RAW-CHANGED  VALUE 'Y'.
       01  WS-RAW-COUNT                PIC 9(3) VALUE 0.
       01  WS-RAW-IDX                  PIC 9(3) VALUE 0.
       01  WS-LOAN-IDX                 PIC 99 VALUE 0.
       01  WS-LOAN-IDX-2               PIC 99 VALUE 0.
      *    One loan line taken apart.
       01  WS-LOAN-IN.
           05  WS-LOAN-IN-ID           PIC X(10).
           05  WS-LOAN-IN-DESCRIPTION  PIC X(40).
           05  WS-LOAN-IN-PRINCIPAL    PIC X(15).
           05  WS-LOAN-IN-RATE         PIC X(10).
           05  WS-LOAN-IN-TERM         PIC X(05).
           05  WS-LOAN-IN-PAYDAY       PIC X(05).
           05  WS-LOAN-IN-INT-CAT      PIC X(10).
           05  WS-LOAN-IN-PRIN-CAT     PIC X(10).
           05  WS-LOAN-IN-ACCOUNT      PIC X(25).
           05  WS-LOAN-IN-PAYMENT      PIC X(15).
           05  WS-LOAN-IN-BALANCE      PIC X(15).
           05  WS-LOAN-IN-PAID         PIC X(05).
           05  WS-LOAN-IN-POSTED-TO    PIC X(80).
           05  WS-LOAN-IN-POSTED-DATE  PIC X(10).
           05  WS-LOAN-IN-PRIOR        PIC X(15).
       01  WS-BAD-COLUMN               PIC X(20).
      *    The caller's 'P' flags, kept aside while the master is
      *    loaded again under the exclusive lock.
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY           OCCURS 20 TIMES.
               10  WS-POST-ID          PIC X(08).
               10  WS-POST-DATE        PIC X(08).
       01  WS-POST-COUNT               PIC 99 VALUE 0.
       01  WS-POST-IDX                 PIC 99 VALUE 0.
       01  WS-POST-FOUND-IDX           PIC 99 VALUE 0.
      *    Amortization work: the level payment is
      *        P * r * (1+r)**n / ((1+r)**n - 1),  r = RATE / 1200,
      *    taken a step at a time so no intermediate loses its
      *    decimals.
       01  WS-MONTHLY-RATE             PIC S9V9(12) USAGE COMP-3.
       01  WS-GROWTH                   PIC S9(5)V9(12) USAGE COMP-3.
       01  WS-GROWTH-FACTOR            PIC S9(5)V9(12) USAGE COMP-3.
       01  WS-FIRST-INTEREST           PIC S9(9)V9(8) USAGE COMP-3.
      *    One payment's split (see SPLIT-PAYMENT).
       01  WS-SPLIT-BALANCE            PIC S9(9)V99 USAGE COMP-3.
       01  WS-SPLIT-NUMBER             PIC 9(3) USAGE COMP.
       01  WS-SPLIT-INTEREST           PIC S9(7)V99 USAGE COMP-3.
       01  WS-SPLIT-PRINCIPAL          PIC S9(9)V99 USAGE COMP-3.
       01  WS-SPLIT-PAYMENT            PIC S9(7)V99 USAGE COMP-3.
      *    Dates on YYYYMMDD.
       01  WS-DATE-WORK                PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR            PIC 9(4).
           05  WS-DATE-MONTH           PIC 9(2).
           05  WS-DATE-DAY             PIC 9(2).
       01  WS-MONTH-DAYS-VALUES        PIC X(24)
                                       VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.
       01  WS-LAST-DAY                 PIC 99 VALUE 0.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.
      *    Rewritten columns.
       01  WS-BALANCE-OUT              PIC -(9)9.99.
       01  WS-PRIOR-OUT                PIC -(9)9.99.
       01  WS-PAID-OUT                 PIC ZZ9.
       01  WS-PRIOR-TEXT               PIC X(15).
       01  WS-LOCK-HELD-SWITCH         PIC X VALUE 'N'.
           88  WS-LOCK-HELD            VALUE 'Y'.
           COPY LEDGLOCK.
       LINKAGE SECTION.
           COPY LEDGLOAN.

       PROCEDURE DIVISION USING LN-REQUEST.
           MOVE '0' TO LN-STATUS.
           MOVE SPACES TO LN-ERROR-TEXT.
           MOVE 0 TO LN-CHANGED-COUNT.
           EVALUATE LN-OP
               WHEN 'L' PERFORM LOAD-FOR-CALLER
               WHEN 'P' PERFORM POST-PAYMENTS
               WHEN 'U' PERFORM UNDO-PAYMENTS
               WHEN OTHER
                   MOVE 'F' TO LN-STATUS
                   MOVE 'unknown loan request' TO LN-ERROR-TEXT
           END-EVALUATE.
           GOBACK.

       LOAD-FOR-CALLER.
           PERFORM ACQUIRE-LOAN-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LOANS.
           PERFORM RELEASE-LOAN-LOCK.
           EXIT PARAGRAPH.

      *                                Only the loans the caller
      *                                actually wrote lines for move;
      *                                one already posted into this
      *                                file is not brought down twice.
       POST-PAYMENTS.
           MOVE 0 TO WS-POST-COUNT.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
                      OR WS-LOAN-IDX > 20
               IF LN-POST-IT(WS-LOAN-IDX) THEN
                   ADD 1 TO WS-POST-COUNT
                   MOVE LN-ID(WS-LOAN-IDX) TO WS-POST-ID(WS-POST-COUNT)
                   MOVE LN-POST-DATE(WS-LOAN-IDX)
                       TO WS-POST-DATE(WS-POST-COUNT)
               END-IF
           END-PERFORM.
           IF WS-POST-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACQUIRE-LOAN-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LOANS.
           IF LN-STATUS NOT = '0' THEN
               PERFORM RELEASE-LOAN-LOCK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               PERFORM FIND-POSTED-LOAN
               IF WS-POST-FOUND-IDX > 0
                       AND NOT LN-REPOST(WS-LOAN-IDX)
                       AND LN-DUE-PAYMENT(WS-LOAN-IDX) > 0 THEN
                   MOVE LN-BALANCE(WS-LOAN-IDX)
                       TO LN-PRIOR-BALANCE(WS-LOAN-IDX)
                   SUBTRACT LN-DUE-PRINCIPAL(WS-LOAN-IDX)
                       FROM LN-BALANCE(WS-LOAN-IDX)
                   ADD 1 TO LN-PAID(WS-LOAN-IDX)
                   MOVE LN-FILE-NAME TO LN-POSTED-TO(WS-LOAN-IDX)
                   MOVE WS-POST-DATE(WS-POST-FOUND-IDX)
                       TO LN-POSTED-DATE(WS-LOAN-IDX)
                   PERFORM MARK-LOAN-CHANGED
               END-IF
           END-PERFORM.
           IF LN-CHANGED-COUNT > 0 THEN
               PERFORM WRITE-LOANS
           END-IF.
           PERFORM RELEASE-LOAN-LOCK.
           EXIT PARAGRAPH.

       FIND-POSTED-LOAN.
           MOVE 0 TO WS-POST-FOUND-IDX.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-POST-ID(WS-POST-IDX) = LN-ID(WS-LOAN-IDX) THEN
                   MOVE WS-POST-IDX TO WS-POST-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                The posting is taken back to
      *                                the balance it was made from;
      *                                the date falls back a month,
      *                                to the payment before it.
       UNDO-PAYMENTS.
           PERFORM ACQUIRE-LOAN-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LOANS.
           IF LN-STATUS NOT = '0' THEN
               PERFORM RELEASE-LOAN-LOCK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               IF LN-REPOST(WS-LOAN-IDX) THEN
                   MOVE LN-PRIOR-BALANCE(WS-LOAN-IDX)
                       TO LN-BALANCE(WS-LOAN-IDX)
                   MOVE 0 TO LN-PRIOR-BALANCE(WS-LOAN-IDX)
                   IF LN-PAID(WS-LOAN-IDX) > 0 THEN
                       SUBTRACT 1 FROM LN-PAID(WS-LOAN-IDX)
                   END-IF
                   MOVE SPACES TO LN-POSTED-TO(WS-LOAN-IDX)
                   IF LN-PAID(WS-LOAN-IDX) > 0 THEN
                       PERFORM STEP-POSTED-DATE-BACK
                   ELSE
                       MOVE SPACES TO LN-POSTED-DATE(WS-LOAN-IDX)
                   END-IF
                   PERFORM MARK-LOAN-CHANGED
               END-IF
           END-PERFORM.
           IF LN-CHANGED-COUNT > 0 THEN
               PERFORM WRITE-LOANS
           END-IF.
           PERFORM RELEASE-LOAN-LOCK.
           EXIT PARAGRAPH.

       STEP-POSTED-DATE-BACK.
           MOVE LN-POSTED-DATE(WS-LOAN-IDX) TO WS-DATE-WORK.
           IF WS-DATE-WORK IS NOT NUMERIC THEN
               MOVE SPACES TO LN-POSTED-DATE(WS-LOAN-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-MONTH <= 1 THEN
               SUBTRACT 1 FROM WS-DATE-YEAR
               MOVE 12 TO WS-DATE-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DATE-MONTH
           END-IF.
           PERFORM SET-PAYMENT-DAY.
           MOVE WS-DATE-WORK TO LN-POSTED-DATE(WS-LOAN-IDX).
           EXIT PARAGRAPH.

       MARK-LOAN-CHANGED.
           ADD 1 TO LN-CHANGED-COUNT.
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > WS-RAW-COUNT
               IF WS-RAW-LOAN(WS-RAW-IDX) = WS-LOAN-IDX THEN
                   SET WS-RAW-CHANGED(WS-RAW-IDX) TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                Every line is kept; loan lines
      *                                are taken apart into LN-LOAN
      *                                with their due payment worked
      *                                out.  A line that does not
      *                                read fails the whole request -
      *                                a loan silently skipped would
      *                                go unpaid.
       LOAD-LOANS.
           MOVE 0 TO WS-RAW-COUNT.
           MOVE 0 TO LN-LOAN-COUNT.
           MOVE 'N' TO LN-LOAN-OVERFLOW.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = '00' THEN
               MOVE 'N' TO LN-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LOAN-STATUS NOT = '00'
                   OR LN-STATUS NOT = '0'
               MOVE SPACES TO LOAN-LINE
               READ LOAN-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM KEEP-LOAN-LINE
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.
           EXIT PARAGRAPH.

       KEEP-LOAN-LINE.
           IF WS-RAW-COUNT >= WS-RAW-TABLE-SIZE THEN
               MOVE 'F' TO LN-STATUS
               MOVE 'loan master has more lines than can be held'
                   TO LN-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RAW-COUNT.
           MOVE LOAN-LINE TO WS-RAW-LINE(WS-RAW-COUNT).
           MOVE 0 TO WS-RAW-LOAN(WS-RAW-COUNT).
           MOVE 'N' TO WS-RAW-CHANGE-SWITCH(WS-RAW-COUNT).
           IF LOAN-LINE = SPACES OR LOAN-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF LN-LOAN-COUNT >= 20 THEN
               MOVE 'Y' TO LN-LOAN-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LN-LOAN-COUNT.
           MOVE LN-LOAN-COUNT TO WS-LOAN-IDX.
           MOVE WS-LOAN-IDX TO WS-RAW-LOAN(WS-RAW-COUNT).
           PERFORM PARSE-LOAN-LINE.
           IF LN-STATUS = '0' THEN
               PERFORM SET-DUE-PAYMENT
           END-IF.
           EXIT PARAGRAPH.

       PARSE-LOAN-LINE.
           INITIALIZE LN-LOAN(WS-LOAN-IDX).
           MOVE SPACES TO WS-LOAN-IN.
           MOVE SPACES TO WS-BAD-COLUMN.
           UNSTRING LOAN-LINE
               DELIMITED BY ';'
               INTO WS-LOAN-IN-ID WS-LOAN-IN-DESCRIPTION
                    WS-LOAN-IN-PRINCIPAL WS-LOAN-IN-RATE
                    WS-LOAN-IN-TERM WS-LOAN-IN-PAYDAY
                    WS-LOAN-IN-INT-CAT WS-LOAN-IN-PRIN-CAT
                    WS-LOAN-IN-ACCOUNT WS-LOAN-IN-PAYMENT
                    WS-LOAN-IN-BALANCE WS-LOAN-IN-PAID
                    WS-LOAN-IN-POSTED-TO WS-LOAN-IN-POSTED-DATE
                    WS-LOAN-IN-PRIOR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOAN-IN-ID))
               TO LN-ID(WS-LOAN-IDX).
           MOVE FUNCTION TRIM(WS-LOAN-IN-DESCRIPTION)
               TO LN-DESCRIPTION(WS-LOAN-IDX).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOAN-IN-INT-CAT))
               TO LN-INT-CATEGORY(WS-LOAN-IDX).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOAN-IN-PRIN-CAT))
               TO LN-PRIN-CATEGORY(WS-LOAN-IDX).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOAN-IN-ACCOUNT))
               TO LN-ACCOUNT(WS-LOAN-IDX).
           MOVE FUNCTION TRIM(WS-LOAN-IN-POSTED-TO)
               TO LN-POSTED-TO(WS-LOAN-IDX).
           MOVE FUNCTION TRIM(WS-LOAN-IN-POSTED-DATE)
               TO LN-POSTED-DATE(WS-LOAN-IDX).
           EVALUATE TRUE
               WHEN LN-ID(WS-LOAN-IDX) = SPACES
                   MOVE 'ID' TO WS-BAD-COLUMN
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOAN-IN-PRINCIPAL)) NOT = 0
                   MOVE 'PRINCIPAL' TO WS-BAD-COLUMN
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOAN-IN-RATE)) NOT = 0
                   MOVE 'RATE' TO WS-BAD-COLUMN
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOAN-IN-TERM)) NOT = 0
                   MOVE 'TERM' TO WS-BAD-COLUMN
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOAN-IN-PAYDAY)) NOT = 0
                   MOVE 'PAYDAY' TO WS-BAD-COLUMN
               WHEN WS-LOAN-IN-PAYMENT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-LOAN-IN-PAYMENT)) NOT = 0
                   MOVE 'PAYMENT' TO WS-BAD-COLUMN
               WHEN WS-LOAN-IN-BALANCE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-LOAN-IN-BALANCE)) NOT = 0
                   MOVE 'BALANCE' TO WS-BAD-COLUMN
               WHEN WS-LOAN-IN-PAID NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-LOAN-IN-PAID)) NOT = 0
                   MOVE 'PAID' TO WS-BAD-COLUMN
               WHEN WS-LOAN-IN-PRIOR NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-LOAN-IN-PRIOR)) NOT = 0
                   MOVE 'PRIOR-BALANCE' TO WS-BAD-COLUMN
           END-EVALUATE.
           IF WS-BAD-COLUMN NOT = SPACES THEN
               PERFORM REFUSE-LOAN-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LN-PRINCIPAL(WS-LOAN-IDX)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAN-IN-PRINCIPAL))
           END-COMPUTE.
           COMPUTE LN-RATE(WS-LOAN-IDX)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAN-IN-RATE))
           END-COMPUTE.
           COMPUTE LN-TERM(WS-LOAN-IDX)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAN-IN-TERM))
           END-COMPUTE.
           COMPUTE LN-PAYDAY(WS-LOAN-IDX)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAN-IN-PAYDAY))
           END-COMPUTE.
           EVALUATE TRUE
               WHEN LN-PRINCIPAL(WS-LOAN-IDX) NOT > 0
                   MOVE 'PRINCIPAL' TO WS-BAD-COLUMN
               WHEN LN-TERM(WS-LOAN-IDX) = 0
                   MOVE 'TERM' TO WS-BAD-COLUMN
               WHEN LN-PAYDAY(WS-LOAN-IDX) < 1
                       OR LN-PAYDAY(WS-LOAN-IDX) > 31
                   MOVE 'PAYDAY' TO WS-BAD-COLUMN
           END-EVALUATE.
           IF WS-BAD-COLUMN NOT = SPACES THEN
               PERFORM REFUSE-LOAN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOAN-IN-PAYMENT = SPACES THEN
               PERFORM SET-LEVEL-PAYMENT
           ELSE
               COMPUTE LN-PAYMENT(WS-LOAN-IDX)
                     = FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-LOAN-IN-PAYMENT))
               END-COMPUTE
           END-IF.
           IF WS-LOAN-IN-BALANCE = SPACES THEN
               MOVE LN-PRINCIPAL(WS-LOAN-IDX) TO LN-BALANCE(WS-LOAN-IDX)
           ELSE
               COMPUTE LN-BALANCE(WS-LOAN-IDX)
                     = FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-LOAN-IN-BALANCE))
               END-COMPUTE
           END-IF.
           IF WS-LOAN-IN-PAID NOT = SPACES THEN
               COMPUTE LN-PAID(WS-LOAN-IDX)
                     = FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAN-IN-PAID))
               END-COMPUTE
           END-IF.
           IF WS-LOAN-IN-PRIOR NOT = SPACES THEN
               COMPUTE LN-PRIOR-BALANCE(WS-LOAN-IDX)
                     = FUNCTION NUMVAL(FUNCTION TRIM(WS-LOAN-IN-PRIOR))
               END-COMPUTE
           END-IF.
      *    A payment that does not even cover the first month's
      *    interest would never pay the loan off.
           COMPUTE WS-SPLIT-INTEREST ROUNDED
                 = LN-BALANCE(WS-LOAN-IDX) * LN-RATE(WS-LOAN-IDX)
                 / 1200
           END-COMPUTE.
           IF LN-PAYMENT(WS-LOAN-IDX) NOT > WS-SPLIT-INTEREST
                   AND LN-BALANCE(WS-LOAN-IDX) > 0 THEN
               MOVE 'PAYMENT' TO WS-BAD-COLUMN
               PERFORM REFUSE-LOAN-LINE
           END-IF.
           EXIT PARAGRAPH.

       REFUSE-LOAN-LINE.
           MOVE 'F' TO LN-STATUS.
           STRING 'loan '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-ID)
                                         DELIMITED BY SIZE
                  ': bad '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAD-COLUMN)
                                         DELIMITED BY SIZE
                  ' column'              DELIMITED BY SIZE
                  INTO LN-ERROR-TEXT
           END-STRING.
           EXIT PARAGRAPH.

      *                                The level annuity payment; a
      *                                loan at no interest simply
      *                                divides the principal by the
      *                                term.
       SET-LEVEL-PAYMENT.
           IF LN-RATE(WS-LOAN-IDX) = 0 THEN
               COMPUTE LN-PAYMENT(WS-LOAN-IDX) ROUNDED
                     = LN-PRINCIPAL(WS-LOAN-IDX) / LN-TERM(WS-LOAN-IDX)
               END-COMPUTE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTHLY-RATE = LN-RATE(WS-LOAN-IDX) / 1200.
           COMPUTE WS-GROWTH
                 = (1 + WS-MONTHLY-RATE) ** LN-TERM(WS-LOAN-IDX)
           END-COMPUTE.
           COMPUTE WS-GROWTH-FACTOR = WS-GROWTH / (WS-GROWTH - 1).
           COMPUTE WS-FIRST-INTEREST
                 = LN-PRINCIPAL(WS-LOAN-IDX) * WS-MONTHLY-RATE
           END-COMPUTE.
           COMPUTE LN-PAYMENT(WS-LOAN-IDX) ROUNDED
                 = WS-FIRST-INTEREST * WS-GROWTH-FACTOR
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                The payment a close would post
      *                                now - or, for the file it was
      *                                already posted into, the one
      *                                it did post, worked out again
      *                                from the balance it was made
      *                                from.
       SET-DUE-PAYMENT.
           MOVE 'N' TO LN-REPOST-SWITCH(WS-LOAN-IDX).
           MOVE 'N' TO LN-POST-SWITCH(WS-LOAN-IDX).
           MOVE SPACES TO LN-POST-DATE(WS-LOAN-IDX).
           IF LN-FILE-NAME NOT = SPACES
                   AND LN-POSTED-TO(WS-LOAN-IDX) = LN-FILE-NAME THEN
               SET LN-REPOST(WS-LOAN-IDX) TO TRUE
               MOVE LN-PRIOR-BALANCE(WS-LOAN-IDX) TO WS-SPLIT-BALANCE
               MOVE LN-PAID(WS-LOAN-IDX) TO WS-SPLIT-NUMBER
               MOVE LN-POSTED-DATE(WS-LOAN-IDX)
                   TO LN-POST-DATE(WS-LOAN-IDX)
           ELSE
               MOVE LN-BALANCE(WS-LOAN-IDX) TO WS-SPLIT-BALANCE
               COMPUTE WS-SPLIT-NUMBER = LN-PAID(WS-LOAN-IDX) + 1
               IF LN-PERIOD IS NUMERIC THEN
                   MOVE LN-PERIOD TO WS-DATE-WORK(1:6)
                   PERFORM SET-PAYMENT-DAY
                   MOVE WS-DATE-WORK TO LN-POST-DATE(WS-LOAN-IDX)
               END-IF
           END-IF.
           PERFORM SPLIT-PAYMENT.
           MOVE WS-SPLIT-INTEREST TO LN-DUE-INTEREST(WS-LOAN-IDX).
           MOVE WS-SPLIT-PRINCIPAL TO LN-DUE-PRINCIPAL(WS-LOAN-IDX).
           MOVE WS-SPLIT-PAYMENT TO LN-DUE-PAYMENT(WS-LOAN-IDX).
           EXIT PARAGRAPH.

      *                                Interest on the balance for the
      *                                month, the rest principal; the
      *                                last payment of the term, or
      *                                one larger than what is left,
      *                                clears the balance exactly.
       SPLIT-PAYMENT.
           MOVE 0 TO WS-SPLIT-INTEREST WS-SPLIT-PRINCIPAL
                     WS-SPLIT-PAYMENT.
           IF WS-SPLIT-BALANCE NOT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SPLIT-INTEREST ROUNDED
                 = WS-SPLIT-BALANCE * LN-RATE(WS-LOAN-IDX) / 1200
           END-COMPUTE.
           COMPUTE WS-SPLIT-PRINCIPAL
                 = LN-PAYMENT(WS-LOAN-IDX) - WS-SPLIT-INTEREST
           END-COMPUTE.
           IF WS-SPLIT-PRINCIPAL > WS-SPLIT-BALANCE
                   OR WS-SPLIT-NUMBER >= LN-TERM(WS-LOAN-IDX) THEN
               MOVE WS-SPLIT-BALANCE TO WS-SPLIT-PRINCIPAL
           END-IF.
           COMPUTE WS-SPLIT-PAYMENT
                 = WS-SPLIT-INTEREST + WS-SPLIT-PRINCIPAL
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                The loan's payment day in the
      *                                month under WS-DATE-WORK, or
      *                                that month's last day when it
      *                                is shorter.
       SET-PAYMENT-DAY.
           MOVE WS-MONTH-DAYS(WS-DATE-MONTH) TO WS-LAST-DAY.
           IF WS-DATE-MONTH = 2 THEN
               DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0 THEN
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0 THEN
                       DIVIDE WS-DATE-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0 THEN
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF LN-PAYDAY(WS-LOAN-IDX) > WS-LAST-DAY THEN
               MOVE WS-LAST-DAY TO WS-DATE-DAY
           ELSE
               MOVE LN-PAYDAY(WS-LOAN-IDX) TO WS-DATE-DAY
           END-IF.
           EXIT PARAGRAPH.

      *                                Untouched lines go back as
      *                                they were read; a changed loan
      *                                keeps its first ten columns as
      *                                keyed and gets the five kept
      *                                by the system written afresh.
       WRITE-LOANS.
           OPEN OUTPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = '00' THEN
               MOVE 'F' TO LN-STATUS
               STRING 'cannot rewrite the loan master, status '
                                        DELIMITED BY SIZE
                      WS-LOAN-STATUS    DELIMITED BY SIZE
                      INTO LN-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > WS-RAW-COUNT
               IF WS-RAW-CHANGED(WS-RAW-IDX) THEN
                   PERFORM BUILD-LOAN-LINE
               ELSE
                   MOVE WS-RAW-LINE(WS-RAW-IDX) TO LOAN-LINE
               END-IF
               WRITE LOAN-LINE
           END-PERFORM.
           CLOSE LOAN-FILE.
           EXIT PARAGRAPH.

       BUILD-LOAN-LINE.
           MOVE WS-RAW-LOAN(WS-RAW-IDX) TO WS-LOAN-IDX-2.
           MOVE SPACES TO WS-LOAN-IN.
           UNSTRING WS-RAW-LINE(WS-RAW-IDX)
               DELIMITED BY ';'
               INTO WS-LOAN-IN-ID WS-LOAN-IN-DESCRIPTION
                    WS-LOAN-IN-PRINCIPAL WS-LOAN-IN-RATE
                    WS-LOAN-IN-TERM WS-LOAN-IN-PAYDAY
                    WS-LOAN-IN-INT-CAT WS-LOAN-IN-PRIN-CAT
                    WS-LOAN-IN-ACCOUNT WS-LOAN-IN-PAYMENT
           END-UNSTRING.
           MOVE LN-BALANCE(WS-LOAN-IDX-2) TO WS-BALANCE-OUT.
           MOVE LN-PAID(WS-LOAN-IDX-2) TO WS-PAID-OUT.
           MOVE SPACES TO WS-PRIOR-TEXT.
           IF LN-POSTED-TO(WS-LOAN-IDX-2) NOT = SPACES THEN
               MOVE LN-PRIOR-BALANCE(WS-LOAN-IDX-2) TO WS-PRIOR-OUT
               MOVE FUNCTION TRIM(WS-PRIOR-OUT) TO WS-PRIOR-TEXT
           END-IF.
           MOVE SPACES TO LOAN-LINE.
           STRING FUNCTION TRIM(WS-LOAN-IN-ID)        DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-DESCRIPTION)
                                                      DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-PRINCIPAL) DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-RATE)      DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-TERM)      DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-PAYDAY)    DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-INT-CAT)   DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-PRIN-CAT)  DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-ACCOUNT)   DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-IN-PAYMENT)   DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-OUT)       DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAID-OUT)          DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(LN-POSTED-TO(WS-LOAN-IDX-2))
                                                      DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(LN-POSTED-DATE(WS-LOAN-IDX-2))
                                                      DELIMITED BY SIZE
                  ';'                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-TEXT)        DELIMITED BY SIZE
                  INTO LOAN-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *                                Rewrites wait their turn; a
      *                                load only needs the shared
      *                                lock so readers never block
      *                                one another.
       ACQUIRE-LOAN-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-LOAN-FILE-NAME TO LK-LEDGER-NAME.
           MOVE LN-PROGRAM TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'Y' TO LK-WAIT.
           IF LN-OP = 'L' THEN
               MOVE 'S' TO LK-MODE
           ELSE
               MOVE 'X' TO LK-MODE
           END-IF.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = '0' THEN
               SET WS-LOCK-HELD TO TRUE
           ELSE
               MOVE 'F' TO LN-STATUS
               MOVE SPACES TO LN-ERROR-TEXT
               STRING 'loan master busy: held by '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(LK-HOLDER)
                                        DELIMITED BY SIZE
                      INTO LN-ERROR-TEXT
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-LOAN-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-LOAN-FILE-NAME TO LK-LEDGER-NAME.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           EXIT PARAGRAPH.
