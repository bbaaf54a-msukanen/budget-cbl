                                              WS-CHECKPOINT-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CKPT-STATUS.
      *    Exchange rates into the default currency, 'CODE;RATE'
      *    lines with an optional effective date (see LOAD-EXCHANGE-
      *    RATES).  Optional -
      *    a ledger with no foreign lines needs no rates file.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
       01  BUDGET-RECORD.
           COPY CSVLINE.
       FD  NEXT-PERIOD-FILE.
       01  NEXT-PERIOD-RECORD          PIC X(150).
       FD  STANDING-FILE.
       01  STANDING-LINE               PIC X(150).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(150).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).
       FD  AUDIT-FILE.
           88  WS-IN-WINDOW            VALUE 'Y'.
      *    CLOSE-MODE: PARM token 2 of 'CLOSE' rolls FINAL-BUDGET into
      *    a fresh '#' opening line in the file named by token 3,
      *    posts the period's loan payments into it (see APPEND-
      *    LOAN-PAYMENTS), archives the just-closed ledger, and
      *    skips the report.
       01  WS-NEXT-FILE-NAME           PIC X(80).
       01  WS-ARCHIVE-FILE-NAME        PIC X(88).
       01  WS-CLOSE-SWITCH             PIC X VALUE 'N'.
      *    premature close (see REOPEN-PERIOD): the file named by
      *    token 3 is the aborted next-period ledger, verified to
      *    hold nothing beyond its '#' opening line, the standing-
      *    order template lines, carried recurring lines and the
      *    close's loan payments; the .CLOSED archive is restored to
      *    its original name, the aborted file removed, the loan
      *    payments taken back off the loan master, and the reversal
      *    recorded on DATA/AUDIT.LOG.  Entries keyed into the
      *    aborted period may be carried back into the restored
      *    ledger, or the whole reversal refused (RETURN-CODE 113).
       01  WS-REOPEN-SWITCH            PIC X VALUE 'N'.
           88  REOPEN-MODE             VALUE 'Y'.
       01  WS-REOPEN-FAIL-SWITCH       PIC X VALUE 'N'.
      *    carry-back offer.
       77  WS-EXTRA-TABLE-SIZE         PIC 9(3) VALUE 100.
       01  WS-EXTRA-TABLE.
           05  WS-EXTRA-LINE           OCCURS 100 TIMES PIC X(150).
       01  WS-EXTRA-COUNT              PIC 9(3) VALUE 0.
       01  WS-EXTRA-IDX                PIC 9(3) VALUE 0.
      *    The standing-order template, loaded whole for the
      *    verbatim line comparison.
       77  WS-TMPL-TABLE-SIZE          PIC 99 VALUE 50.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-LINE            OCCURS 50 TIMES PIC X(150).
       01  WS-TMPL-COUNT               PIC 99 VALUE 0.
       01  WS-TMPL-IDX                 PIC 99 VALUE 0.
       01  WS-TMPL-FOUND-SWITCH       PIC X VALUE 'N'.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE '00'.
       77  WS-CARRYEXP-TABLE-SIZE      PIC 99 VALUE 50.
       01  WS-CARRYEXP-TABLE.
           05  WS-CARRYEXP-LINE        OCCURS 50 TIMES PIC X(150).
       01  WS-CARRYEXP-COUNT           PIC 99 VALUE 0.
       01  WS-CARRYEXP-IDX             PIC 99 VALUE 0.
       01  WS-CARRYEXP-FOUND-SWITCH    PIC X VALUE 'N'.
           88  WS-CARRYEXP-FOUND       VALUE 'Y'.
       01  WS-CARRIED-LINE             PIC X(150).
      *    Pre-close gate (see PRE-CLOSE-VALIDATE): a close against
      *    a ledger with checker-class problems or duplicates bakes
      *    the bad figure permanently into next period's '#' line,
      *    same parser the checker trusts, so close-time validation
      *    cannot drift from BUDGET-CHECK's.
           COPY LEDGREAD.
      *    Ledger catalog (see RECORD-CLOSE-IN-CATALOG): a close or
      *    reopen is recorded in DATA/CATALOG.CSV.  The account and
      *    period of a ledger the catalog has not seen yet come from
      *    the 'ACCOUNT <name>' / 'PERIOD <yyyymm>' PARM tokens, or
      *    else from the file name and the latest entry date.
       01  WS-CATALOG-ACCOUNT          PIC X(20) VALUE SPACES.
       01  WS-CATALOG-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-LATEST-ENTRY-DATE        PIC X(08) VALUE SPACES.
           COPY LEDGCAT.
      *    Control-total seal (see VERIFY-LEDGER-SEAL): the ledger is
      *    checked against <ledger>.SEAL before any figure is used,
      *    and CLOSE/REOPEN carry the seal along with the file.
       01  WS-SEAL-IDX                 PIC 9 VALUE 0.
       01  WS-SEAL-BROKEN-SWITCH       PIC X VALUE 'N'.
           88  WS-SEAL-BROKEN          VALUE 'Y'.
           COPY LEDGSEAL.
      *    Backup generations taken before CLOSE and REOPEN change
      *    any file (see BACKUP-BEFORE-CLOSE/BACKUP-BEFORE-REOPEN).
       01  WS-BACKUP-FAILED-SWITCH     PIC X VALUE 'N'.
           88  WS-BACKUP-FAILED        VALUE 'Y'.
           COPY LEDGBACK.
      *    Loan payments (see APPEND-LOAN-PAYMENTS): every loan on
      *    DATA/LOANS.CSV paid from this ledger's account goes into
      *    the new period as a payment split into its interest and
      *    principal, on the loan's payment day in the month after
      *    the period closed.  The lines are kept as built so a
      *    reopen can recognise them (see LOAD-EXPECTED-LOAN-LINES).
       01  WS-LOAN-ACCOUNT             PIC X(20) VALUE SPACES.
       01  WS-LOAN-PERIOD              PIC X(06) VALUE SPACES.
       01  WS-LOAN-PERIOD-PARTS REDEFINES WS-LOAN-PERIOD.
           05  WS-LOAN-PERIOD-YEAR     PIC 9(4).
           05  WS-LOAN-PERIOD-MONTH    PIC 9(2).
       01  WS-LOAN-TODAY               PIC 9(8).
       01  WS-LOAN-CATALOG-STATUS      PIC X VALUE SPACE.
       01  WS-LOAN-MASTER-SWITCH       PIC X VALUE 'N'.
           88  WS-HAVE-LOAN-MASTER     VALUE 'Y'.
       01  WS-LOAN-IDX                 PIC 99 VALUE 0.
       01  WS-LOAN-POST-COUNT          PIC 99 VALUE 0.
       01  WS-LOAN-AMOUNT-OUT          PIC -(7)9.99.
       01  WS-LOAN-COMMENT             PIC X(50).
       01  WS-LOAN-LINES.
           05  WS-LOAN-LINE            OCCURS 3 TIMES PIC X(150).
       01  WS-LOAN-LINE-IDX            PIC 9 VALUE 0.
       77  WS-LOANEXP-TABLE-SIZE       PIC 99 VALUE 60.
       01  WS-LOANEXP-TABLE.
           05  WS-LOANEXP-LINE         OCCURS 60 TIMES PIC X(150).
       01  WS-LOANEXP-COUNT            PIC 99 VALUE 0.
       01  WS-LOANEXP-IDX              PIC 99 VALUE 0.
       01  WS-LOANEXP-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-LOANEXP-FOUND        VALUE 'Y'.
           COPY LEDGLOAN.
      *    NOCOLOR-MODE: PARM token 2 of 'NOCOLOR' suppresses every
      *    ANSI escape sequence below so output redirected to a file
      *    or printer reads as plain text (see SET-DISPLAY-EFFECTS).
      *    reads unchanged) and the recurring repeat count.
           05  ENTRY-MODE              PIC X(5).
           05  ENTRY-REPEAT            PIC X(5).
      *    Optional 8th/9th ';'-delimited columns: the operator who
      *    keyed the line and the one who approved it (see
      *    BUDGET-APPROVE) - carried, not tallied.
           05  ENTRY-KEYED-BY          PIC X(8).
           05  ENTRY-APPROVED-BY       PIC X(8).
      *    Optional 10th column: the shared-cost marker (see
      *    BUDGET-SHARE) - carried, not tallied.
           05  ENTRY-SHARE-SPEC        PIC X(30).
       01  WS-BUDGET.
           05  INITIAL-BUDGET          PIC S9(7)V9(2) USAGE COMP-3.
           05  FINAL-BUDGET            PIC S9(7)V9(2) USAGE COMP-3.
           88  WS-DUP-END-OF-SORT      VALUE 'Y'.
       01  WS-DUP-AMOUNT-DISPLAY       PIC -(6)9.99.
       01  WS-RR-LINE-NO               PIC 9(6) VALUE 0.
       77  WS-RATE-TABLE-SIZE          PIC 99 VALUE 60.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY           OCCURS 60 TIMES
                                       INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CODE        PIC X(3) VALUE SPACES.
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
      *    The entry's amount as folded into the totals: the face
      *    value for default-currency lines, the converted value for
      *    foreign ones.
               END-IF
               GOBACK
           END-IF.
      *    Nothing is reported, audited or closed from a ledger that
      *    no longer matches its control record.
           PERFORM VERIFY-LEDGER-SEAL.
           IF WS-SEAL-BROKEN THEN
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 119 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-CATEGORY-TARGETS.
           PERFORM LOAD-CATEGORY-MASTER.
                   ENTRY-DATE OF WS-CSV-DATA
                   ENTRY-MODE OF WS-CSV-DATA
                   ENTRY-REPEAT OF WS-CSV-DATA
                   ENTRY-KEYED-BY OF WS-CSV-DATA
                   ENTRY-APPROVED-BY OF WS-CSV-DATA
                   ENTRY-SHARE-SPEC OF WS-CSV-DATA
               ON OVERFLOW
                   MOVE 'Y' TO WS-REREAD-SKIP-SWITCH
                   EXIT PARAGRAPH
      *                                One 'CODE;RATE' line per
      *                                currency, e.g. 'USD;0.92' for
      *                                how many units of the default
      *                                currency one USD buys, or
      *                                several dated ones,
      *                                'CODE;RATE;YYYYMMDD', each in
      *                                force from its date on.  '*'
      *                                lines are comments.  A missing
      *                                rates file just means no
      *                                conversions.
           UNSTRING RATES-LINE
               DELIMITED BY ';'
               INTO WS-RATES-IN-CODE WS-RATES-IN-RATE
                    WS-RATES-IN-FROM
           END-UNSTRING.
      *    An optional third column is the YYYYMMDD date the rate
      *    takes effect; an undated rate is in force from the start.
           MOVE FUNCTION TRIM(WS-RATES-IN-FROM) TO WS-RATES-IN-FROM.
      *    A rate must be strictly positive: zero (or a stray minus
      *    sign) would silently erase every line in that currency
      *    from the totals.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
                   NOT = 0
                   OR WS-RATE-COUNT >= WS-RATE-TABLE-SIZE
                   OR (WS-RATES-IN-FROM NOT = SPACES
                   AND (WS-RATES-IN-FROM(1:8) IS NOT NUMERIC
                   OR WS-RATES-IN-FROM(9:2) NOT = SPACES))
                   OR FUNCTION NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
                   NOT > 0 THEN
               DISPLAY WS-FX-YELLOW-BOLD
           ADD 1 TO WS-RATE-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATES-IN-CODE))
               TO WS-RATE-CODE(WS-RATE-COUNT).
           MOVE WS-RATES-IN-FROM TO WS-RATE-FROM(WS-RATE-COUNT).
           COMPUTE WS-RATE-VALUE(WS-RATE-COUNT)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-RATES-IN-RATE))
           END-COMPUTE.
                   = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PICK-FOLD-RATE.
           IF WS-RATE-PICK = 0 THEN
               PERFORM WARN-MISSING-RATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FOLD-AMOUNT ROUNDED
                 = CHANGE OF WS-ENTRY * WS-RATE-VALUE(WS-RATE-PICK)
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
               IF WS-RATE-CODE(WS-RATE-IDX) = ENTRY-CURRENCY OF WS-ENTRY
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
           IF ENTRY-DATE OF WS-ENTRY NOT = SPACES
                   AND WS-RATE-FROM(WS-RATE-IDX)
                       > ENTRY-DATE OF WS-ENTRY THEN
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

      *                                are comments.  A missing master
      *                                just means no validation and
      *                                bare codes on the reports.
      *                                An optional 4th column is the
      *                                category's tax class, read by
      *                                BUDGET-ANNUAL only.
       LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATM-STATUS NOT = '00' THEN
                           ' date ''' FUNCTION TRIM(LR-DATE)
                           ''' is not a valid YYYYMMDD.'
                   ADD 1 TO WS-PRECLOSE-PROBLEMS
               ELSE
                   IF LR-DATE > WS-LATEST-ENTRY-DATE
                           OR WS-LATEST-ENTRY-DATE = SPACES THEN
                       MOVE LR-DATE TO WS-LATEST-ENTRY-DATE
                   END-IF
               END-IF
           END-IF.
           EXIT PARAGRAPH.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           PERFORM LOAD-TEMPLATE-TABLE.
           PERFORM LOAD-EXPECTED-CARRIES.
           PERFORM LOAD-EXPECTED-LOAN-LINES.
           IF WS-REOPEN-FAILED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFY-ABORTED-PERIOD.
           IF WS-REOPEN-FAILED THEN
               EXIT PARAGRAPH
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM BACKUP-BEFORE-REOPEN.
           IF WS-REOPEN-FAILED THEN
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WS-ARCHIVE-FILE-NAME
                                         WS-LEDGER-FILE-NAME.
           PERFORM RESTORE-ARCHIVE-SEAL.
      *    The carried-back lines are a sealed write like any other:
      *    the restored ledger is verified first and resealed after,
      *    unless it was already out of seal.
           IF WS-EXTRA-COUNT > 0 THEN
               PERFORM VERIFY-LEDGER-SEAL
               PERFORM CARRY-EXTRAS-BACK
               IF NOT WS-SEAL-BROKEN THEN
                   PERFORM RESEAL-LEDGER
               END-IF
           END-IF.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_DELETE_FILE' USING WS-NEXT-FILE-NAME.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           MOVE 'D' TO SL-OP.
           MOVE WS-NEXT-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           PERFORM APPEND-REOPEN-AUDIT.
           PERFORM RECORD-REOPEN-IN-CATALOG.
           PERFORM UNDO-LOAN-PAYMENTS.
           DISPLAY 'Period reopened: '
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                   ' restored as '
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT).
           EXIT PARAGRAPH.

      *                                The loan payments the close
      *                                posted into the aborted file,
      *                                rebuilt from the loan master
      *                                exactly as the close built
      *                                them.  A master that cannot be
      *                                read refuses the reopen: the
      *                                payments could be neither told
      *                                from keyed entries nor taken
      *                                back off the loans.
       LOAD-EXPECTED-LOAN-LINES.
           MOVE 0 TO WS-LOANEXP-COUNT.
           MOVE 'L' TO LN-OP.
           MOVE 'BUDGET-MAIN' TO LN-PROGRAM.
           MOVE WS-NEXT-FILE-NAME TO LN-FILE-NAME.
           MOVE SPACES TO LN-PERIOD.
           CALL 'LEDGER-LOANS' USING LN-REQUEST.
           IF LN-STATUS = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           IF LN-STATUS NOT = '0' THEN
               DISPLAY 'Reopen refused: the loan master cannot be'
                       ' read: ' FUNCTION TRIM(LN-ERROR-TEXT)
               SET WS-REOPEN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               IF LN-REPOST(WS-LOAN-IDX)
                       AND WS-LOANEXP-COUNT + 3
                           NOT > WS-LOANEXP-TABLE-SIZE THEN
                   PERFORM BUILD-LOAN-PAYMENT-LINES
                   PERFORM VARYING WS-LOAN-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LOAN-LINE-IDX > 3
                       ADD 1 TO WS-LOANEXP-COUNT
                       MOVE WS-LOAN-LINE(WS-LOAN-LINE-IDX)
                           TO WS-LOANEXP-LINE(WS-LOANEXP-COUNT)
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHECK-LINE-IN-EXPECTED-LOAN.
           MOVE 'N' TO WS-LOANEXP-FOUND-SWITCH.
           PERFORM VARYING WS-LOANEXP-IDX FROM 1 BY 1
                   UNTIL WS-LOANEXP-IDX > WS-LOANEXP-COUNT
               IF WS-LOANEXP-LINE(WS-LOANEXP-IDX)
                       = NEXT-PERIOD-RECORD THEN
                   SET WS-LOANEXP-FOUND TO TRUE
                   SET WS-LOANEXP-IDX TO WS-LOANEXP-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                The reopen stands by now; a
      *                                loan master that cannot be put
      *                                back is a warning to repair by
      *                                hand.
       UNDO-LOAN-PAYMENTS.
           IF WS-LOANEXP-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'U' TO LN-OP.
           MOVE 'BUDGET-MAIN' TO LN-PROGRAM.
           MOVE WS-NEXT-FILE-NAME TO LN-FILE-NAME.
           CALL 'LEDGER-LOANS' USING LN-REQUEST.
           IF LN-STATUS = '0' THEN
               DISPLAY LN-CHANGED-COUNT ' loan payment(s) taken back'
                       ' off DATA/LOANS.CSV.'
           ELSE
               DISPLAY 'WARNING: loan balances not put back: '
                       FUNCTION TRIM(LN-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                A line of the aborted period
      *                                is expected when it is the one
      *                                '#' opening line, a '*'
      *                                comment, a recurring line the
      *                                close itself carried (matched
      *                                against the archive, count
      *                                decremented), one of the
      *                                close's loan payment lines, or
      *                                a verbatim copy of a standing-
      *                                template line.  Anything else
      *                                was keyed by hand after the
      *                                close.
       VERIFY-ABORTED-PERIOD.
           MOVE 0 TO WS-EXTRA-COUNT.
           MOVE 'N' TO WS-SAW-OPENING-SWITCH.
                   IF WS-CARRYEXP-FOUND THEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-LINE-IN-EXPECTED-LOAN
                   IF WS-LOANEXP-FOUND THEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-LINE-IN-TEMPLATE
                   IF NOT WS-TMPL-FOUND THEN
                       IF WS-EXTRA-COUNT >= WS-EXTRA-TABLE-SIZE
           EXIT PARAGRAPH.

       CLOSE-PERIOD.
           PERFORM LOAD-LOAN-MASTER.
           IF WS-CLOSE-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-BEFORE-CLOSE.
           IF WS-CLOSE-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO NEXT-PERIOD-RECORD.
           MOVE FINAL-BUDGET TO WS-MONEY-STR.
           STRING '#' DELIMITED BY SIZE
           WRITE NEXT-PERIOD-RECORD.
           PERFORM APPEND-STANDING-ORDERS.
           PERFORM CARRY-RECURRING-LINES.
           PERFORM APPEND-LOAN-PAYMENTS.
           CLOSE NEXT-PERIOD-FILE.
           PERFORM SEAL-NEXT-PERIOD-FILE.

           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING FUNCTION TRIM(WS-LEDGER-FILE-NAME) DELIMITED BY SIZE
           END-STRING.
           CALL 'CBL_RENAME_FILE' USING WS-LEDGER-FILE-NAME
                                         WS-ARCHIVE-FILE-NAME.
           PERFORM SEAL-CLOSED-ARCHIVE.
           PERFORM RECORD-CLOSE-IN-CATALOG.
           PERFORM COMMIT-LOAN-PAYMENTS.

           DISPLAY 'Period closed: ' FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                   ' archived as ' FUNCTION TRIM(WS-ARCHIVE-FILE-NAME).
                       ' line(s) carried forward with their'
                       ' counts decremented.'
           END-IF.
           IF WS-LOAN-POST-COUNT > 0 THEN
               DISPLAY WS-LOAN-POST-COUNT ' loan payment(s) posted'
                       ' from DATA/LOANS.CSV.'
           END-IF.
           EXIT PARAGRAPH.

      *                                The loans are read before
      *                                anything is written: a master
      *                                that cannot be read, or a
      *                                ledger whose account cannot be
      *                                told, would leave the new
      *                                period short of its loan
      *                                payments, so the close is
      *                                refused instead.  The payments
      *                                fall in the month after the
      *                                period being closed.
       LOAD-LOAN-MASTER.
           MOVE 'N' TO WS-LOAN-MASTER-SWITCH.
           MOVE 0 TO WS-LOAN-POST-COUNT.
           PERFORM SET-LOAN-ACCOUNT-PERIOD.
           MOVE 'L' TO LN-OP.
           MOVE 'BUDGET-MAIN' TO LN-PROGRAM.
           MOVE WS-NEXT-FILE-NAME TO LN-FILE-NAME.
           MOVE WS-LOAN-PERIOD TO LN-PERIOD.
           CALL 'LEDGER-LOANS' USING LN-REQUEST.
           EVALUATE TRUE
               WHEN LN-STATUS = 'N'
                   CONTINUE
               WHEN LN-STATUS NOT = '0'
                   DISPLAY 'Close refused: the loan master cannot be'
                           ' read: ' FUNCTION TRIM(LN-ERROR-TEXT)
                   SET WS-CLOSE-REFUSED TO TRUE
               WHEN WS-LOAN-CATALOG-STATUS = 'F'
                   DISPLAY 'Close refused: the catalog cannot say'
                           ' which account pays the loans: '
                           FUNCTION TRIM(CT-ERROR-TEXT)
                   SET WS-CLOSE-REFUSED TO TRUE
               WHEN OTHER
                   SET WS-HAVE-LOAN-MASTER TO TRUE
                   IF LN-LOAN-OVERFLOW = 'Y' THEN
                       DISPLAY 'WARNING: more loans on DATA/LOANS.CSV'
                               ' than a close can post - the rest'
                               ' are not paid.'
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                The account is the catalog's
      *                                (or the one a close would
      *                                give the ledger); the period
      *                                the catalog's, the PARM's, or
      *                                the latest entry's month.
       SET-LOAN-ACCOUNT-PERIOD.
           MOVE 'F' TO CT-OP.
           MOVE 'BUDGET-MAIN' TO CT-PROGRAM.
           MOVE WS-CATALOG-ACCOUNT TO CT-ACCOUNT.
           MOVE WS-LEDGER-FILE-NAME TO CT-LEDGER-NAME.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           MOVE CT-STATUS TO WS-LOAN-CATALOG-STATUS.
           MOVE FUNCTION UPPER-CASE(CT-ACCOUNT) TO WS-LOAN-ACCOUNT.
           IF CT-STATUS = '0' THEN
               MOVE CT-PERIOD TO WS-LOAN-PERIOD
           ELSE
               MOVE WS-CATALOG-PERIOD TO WS-LOAN-PERIOD
               IF WS-LOAN-PERIOD = SPACES THEN
                   MOVE WS-LATEST-ENTRY-DATE(1:6) TO WS-LOAN-PERIOD
               END-IF
           END-IF.
           IF WS-LOAN-PERIOD IS NOT NUMERIC
                   OR WS-LOAN-PERIOD-MONTH < 1
                   OR WS-LOAN-PERIOD-MONTH > 12 THEN
               ACCEPT WS-LOAN-TODAY FROM DATE YYYYMMDD
               MOVE WS-LOAN-TODAY(1:6) TO WS-LOAN-PERIOD
           END-IF.
           IF WS-LOAN-PERIOD-MONTH = 12 THEN
               ADD 1 TO WS-LOAN-PERIOD-YEAR
               MOVE 1 TO WS-LOAN-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-LOAN-PERIOD-MONTH
           END-IF.
           EXIT PARAGRAPH.

      *                                A loan tied to another account
      *                                is that ledger's to pay, and a
      *                                paid-off loan has nothing due.
       APPEND-LOAN-PAYMENTS.
           IF NOT WS-HAVE-LOAN-MASTER THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               IF (LN-ACCOUNT(WS-LOAN-IDX) = SPACES
                       OR LN-ACCOUNT(WS-LOAN-IDX) = WS-LOAN-ACCOUNT)
                   AND LN-DUE-PAYMENT(WS-LOAN-IDX) > 0 THEN
                   PERFORM BUILD-LOAN-PAYMENT-LINES
                   PERFORM VARYING WS-LOAN-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LOAN-LINE-IDX > 3
                       MOVE WS-LOAN-LINE(WS-LOAN-LINE-IDX)
                           TO NEXT-PERIOD-RECORD
                       WRITE NEXT-PERIOD-RECORD
                   END-PERFORM
                   SET LN-POST-IT(WS-LOAN-IDX) TO TRUE
                   ADD 1 TO WS-LOAN-POST-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                One committed payment line with
      *                                no category of its own, split
      *                                into its interest and its
      *                                principal portion, each in the
      *                                loan's own category - shared
      *                                between the close that writes
      *                                the lines and the reopen check
      *                                that must recognise them.
       BUILD-LOAN-PAYMENT-LINES.
           MOVE SPACES TO WS-LOAN-LINES.
           MOVE SPACES TO WS-LOAN-COMMENT.
           STRING 'LOAN '               DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  FUNCTION TRIM(LN-DESCRIPTION(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  INTO WS-LOAN-COMMENT
           END-STRING.
           COMPUTE WS-LOAN-AMOUNT-OUT = 0 - LN-DUE-PAYMENT(WS-LOAN-IDX).
           STRING FUNCTION TRIM(WS-LOAN-AMOUNT-OUT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-COMMENT)
                                        DELIMITED BY SIZE
                  ';;;'                 DELIMITED BY SIZE
                  LN-POST-DATE(WS-LOAN-IDX)
                                        DELIMITED BY SIZE
                  INTO WS-LOAN-LINE(1)
           END-STRING.
           COMPUTE WS-LOAN-AMOUNT-OUT
                 = 0 - LN-DUE-INTEREST(WS-LOAN-IDX)
           END-COMPUTE.
           STRING '>'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-AMOUNT-OUT)
                                        DELIMITED BY SIZE
                  ';LOAN '              DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' interest;'          DELIMITED BY SIZE
                  FUNCTION TRIM(LN-INT-CATEGORY(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  INTO WS-LOAN-LINE(2)
           END-STRING.
           COMPUTE WS-LOAN-AMOUNT-OUT
                 = 0 - LN-DUE-PRINCIPAL(WS-LOAN-IDX)
           END-COMPUTE.
           STRING '>'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-AMOUNT-OUT)
                                        DELIMITED BY SIZE
                  ';LOAN '              DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' principal;'         DELIMITED BY SIZE
                  FUNCTION TRIM(LN-PRIN-CATEGORY(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  INTO WS-LOAN-LINE(3)
           END-STRING.
           EXIT PARAGRAPH.

      *                                The master is brought down only
      *                                once the close has happened;
      *                                a master that cannot be
      *                                rewritten then is a warning to
      *                                put right by hand, like the
      *                                catalog, not a failed close.
       COMMIT-LOAN-PAYMENTS.
           IF WS-LOAN-POST-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO LN-OP.
           MOVE 'BUDGET-MAIN' TO LN-PROGRAM.
           MOVE WS-NEXT-FILE-NAME TO LN-FILE-NAME.
           CALL 'LEDGER-LOANS' USING LN-REQUEST.
           IF LN-STATUS NOT = '0' THEN
               DISPLAY 'WARNING: loan balances not brought down: '
                       FUNCTION TRIM(LN-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                The ledger about to be archived
      *                                and any next-period file about
      *                                to be overwritten are saved as
      *                                backup generations first; a
      *                                close that could not be undone
      *                                is not made.
       BACKUP-BEFORE-CLOSE.
           MOVE WS-LEDGER-FILE-NAME TO BK-LEDGER-NAME.
           PERFORM TAKE-BACKUP-GENERATION.
           IF NOT WS-BACKUP-FAILED THEN
               MOVE WS-NEXT-FILE-NAME TO BK-LEDGER-NAME
               PERFORM TAKE-BACKUP-GENERATION
           END-IF.
           IF WS-BACKUP-FAILED THEN
               SET WS-CLOSE-REFUSED TO TRUE
               DISPLAY 'Close refused: nothing was changed.'
           END-IF.
           EXIT PARAGRAPH.

      *                                A reopen deletes the aborted
      *                                period file, so that is what
      *                                is saved.  The archive coming
      *                                back needs no copy of its own:
      *                                the close saved the ledger as
      *                                it went into the archive.
       BACKUP-BEFORE-REOPEN.
           MOVE WS-NEXT-FILE-NAME TO BK-LEDGER-NAME.
           PERFORM TAKE-BACKUP-GENERATION.
           IF WS-BACKUP-FAILED THEN
               SET WS-REOPEN-FAILED TO TRUE
               DISPLAY 'Reopen refused: nothing was changed.'
           END-IF.
           EXIT PARAGRAPH.

       TAKE-BACKUP-GENERATION.
           MOVE 'N' TO WS-BACKUP-FAILED-SWITCH.
           MOVE 'B' TO BK-OP.
           MOVE 'BUDGET-MAIN' TO BK-PROGRAM.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           EVALUATE BK-STATUS
               WHEN '0'
                   DISPLAY 'Backed up ' FUNCTION TRIM(BK-LEDGER-NAME)
                           ' as ' FUNCTION TRIM(BK-THIS-FILE) '.'
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   SET WS-BACKUP-FAILED TO TRUE
                   DISPLAY 'No backup generation of '
                           FUNCTION TRIM(BK-LEDGER-NAME)
                           ' could be taken: '
                           FUNCTION TRIM(BK-ERROR-TEXT)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                A ledger edited behind the
      *                                system's back no longer matches
      *                                the control record its last
      *                                sealed write left.  Every
      *                                disagreeing figure is named so
      *                                the operator knows what kind
      *                                of edit to look for.  No record
      *                                at all is an unsealed ledger
      *                                (nothing has written it since
      *                                sealing began) and passes.
       VERIFY-LEDGER-SEAL.
           MOVE 'N' TO WS-SEAL-BROKEN-SWITCH.
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-MAIN' TO SL-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           EVALUATE SL-STATUS
               WHEN 'M'
                   SET WS-SEAL-BROKEN TO TRUE
                   DISPLAY 'LEDGER SEAL BROKEN: '
                           FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                           ' does not match its control record.'
                   IF SL-SEALED-AT NOT = SPACES THEN
                       DISPLAY '  last sealed by '
                               FUNCTION TRIM(SL-SEALED-BY)
                               ' at ' SL-SEALED-AT
                   END-IF
                   PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                           UNTIL WS-SEAL-IDX > SL-MISMATCH-COUNT
                       DISPLAY '  ' FUNCTION TRIM(
                                   SL-MISMATCH-TEXT(WS-SEAL-IDX))
                   END-PERFORM
                   DISPLAY 'Figures not trusted - review the edit,'
                           ' then reseal with budget-maintain'
                           ' <ledger> RESEAL.'
               WHEN 'F'
                   DISPLAY 'WARNING: seal not verified: '
                           FUNCTION TRIM(SL-ERROR-TEXT)
           END-EVALUATE.
           EXIT PARAGRAPH.

       RESEAL-LEDGER.
           MOVE 'W' TO SL-OP.
           MOVE 'BUDGET-MAIN' TO SL-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY 'WARNING: control record not written: '
                       FUNCTION TRIM(SL-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                The new period starts sealed,
      *                                so its first outside edit is
      *                                caught like any other.
       SEAL-NEXT-PERIOD-FILE.
           MOVE 'W' TO SL-OP.
           MOVE 'BUDGET-MAIN' TO SL-PROGRAM.
           MOVE WS-NEXT-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY 'WARNING: control record not written: '
                       FUNCTION TRIM(SL-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                The ledger was verified before
      *                                the close used it, so its seal
      *                                travels with the archive; an
      *                                unsealed ledger is sealed as
      *                                the archive it now is.
       SEAL-CLOSED-ARCHIVE.
           MOVE 'M' TO SL-OP.
           MOVE 'BUDGET-MAIN' TO SL-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME.
           MOVE WS-ARCHIVE-FILE-NAME TO SL-NEW-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS = 'N' THEN
               MOVE 'W' TO SL-OP
               MOVE WS-ARCHIVE-FILE-NAME TO SL-LEDGER-NAME
               CALL 'LEDGER-SEAL' USING SL-REQUEST
           END-IF.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY 'WARNING: control record not written: '
                       FUNCTION TRIM(SL-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                The archive's seal comes back
      *                                with it as it is - a reopen
      *                                neither breaks a good seal nor
      *                                mends a bad one.
       RESTORE-ARCHIVE-SEAL.
           MOVE 'M' TO SL-OP.
           MOVE 'BUDGET-MAIN' TO SL-PROGRAM.
           MOVE WS-ARCHIVE-FILE-NAME TO SL-LEDGER-NAME.
           MOVE WS-LEDGER-FILE-NAME TO SL-NEW-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           EXIT PARAGRAPH.

      *                                The catalog is bookkeeping
      *                                about the ledgers, not the
      *                                ledgers themselves: by now the
      *                                close has happened, so a
      *                                catalog that cannot be updated
      *                                is a warning to fix by hand,
      *                                not a failed close.  The
      *                                period of a ledger new to the
      *                                catalog is the month of its
      *                                latest dated entry unless the
      *                                PARM named one.
       RECORD-CLOSE-IN-CATALOG.
           MOVE 'C' TO CT-OP.
           MOVE 'BUDGET-MAIN' TO CT-PROGRAM.
           MOVE WS-CATALOG-ACCOUNT TO CT-ACCOUNT.
           MOVE WS-CATALOG-PERIOD TO CT-PERIOD.
           IF CT-PERIOD = SPACES THEN
               MOVE WS-LATEST-ENTRY-DATE(1:6) TO CT-PERIOD
           END-IF.
           MOVE WS-LEDGER-FILE-NAME TO CT-LEDGER-NAME.
           MOVE WS-ARCHIVE-FILE-NAME TO CT-ARCHIVE-NAME.
           MOVE WS-NEXT-FILE-NAME TO CT-NEXT-NAME.
           MOVE INITIAL-BUDGET TO CT-OPENING.
           MOVE FINAL-BUDGET TO CT-CLOSING.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = '0' THEN
               DISPLAY 'Catalogued: ' FUNCTION TRIM(CT-ACCOUNT)
                       ' period ' CT-PERIOD ' closed.'
           ELSE
               DISPLAY 'WARNING: catalog not updated: '
                       FUNCTION TRIM(CT-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

       RECORD-REOPEN-IN-CATALOG.
           MOVE 'R' TO CT-OP.
           MOVE 'BUDGET-MAIN' TO CT-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO CT-LEDGER-NAME.
           MOVE WS-ARCHIVE-FILE-NAME TO CT-ARCHIVE-NAME.
           MOVE WS-NEXT-FILE-NAME TO CT-NEXT-NAME.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS NOT = '0' THEN
               DISPLAY 'WARNING: catalog not updated: '
                       FUNCTION TRIM(CT-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                A 12-month insurance plan must
                      ENTRY-CURRENCY OF WS-CSV-DATA
                      ENTRY-DATE OF WS-CSV-DATA
                      ENTRY-MODE OF WS-CSV-DATA
                      ENTRY-REPEAT OF WS-CSV-DATA
                      ENTRY-KEYED-BY OF WS-CSV-DATA
                      ENTRY-APPROVED-BY OF WS-CSV-DATA
                      ENTRY-SHARE-SPEC OF WS-CSV-DATA.
           UNSTRING CSV-LINE
               DELIMITED BY ';' INTO
                   CHANGE OF WS-CSV-DATA
                   ENTRY-DATE OF WS-CSV-DATA
                   ENTRY-MODE OF WS-CSV-DATA
                   ENTRY-REPEAT OF WS-CSV-DATA
                   ENTRY-KEYED-BY OF WS-CSV-DATA
                   ENTRY-APPROVED-BY OF WS-CSV-DATA
                   ENTRY-SHARE-SPEC OF WS-CSV-DATA
               ON OVERFLOW
                   PERFORM NOTE-CSV-CHECKPOINT
                   PERFORM RELEASE-LEDGER-LOCK
                       ADD 1 TO WS-PARM-IDX
                       MOVE WS-PARM-TOKEN(WS-PARM-IDX)
                           TO WS-TO-DATE
      *            'ACCOUNT <name>' / 'PERIOD <yyyymm>' name a
      *            ledger's catalog record the first time it is
      *            closed (see RECORD-CLOSE-IN-CATALOG).
                   WHEN 'ACCOUNT'
                       ADD 1 TO WS-PARM-IDX
                       MOVE WS-PARM-TOKEN(WS-PARM-IDX)
                           TO WS-CATALOG-ACCOUNT
                   WHEN 'PERIOD'
                       ADD 1 TO WS-PARM-IDX
                       MOVE WS-PARM-TOKEN(WS-PARM-IDX)
                           TO WS-CATALOG-PERIOD
               END-EVALUATE
               ADD 1 TO WS-PARM-IDX
           END-PERFORM.
