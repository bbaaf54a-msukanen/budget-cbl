           SELECT AUDIT-FILE           ASSIGN TO "DATA/AUDIT.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
      *    Exchange rates into the default currency, 'CODE;RATE'
      *    lines with an optional effective date (see LOAD-EXCHANGE-
      *    RATES).  Optional -
      *    a ledger with no foreign lines needs no rates file.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
      *     2  - [opt] REC-RECURRING repeat count
      *     3  - [opt] ISO currency code, blank means WS-CURRENCY
      *     8  - [opt] transaction date, YYYYMMDD
      *     8  - [opt] operator who keyed the line
      *     8  - [opt] operator who approved it, see BUDGET-APPROVE
      *    30  - [opt] shared-cost marker, see BUDGET-SHARE
      *  A ledger opening with the version header is in the wider
      *  version 2 layout instead (see LEDGFIX2, NOTE-LEDGER-LAYOUT).
           FROM 9 TO 129 CHARACTERS
           DEPENDING ON RECORD-LENGTH.
       01  BUDGET-RECORD.
           05  CHANGE                  PIC -(5)9.99.                    9
      *                                dates existed; otherwise the
      *                                day the change happened.
           05  TRANS-DATE              PIC X(8).                        8
      *                                Blank on lines keyed before
      *                                operators signed on; carried,
      *                                never tallied.
           05  KEYED-BY                PIC X(8).                        8
           05  APPROVED-BY             PIC X(8).                        8
      *                                PAYER:SHARES on a cost one
      *                                member paid for several;
      *                                carried, never tallied.
           05  SHARE-SPEC              PIC X(30).                       30
      *    The same buffer in the version 2 layout.
       01  BUDGET-RECORD-V2.
           COPY LEDGFIX2.
       FD  NEXT-PERIOD-FILE.
       01  NEXT-PERIOD-RECORD.
           05  NP-CHANGE               PIC -(5)9.99.
           05  NP-COMMENT              PIC X(30).
      *    Alternate raw view of the same buffer, for copying
      *    standing-order lines across verbatim.
       01  NEXT-PERIOD-RAW-LINE        PIC X(129).
       FD  STANDING-FILE.
       01  STANDING-LINE               PIC X(129).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(129).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).
       FD  AUDIT-FILE.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-AMOUNT               PIC S9(7)V99 USAGE COMP-3.
           05  SR-COMMENT              PIC X(50).
           05  SR-DATE                 PIC X(8).
           05  SR-LINE-NO              PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX VALUE '00'.
      *    CLOSE-MODE: PARM token 2 of 'CLOSE' rolls FINAL-BUDGET into
      *    a fresh opening-balance line in the file named by token 3,
      *    posts the period's loan payments into it (see APPEND-
      *    LOAN-PAYMENTS), archives the just-closed ledger, and
      *    skips the screen.
       01  WS-NEXT-FILE-NAME    PIC X(80).
       01  WS-ARCHIVE-FILE-NAME        PIC X(88).
       01  WS-CLOSE-BUDGET-DISPLAY     PIC -(7)9.99.
      *    premature close (see REOPEN-PERIOD): the file named by
      *    token 3 is the aborted next-period ledger, verified to
      *    hold nothing beyond its opening line, the standing-order
      *    template lines, the carried recurring lines and the
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
           05  WS-EXTRA-LINE           OCCURS 100 TIMES PIC X(129).
       01  WS-EXTRA-COUNT              PIC 9(3) VALUE 0.
       01  WS-EXTRA-IDX                PIC 9(3) VALUE 0.
      *    The standing-order template, loaded whole for the
      *    verbatim line comparison.
       77  WS-TMPL-TABLE-SIZE          PIC 99 VALUE 50.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-LINE            OCCURS 50 TIMES PIC X(129).
       01  WS-TMPL-COUNT               PIC 99 VALUE 0.
       01  WS-TMPL-IDX                 PIC 99 VALUE 0.
       01  WS-TMPL-FOUND-SWITCH       PIC X VALUE 'N'.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE '00'.
       77  WS-CARRYEXP-TABLE-SIZE      PIC 99 VALUE 50.
       01  WS-CARRYEXP-TABLE.
           05  WS-CARRYEXP-LINE        OCCURS 50 TIMES PIC X(129).
       01  WS-CARRYEXP-COUNT           PIC 99 VALUE 0.
       01  WS-CARRYEXP-IDX             PIC 99 VALUE 0.
       01  WS-CARRYEXP-FOUND-SWITCH    PIC X VALUE 'N'.
      *    dying at close.
       01  WS-CARRY-COUNT              PIC 9(3) VALUE 0.
       01  WS-CARRY-REPEAT             PIC 99 VALUE 0.
      *    Set while the split portions under a carried version 2
      *    line are being walked, so they travel with it.
       01  WS-CARRY-PORTION-SWITCH     PIC X VALUE 'N'.
           88  WS-CARRYING-PORTIONS    VALUE 'Y'.
      *    PARM-driven ledger selection (see PARSE-PARM).  The PARM
      *    string is whitespace-separated tokens: the first token,
      *    when present, is the ledger file name; any further tokens
       01  WS-TOP-DEBITS.
           05  WS-TOP-DEBIT-ENTRY      OCCURS 10 TIMES
                                       INDEXED BY WS-DEBIT-IDX.
               10  WS-TOP-DEBIT-CHANGE PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
               10  WS-TOP-DEBIT-COMMENT PIC X(50) VALUE SPACES.
       01  WS-TOP-CREDITS.
           05  WS-TOP-CREDIT-ENTRY     OCCURS 10 TIMES
                                       INDEXED BY WS-CREDIT-IDX.
               10  WS-TOP-CREDIT-CHANGE PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
               10  WS-TOP-CREDIT-COMMENT PIC X(50) VALUE SPACES.
       01  WS-INSERT-IDX               PIC 99.
       01  WS-FOUND-SLOT-SWITCH        PIC X VALUE 'N'.
           88  WS-FOUND-SLOT           VALUE 'Y'.
       01  WS-TOP-AMOUNT-DISPLAY       PIC -(7)9.99.
      *    Reconciliation against a manually-keyed bank balance (see
      *    RECONCILE-BALANCE).  Skipped entirely in CLOSE-MODE.
       01  WS-RECON-INPUT               PIC X(10).
      *    the DISPLAY-...-PASS paragraphs), so ledger size is bounded
      *    by disk, not by WORKING-STORAGE.
       01  WS-ENTRY.
           05  CHANGE                  PIC S9(7)V99 USAGE COMP-3.
           05  COMMENT                 PIC X(50).
           05  RECORD-MODE             PIC X VALUE SPACE.
               COPY DATAPOTN.
           05  REPEAT-COUNT            PIC 99 VALUE 0.
           05  CURRENCY-CODE           PIC XXX VALUE SPACES.
           05  TRANS-DATE              PIC X(8) VALUE SPACES.
      *    Which fixed layout the ledger is kept in (see NOTE-LEDGER-
      *    LAYOUT): the original one above, or version 2 (LEDGFIX2),
      *    which opens with its header record.  Everything a close
      *    writes into the next period - the opening line, standing
      *    orders, carried lines, loan payments - follows the ledger.
       01  WS-LEDGER-LAYOUT            PIC X VALUE '1'.
           88  LEDGER-V2               VALUE '2'.
       01  WS-V2-HEADER-TEXT           PIC X(17)
                                       VALUE '*BUDGET-LEDGER-V2'.
      *    Not every version 2 record is an entry: the header and the
      *    split portions under a line are skipped by the passes.
       01  WS-ENTRY-LOADED-SWITCH      PIC X VALUE 'N'.
           88  WS-ENTRY-LOADED         VALUE 'Y'.
      *    Work area for the version 2 lines the close builds.
       01  WS-V2-RECORD.
           COPY LEDGFIX2.
       01  WS-V2-LINE REDEFINES WS-V2-RECORD
                                       PIC X(129).
      *    Exchange rates into the default currency (see LOAD-
      *    EXCHANGE-RATES / SET-FOLD-AMOUNT).  A foreign-currency
      *    entry is folded into the projections at CHANGE * rate;
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
       01  WS-STANDING-STATUS          PIC XX VALUE '00'.
       01  WS-STANDING-COUNT           PIC 9(3) VALUE 0.
      *    The template's own layout, told by its header the same way
      *    as a ledger's, and one template line as the new period's
      *    ledger holds it (see SET-STANDING-OUT-LINE).
       01  WS-STANDING-LAYOUT          PIC X VALUE '1'.
           88  STANDING-V2             VALUE '2'.
       01  WS-STANDING-OUT-LINE        PIC X(129).
       01  WS-STANDING-USABLE-SWITCH   PIC X VALUE 'N'.
           88  WS-STANDING-USABLE      VALUE 'Y'.
       01  WS-STANDING-REFUSED-SWITCH  PIC X VALUE 'N'.
           88  WS-STANDING-REFUSED     VALUE 'Y'.
      *    Duplicate-entry check (see CHECK-DUPLICATE-ENTRIES): two
      *    lines with the same amount, comment and date are almost
      *    certainly one payment keyed twice.  The first pairs are
               10  WS-DUP-LINE-1       PIC 9(6).
               10  WS-DUP-LINE-2       PIC 9(6).
               10  WS-DUP-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
               10  WS-DUP-COMMENT      PIC X(50).
       01  WS-DUP-COUNT                PIC 9(4) VALUE 0.
       01  WS-DUP-PREV.
           05  WS-DUP-PREV-AMOUNT      PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
           05  WS-DUP-PREV-COMMENT     PIC X(50) VALUE SPACES.
           05  WS-DUP-PREV-DATE        PIC X(8) VALUE SPACES.
           05  WS-DUP-PREV-LINE        PIC 9(6) VALUE 0.
       01  WS-DUP-HAVE-PREV-SWITCH     PIC X VALUE 'N'.
           88  WS-DUP-HAVE-PREV        VALUE 'Y'.
       01  WS-DUP-EOS-SWITCH           PIC X VALUE 'N'.
           88  WS-DUP-END-OF-SORT      VALUE 'Y'.
       01  WS-DUP-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-DTA-LINE-NO              PIC 9(6) VALUE 0.
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
      *    The entry's amount as folded into the projections: the
      *    face value for default-currency lines, the converted
      *    value for foreign ones.
      *    checker trusts, so close-time validation cannot drift
      *    from BUDGET-CHECK's.
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
      *    the new period on the loan's payment day in the month
      *    after the period closed.  The original fixed layout has
      *    no category column to split a line into, so there the
      *    payment is one committed line whose comment carries the
      *    interest; a version 2 ledger gets it split into interest
      *    and principal portions, as the CSV ledger does.
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
       01  WS-LOAN-INTEREST-OUT        PIC Z(4)9.99.
       01  WS-LOAN-RECORD.
           05  WS-LOAN-REC-CHANGE      PIC -(5)9.99.
           05  WS-LOAN-REC-MODE        PIC X.
           05  WS-LOAN-REC-COMMENT     PIC X(30).
           05  WS-LOAN-REC-REPEAT      PIC 99.
           05  WS-LOAN-REC-CURRENCY    PIC XXX.
           05  WS-LOAN-REC-DATE        PIC X(8).
           05  FILLER                  PIC X(16).
       01  WS-LOAN-LINE REDEFINES WS-LOAN-RECORD
                                       PIC X(69).
      *    Every line of one loan's payment (see BUILD-LOAN-
      *    PAYMENT-LINES): one, or three in version 2.
       01  WS-LOAN-OUT-TABLE.
           05  WS-LOAN-OUT-LINE        OCCURS 3 TIMES PIC X(129).
       01  WS-LOAN-OUT-COUNT           PIC 9 VALUE 0.
       01  WS-LOAN-OUT-IDX             PIC 9 VALUE 0.
       77  WS-LOANEXP-TABLE-SIZE       PIC 99 VALUE 60.
       01  WS-LOANEXP-TABLE.
           05  WS-LOANEXP-LINE         OCCURS 60 TIMES PIC X(129).
       01  WS-LOANEXP-COUNT            PIC 99 VALUE 0.
       01  WS-LOANEXP-IDX              PIC 99 VALUE 0.
       01  WS-LOANEXP-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-LOANEXP-FOUND        VALUE 'Y'.
           COPY LEDGLOAN.
      * Screen stuff:
       77  BUDGET-CHANGE-COL           PIC 99 VALUE 30.
       01  BUDGET-STATE                PIC 9.
             VALUE 'WARNING: PROJECTED BALANCE GOES NEGATIVE'.
       01  ONE-BUDGET-ENTRY.
         02  LINE CURSOR-LINE COLUMN BUDGET-CHANGE-COL
             PIC -(7)9.99 FROM CHANGE OF WS-ENTRY
             FOREGROUND-COLOR BUDGET-STATE.
         02  PIC XXX FROM WS-LINE-CURRENCY.
         02  PIC XXX VALUE ' - '.
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
           MOVE WS-LEDGER-FILE-NAME TO LR-FILE-NAME.
           PERFORM NOTE-LEDGER-LAYOUT.
           PERFORM LOAD-EXCHANGE-RATES.
      *    One streaming pass accumulates every total (projections,
      *    per-currency buckets, the TOPEXP tables); the listing and
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DTA-LINE-NO
                       PERFORM LOAD-CURRENT-ENTRY
                       IF WS-ENTRY-LOADED
                               AND NOT REC-INITIAL OF WS-ENTRY THEN
                           MOVE CHANGE OF WS-ENTRY TO SR-AMOUNT
                           MOVE COMMENT OF WS-ENTRY TO SR-COMMENT
                           MOVE TRANS-DATE OF WS-ENTRY TO SR-DATE
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
      *    from the projections.
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
           IF CURRENCY-CODE OF WS-ENTRY = SPACES THEN
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
               IF WS-RATE-CODE(WS-RATE-IDX) = CURRENCY-CODE OF WS-ENTRY
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
           IF TRANS-DATE OF WS-ENTRY NOT = SPACES
                   AND WS-RATE-FROM(WS-RATE-IDX)
                       > TRANS-DATE OF WS-ENTRY THEN
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

               READ BUDGET-FILE INTO BUDGET-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-CURRENT-ENTRY
                       IF WS-ENTRY-LOADED
                               AND NOT REC-INITIAL OF WS-ENTRY THEN
                           PERFORM CHECK-ENTRY-IN-WINDOW
                           IF WS-IN-WINDOW THEN
                               ADD 1 TO WS-LIST-ITEM-COUNT
               READ BUDGET-FILE INTO BUDGET-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-CURRENT-ENTRY
                       IF WS-ENTRY-LOADED
                               AND REC-ACTUAL OF WS-ENTRY THEN
                           PERFORM CHECK-ENTRY-IN-WINDOW
                           IF WS-IN-WINDOW THEN
                               PERFORM EMIT-ENTRY-LINE
               READ BUDGET-FILE INTO BUDGET-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-CURRENT-ENTRY
                       IF WS-ENTRY-LOADED
                               AND (REC-POTENTIAL OF WS-ENTRY
                                 OR REC-RECURRING OF WS-ENTRY) THEN
                           PERFORM CHECK-ENTRY-IN-WINDOW
                           IF WS-IN-WINDOW THEN
                               PERFORM EMIT-ENTRY-LINE
               READ BUDGET-FILE INTO BUDGET-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-CURRENT-ENTRY
                       IF WS-ENTRY-LOADED THEN
                           PERFORM WRITE-ONE-REPORT-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
           EXIT PARAGRAPH.

       CLOSE-PERIOD.
      *    The original layout's amount column is 9 characters; a
      *    balance it cannot hold must refuse the close, not open the
      *    next period on a silently truncated figure.  Version 2's
      *    column holds anything FINAL-BUDGET can.
           IF NOT LEDGER-V2
                   AND (FINAL-BUDGET > 99999.99
                     OR FINAL-BUDGET < -99999.99) THEN
               MOVE FINAL-BUDGET TO WS-CLOSE-BUDGET-DISPLAY
               DISPLAY 'Cannot close: the carried-forward balance of '
                       FUNCTION TRIM(WS-CLOSE-BUDGET-DISPLAY)
               SET WS-CLOSE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LOAN-MASTER.
           IF WS-CLOSE-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-BEFORE-CLOSE.
           IF WS-CLOSE-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEXT-PERIOD-FILE.
           IF LEDGER-V2 THEN
               MOVE SPACES TO NEXT-PERIOD-RAW-LINE
               MOVE WS-V2-HEADER-TEXT TO NEXT-PERIOD-RAW-LINE
               WRITE NEXT-PERIOD-RAW-LINE
               MOVE SPACES TO WS-V2-RECORD
               MOVE FINAL-BUDGET TO CHANGE OF WS-V2-RECORD
               SET REC-INITIAL OF WS-V2-RECORD TO TRUE
               MOVE 'Opening balance c/f' TO COMMENT OF WS-V2-RECORD
               MOVE WS-V2-LINE TO NEXT-PERIOD-RAW-LINE
               WRITE NEXT-PERIOD-RAW-LINE
           ELSE
               MOVE SPACES TO NEXT-PERIOD-RAW-LINE
               MOVE FINAL-BUDGET TO NP-CHANGE
               SET REC-INITIAL OF NEXT-PERIOD-RECORD TO TRUE
               MOVE 'Opening balance c/f' TO NP-COMMENT
               WRITE NEXT-PERIOD-RECORD
           END-IF.
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
      *                                A payment wider than the
      *                                original layout's amount column
      *                                is left for the operator to
      *                                key.
       APPEND-LOAN-PAYMENTS.
           IF NOT WS-HAVE-LOAN-MASTER THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > LN-LOAN-COUNT
               IF (LN-ACCOUNT(WS-LOAN-IDX) = SPACES
                       OR LN-ACCOUNT(WS-LOAN-IDX) = WS-LOAN-ACCOUNT)
                   AND LN-DUE-PAYMENT(WS-LOAN-IDX) > 0 THEN
                   IF NOT LEDGER-V2
                           AND LN-DUE-PAYMENT(WS-LOAN-IDX) > 99999.99
                           THEN
                       DISPLAY 'WARNING: loan '
                               FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                               ' payment does not fit the ledger''s'
                               ' amount column - not posted.'
                   ELSE
                       PERFORM BUILD-LOAN-PAYMENT-LINES
                       PERFORM VARYING WS-LOAN-OUT-IDX FROM 1 BY 1
                               UNTIL WS-LOAN-OUT-IDX > WS-LOAN-OUT-COUNT
                           MOVE WS-LOAN-OUT-LINE(WS-LOAN-OUT-IDX)
                               TO NEXT-PERIOD-RAW-LINE
                           WRITE NEXT-PERIOD-RAW-LINE
                       END-PERFORM
                       SET LN-POST-IT(WS-LOAN-IDX) TO TRUE
                       ADD 1 TO WS-LOAN-POST-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                One committed line for the
      *                                whole payment, its interest
      *                                named in the comment - shared
      *                                between the close that writes
      *                                the line and the reopen check
      *                                that must recognise it.
       BUILD-LOAN-PAYMENT-LINE.
           MOVE SPACES TO WS-LOAN-RECORD.
           COMPUTE WS-LOAN-REC-CHANGE = 0 - LN-DUE-PAYMENT(WS-LOAN-IDX).
           MOVE 'A' TO WS-LOAN-REC-MODE.
           MOVE LN-DUE-INTEREST(WS-LOAN-IDX) TO WS-LOAN-INTEREST-OUT.
           STRING 'LOAN '               DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' INT '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-INTEREST-OUT)
                                        DELIMITED BY SIZE
                  INTO WS-LOAN-REC-COMMENT
           END-STRING.
           MOVE 0 TO WS-LOAN-REC-REPEAT.
           MOVE LN-POST-DATE(WS-LOAN-IDX) TO WS-LOAN-REC-DATE.
           EXIT PARAGRAPH.

      *                                Every line of one loan payment,
      *                                in the ledger's layout: the one
      *                                line above, or in version 2 the
      *                                payment with its interest and
      *                                principal portions under their
      *                                categories, as the CSV ledger
      *                                has it.
       BUILD-LOAN-PAYMENT-LINES.
           MOVE SPACES TO WS-LOAN-OUT-TABLE.
           IF NOT LEDGER-V2 THEN
               PERFORM BUILD-LOAN-PAYMENT-LINE
               MOVE WS-LOAN-LINE TO WS-LOAN-OUT-LINE(1)
               MOVE 1 TO WS-LOAN-OUT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-V2-RECORD.
           COMPUTE CHANGE OF WS-V2-RECORD
                 = 0 - LN-DUE-PAYMENT(WS-LOAN-IDX)
           END-COMPUTE.
           MOVE 'A' TO RECORD-MODE OF WS-V2-RECORD.
           STRING 'LOAN '               DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  FUNCTION TRIM(LN-DESCRIPTION(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  INTO COMMENT OF WS-V2-RECORD
           END-STRING.
           MOVE 0 TO REPEAT-COUNT OF WS-V2-RECORD.
           MOVE LN-POST-DATE(WS-LOAN-IDX) TO TRANS-DATE OF WS-V2-RECORD.
           MOVE WS-V2-LINE TO WS-LOAN-OUT-LINE(1).
           MOVE SPACES TO WS-V2-RECORD.
           COMPUTE CHANGE OF WS-V2-RECORD
                 = 0 - LN-DUE-INTEREST(WS-LOAN-IDX)
           END-COMPUTE.
           SET REC-PORTION OF WS-V2-RECORD TO TRUE.
           STRING 'LOAN '               DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' interest'           DELIMITED BY SIZE
                  INTO COMMENT OF WS-V2-RECORD
           END-STRING.
           MOVE LN-INT-CATEGORY(WS-LOAN-IDX)
               TO CATEGORY OF WS-V2-RECORD.
           MOVE WS-V2-LINE TO WS-LOAN-OUT-LINE(2).
           MOVE SPACES TO WS-V2-RECORD.
           COMPUTE CHANGE OF WS-V2-RECORD
                 = 0 - LN-DUE-PRINCIPAL(WS-LOAN-IDX)
           END-COMPUTE.
           SET REC-PORTION OF WS-V2-RECORD TO TRUE.
           STRING 'LOAN '               DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(WS-LOAN-IDX))
                                        DELIMITED BY SIZE
                  ' principal'          DELIMITED BY SIZE
                  INTO COMMENT OF WS-V2-RECORD
           END-STRING.
           MOVE LN-PRIN-CATEGORY(WS-LOAN-IDX)
               TO CATEGORY OF WS-V2-RECORD.
           MOVE WS-V2-LINE TO WS-LOAN-OUT-LINE(3).
           MOVE 3 TO WS-LOAN-OUT-COUNT.
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

      *                                The fixed lines every period
      *                                clobber the carried-forward
      *                                balance, so it is refused.
       APPEND-STANDING-ORDERS.
           MOVE '1' TO WS-STANDING-LAYOUT.
           MOVE 'N' TO WS-STANDING-REFUSED-SWITCH.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STANDING-STATUS NOT = '00'
               MOVE SPACES TO STANDING-LINE
               READ STANDING-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM SET-STANDING-OUT-LINE
                       EVALUATE TRUE
                           WHEN NOT WS-STANDING-USABLE
                               CONTINUE
                           WHEN (LEDGER-V2
                               AND WS-STANDING-OUT-LINE(12:1) = 'I')
                             OR (NOT LEDGER-V2
                               AND WS-STANDING-OUT-LINE(10:1) = 'I')
                               DISPLAY 'WARNING: opening-balance'
                                       ' line in the standing-order'
                                       ' template skipped.'
                           WHEN OTHER
                               MOVE WS-STANDING-OUT-LINE
                                   TO NEXT-PERIOD-RAW-LINE
                               WRITE NEXT-PERIOD-RAW-LINE
                               ADD 1 TO WS-STANDING-COUNT
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.
           IF WS-STANDING-REFUSED THEN
               DISPLAY 'WARNING: DATA/STANDING.DTA is in the version'
                       ' 2 layout and this ledger is not - no'
                       ' standing orders added.'
           END-IF.
           EXIT PARAGRAPH.

      *                                One template line as the new
      *                                period's ledger holds it.  '*'
      *                                lines (the version header
      *                                among them) never land in the
      *                                ledger as records.  A template
      *                                in the original layout feeds
      *                                either kind of ledger, laid out
      *                                afresh for a version 2 one; a
      *                                version 2 template feeds only a
      *                                version 2 ledger - the original
      *                                layout has nowhere to put its
      *                                categories and portions.
       SET-STANDING-OUT-LINE.
           MOVE 'N' TO WS-STANDING-USABLE-SWITCH.
           MOVE SPACES TO WS-STANDING-OUT-LINE.
           IF STANDING-LINE(1:17) = WS-V2-HEADER-TEXT THEN
               MOVE '2' TO WS-STANDING-LAYOUT
               EXIT PARAGRAPH
           END-IF.
           IF STANDING-LINE(1:1) = '*'
                   OR STANDING-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN STANDING-V2 AND LEDGER-V2
                   MOVE STANDING-LINE TO WS-STANDING-OUT-LINE
               WHEN STANDING-V2
                   SET WS-STANDING-REFUSED TO TRUE
                   EXIT PARAGRAPH
               WHEN LEDGER-V2
                   IF FUNCTION TEST-NUMVAL(STANDING-LINE(1:9))
                           NOT = 0 THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WS-V2-RECORD
                   COMPUTE CHANGE OF WS-V2-RECORD
                         = FUNCTION NUMVAL(STANDING-LINE(1:9))
                   END-COMPUTE
                   MOVE STANDING-LINE(10:1)
                       TO RECORD-MODE OF WS-V2-RECORD
                   MOVE STANDING-LINE(11:30)
                       TO COMMENT OF WS-V2-RECORD
                   MOVE STANDING-LINE(41:2) TO WS-V2-LINE(63:2)
                   MOVE STANDING-LINE(43:3)
                       TO CURRENCY-CODE OF WS-V2-RECORD
                   MOVE STANDING-LINE(46:8)
                       TO TRANS-DATE OF WS-V2-RECORD
                   MOVE WS-V2-LINE TO WS-STANDING-OUT-LINE
               WHEN OTHER
                   MOVE STANDING-LINE(1:53) TO WS-STANDING-OUT-LINE
           END-EVALUATE.
           SET WS-STANDING-USABLE TO TRUE.
           EXIT PARAGRAPH.

      *                                Checker-class validation run
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
       CARRY-RECURRING-LINES.
           MOVE '-' TO FILE-STATUS.
           OPEN INPUT BUDGET-FILE.
           MOVE 'N' TO WS-CARRY-PORTION-SWITCH.
           PERFORM UNTIL EOF
               MOVE SPACES TO BUDGET-RECORD-V2
               READ BUDGET-FILE INTO BUDGET-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM CARRY-ONE-RECORD
           EXIT PARAGRAPH.

       CARRY-ONE-RECORD.
           IF LEDGER-V2 THEN
               PERFORM CARRY-ONE-V2-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF NOT REC-RECURRING OF BUDGET-RECORD THEN
               EXIT PARAGRAPH
           END-IF.
           END-COMPUTE.
           MOVE BUDGET-RECORD TO NEXT-PERIOD-RAW-LINE.
           MOVE WS-CARRY-REPEAT TO NEXT-PERIOD-RAW-LINE(41:2).
      *    The carried line is the close's own writing, not the
      *    operator's: it goes without the operator columns, which
      *    is also how the reopen check expects it.
           MOVE SPACES TO NEXT-PERIOD-RAW-LINE(54:).
           WRITE NEXT-PERIOD-RAW-LINE.
           ADD 1 TO WS-CARRY-COUNT.
           EXIT PARAGRAPH.

      *                                The same carry in version 2:
      *                                repeat count at 63-64, operator
      *                                and share columns from 84 on,
      *                                and the line's split portions
      *                                go along with it unchanged.
       CARRY-ONE-V2-RECORD.
           IF BUDGET-RECORD-V2(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF REC-PORTION OF BUDGET-RECORD-V2 THEN
               IF WS-CARRYING-PORTIONS THEN
                   MOVE BUDGET-RECORD-V2 TO NEXT-PERIOD-RAW-LINE
                   WRITE NEXT-PERIOD-RAW-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CARRY-PORTION-SWITCH.
           IF NOT REC-RECURRING OF BUDGET-RECORD-V2 THEN
               EXIT PARAGRAPH
           END-IF.
           IF REPEAT-COUNT OF BUDGET-RECORD-V2 IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF REPEAT-COUNT OF BUDGET-RECORD-V2 < 2 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CARRY-REPEAT
                 = REPEAT-COUNT OF BUDGET-RECORD-V2 - 1
           END-COMPUTE.
           MOVE BUDGET-RECORD-V2 TO NEXT-PERIOD-RAW-LINE.
           MOVE WS-CARRY-REPEAT TO NEXT-PERIOD-RAW-LINE(63:2).
           MOVE SPACES TO NEXT-PERIOD-RAW-LINE(84:).
           WRITE NEXT-PERIOD-RAW-LINE.
           ADD 1 TO WS-CARRY-COUNT.
           SET WS-CARRYING-PORTIONS TO TRUE.
           EXIT PARAGRAPH.

      *                                Closes happen at month end,
      *                                late in the evening - exactly
      *                                when mistakes do.  REOPEN puts
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
      *    The aborted period was written in the archive's layout.
           MOVE WS-ARCHIVE-FILE-NAME TO LR-FILE-NAME.
           PERFORM NOTE-LEDGER-LAYOUT.
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
                   ' removed.'.
           EXIT PARAGRAPH.

      *                                Held as the close wrote them
      *                                (see SET-STANDING-OUT-LINE).
       LOAD-TEMPLATE-TABLE.
           MOVE 0 TO WS-TMPL-COUNT.
           MOVE '1' TO WS-STANDING-LAYOUT.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STANDING-STATUS NOT = '00'
               MOVE SPACES TO STANDING-LINE
               READ STANDING-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM SET-STANDING-OUT-LINE
                       IF WS-STANDING-USABLE
                               AND WS-TMPL-COUNT
                                   < WS-TMPL-TABLE-SIZE THEN
                           ADD 1 TO WS-TMPL-COUNT
                           MOVE WS-STANDING-OUT-LINE
                               TO WS-TMPL-LINE(WS-TMPL-COUNT)
                       END-IF
               END-READ
      *                                new period.
       LOAD-EXPECTED-CARRIES.
           MOVE 0 TO WS-CARRYEXP-COUNT.
           MOVE 'N' TO WS-CARRY-PORTION-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           EXIT PARAGRAPH.

       NOTE-EXPECTED-CARRY.
           IF LEDGER-V2 THEN
               PERFORM NOTE-EXPECTED-V2-CARRY
               EXIT PARAGRAPH
           END-IF.
           IF ARCHIVE-LINE(10:1) NOT = 'R' THEN
               EXIT PARAGRAPH
           END-IF.
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT).
           MOVE WS-CARRY-REPEAT
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT)(41:2).
           MOVE SPACES
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT)(54:).
           EXIT PARAGRAPH.

      *                                CARRY-ONE-V2-RECORD's derivation,
      *                                portions included.
       NOTE-EXPECTED-V2-CARRY.
           IF ARCHIVE-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF ARCHIVE-LINE(12:1) = 'S' THEN
               IF WS-CARRYING-PORTIONS
                       AND WS-CARRYEXP-COUNT
                           < WS-CARRYEXP-TABLE-SIZE THEN
                   ADD 1 TO WS-CARRYEXP-COUNT
                   MOVE ARCHIVE-LINE
                       TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CARRY-PORTION-SWITCH.
           IF ARCHIVE-LINE(12:1) NOT = 'R' THEN
               EXIT PARAGRAPH
           END-IF.
           IF ARCHIVE-LINE(63:2) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCHIVE-LINE(63:2) TO WS-CARRY-REPEAT.
           IF WS-CARRY-REPEAT < 2 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARRYEXP-COUNT >= WS-CARRYEXP-TABLE-SIZE THEN
               DISPLAY 'WARNING: more recurring lines than the'
                       ' reopen check can hold - later ones will'
                       ' be offered back as keyed entries.'
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-CARRY-REPEAT.
           ADD 1 TO WS-CARRYEXP-COUNT.
           MOVE ARCHIVE-LINE
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT).
           MOVE WS-CARRY-REPEAT
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT)(63:2).
           MOVE SPACES
               TO WS-CARRYEXP-LINE(WS-CARRYEXP-COUNT)(84:).
           SET WS-CARRYING-PORTIONS TO TRUE.
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
               IF LN-REPOST(WS-LOAN-IDX) THEN
                   PERFORM BUILD-LOAN-PAYMENT-LINES
                   PERFORM VARYING WS-LOAN-OUT-IDX FROM 1 BY 1
                           UNTIL WS-LOAN-OUT-IDX > WS-LOAN-OUT-COUNT
                              OR WS-LOANEXP-COUNT
                                 >= WS-LOANEXP-TABLE-SIZE
                       ADD 1 TO WS-LOANEXP-COUNT
                       MOVE WS-LOAN-OUT-LINE(WS-LOAN-OUT-IDX)
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
                       = NEXT-PERIOD-RAW-LINE THEN
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
      *                                comment, a recurring line the
      *                                close itself carried (matched
      *                                against the archive, count
      *                                decremented), the close's loan
      *                                payment line, or a verbatim
      *                                copy of a standing-template
      *                                line.  Anything else was keyed
      *                                by hand after the close.
               WHEN NEXT-PERIOD-RAW-LINE(1:1) = '*'
                   CONTINUE
               WHEN NEXT-PERIOD-RAW-LINE(10:1) = 'I'
                       AND NOT LEDGER-V2
                       AND NOT WS-SAW-OPENING
               WHEN NEXT-PERIOD-RAW-LINE(12:1) = 'I'
                       AND LEDGER-V2
                       AND NOT WS-SAW-OPENING
                   SET WS-SAW-OPENING TO TRUE
               WHEN OTHER
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

       CARRY-EXTRAS-BACK.
           OPEN EXTEND BUDGET-FILE.
           IF LEDGER-V2 THEN
               MOVE 129 TO RECORD-LENGTH
           ELSE
               MOVE 99 TO RECORD-LENGTH
           END-IF.
           PERFORM VARYING WS-EXTRA-IDX FROM 1 BY 1
                   UNTIL WS-EXTRA-IDX > WS-EXTRA-COUNT
               MOVE WS-EXTRA-LINE(WS-EXTRA-IDX) TO BUDGET-RECORD-V2
               WRITE BUDGET-RECORD-V2
           END-PERFORM.
           CLOSE BUDGET-FILE.
           DISPLAY WS-EXTRA-COUNT ' entr(ies) carried back into '
           EXIT PARAGRAPH.

       PROCESS-RECORD.
           PERFORM LOAD-CURRENT-ENTRY.
           IF NOT WS-ENTRY-LOADED THEN
               EXIT PARAGRAPH
           END-IF.
           IF REC-RECURRING OF WS-ENTRY THEN
               IF REPEAT-COUNT OF WS-ENTRY = 0 THEN
                   MOVE 1 TO REPEAT-COUNT OF WS-ENTRY
               END-IF
           END-IF.
           PERFORM SET-FOLD-AMOUNT.
           EVALUATE TRUE
               WHEN REC-INITIAL OF WS-ENTRY
                   MOVE WS-FOLD-AMOUNT TO INITIAL-BUDGET
                   MOVE INITIAL-BUDGET TO FINAL-BUDGET
                   MOVE INITIAL-BUDGET TO WORST-CASE-BUDGET
               WHEN REC-POTENTIAL OF WS-ENTRY
                   PERFORM COMPUTE-POTENTIAL-BUDGET
               WHEN REC-RECURRING OF WS-ENTRY
                   PERFORM COMPUTE-RECURRING-BUDGET
               WHEN OTHER
                   PERFORM COMPUTE-POTENTIAL-BUDGET
                         = FINAL-BUDGET
                         + WS-FOLD-AMOUNT
           END-EVALUATE.
           IF NOT REC-INITIAL OF WS-ENTRY THEN
               PERFORM FIND-OR-ADD-CURRENCY
           END-IF.
           IF TOPEXP-MODE THEN
           ADD 1 TO ENTRY-COUNT.
           EXIT PARAGRAPH.

      *                                The one place a ledger record
      *                                becomes WS-ENTRY, in whichever
      *                                layout the file is kept.  The
      *                                version header is no entry, nor
      *                                is a split portion - its parent
      *                                line already carries the whole
      *                                amount.
       LOAD-CURRENT-ENTRY.
           MOVE 'N' TO WS-ENTRY-LOADED-SWITCH.
           IF LEDGER-V2 THEN
               IF BUDGET-RECORD-V2(1:1) = '*'
                       OR BUDGET-RECORD-V2 = SPACES
                       OR REC-PORTION OF BUDGET-RECORD-V2 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE CORR BUDGET-RECORD-V2 TO WS-ENTRY
           ELSE
               MOVE CORR BUDGET-RECORD TO WS-ENTRY
           END-IF.
           SET WS-ENTRY-LOADED TO TRUE.
           EXIT PARAGRAPH.

      *                                Which fixed layout the file
      *                                named in LR-FILE-NAME is kept
      *                                in, as LEDGER-READER tells it
      *                                from the header record.  A file
      *                                that cannot be read is taken
      *                                as the original layout; the
      *                                pass that reads it reports why.
       NOTE-LEDGER-LAYOUT.
           MOVE '1' TO WS-LEDGER-LAYOUT.
           MOVE 'O' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               EXIT PARAGRAPH
           END-IF.
           IF LR-LAYOUT = '2' THEN
               SET LEDGER-V2 TO TRUE
           END-IF.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           EXIT PARAGRAPH.

       COMPUTE-POTENTIAL-BUDGET.
           COMPUTE WORST-CASE-BUDGET
                 = WORST-CASE-BUDGET
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
