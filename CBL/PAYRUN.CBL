       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-PAYRUN.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Payment run: the bills waiting in a ledger as 'P' lines go to
      * the bank as one upload file instead of being keyed in one by
      * one, and come back into the ledger as committed entries.
      *
      *   budget-payrun <ledger> [DUE <yyyymmdd>] [ON <yyyymmdd>]
      *                 [CATEGORY <code>[,<code>...]]
      *                 [DEBIT <account>] [WAIT]
      *
      * proposes a batch: every live P line of <ledger> that is a
      * payment (a negative amount) dated on or before DUE (default
      * today), and - with CATEGORY - only those in the categories
      * listed (a split bill by any of its portions).  A P line that
      * a reversal has voided, or that an earlier batch has paid, is
      * not live.  Undated P lines have no due date and are never
      * picked.  The payee comes from DATA/PAYEES.CSV,
      *
      *   PATTERN;NAME;ACCOUNT;BIC;REFERENCE
      *
      * the first line whose PATTERN turns up in the P line's comment
      * (case-blind, the way DATA/CATRULES.CSV rules match) - NAME
      * and ACCOUNT are what the bank pays to, BIC may be blank, and
      * REFERENCE is the payment reference the payee asked for
      * (blank: the P line's comment goes as the message).  A due
      * line no payee pattern claims is listed, not paid.  Under a
      * new batch reference (the run's YYYYMMDDHHMMSS) the run
      * writes, in DATA/PAYRUN:
      *
      *   <ref>.UPLOAD    the bank upload - 'H' header, one 'P'
      *                   payment instruction per line, 'T' trailer
      *                   with the count and the batch total
      *   <ref>.REGISTER  the payment register to print and sign
      *   <ref>.CSV       the batch itself, read back by CONFIRM
      *                   and BACKOUT
      *
      * ON is the execution date the bank is asked to pay on
      * (default today), DEBIT the account paid from as the header
      * names it.  Nothing is posted yet.
      *
      *   budget-payrun <ledger> CONFIRM <ref>
      *
      * once the bank has taken the upload, posts the batch through
      * the ordinary reversal-plus-new-entry history: each paid P
      * line gets its 'REVERSES LINE <n>' reversal, and a committed
      * entry with the same amount, category, currency, share marker
      * and split portions, dated the execution date, its comment
      * opening 'PAY <ref> ' (see LEDGER-READER's LR-PAY-REF).
      * BUDGET-STMATCH matches these like any committed line.  The
      * batch posts whole or not at all: a line voided, amended or
      * paid since the proposal holds the whole batch (RC 4).
      *
      *   budget-payrun <ledger> BACKOUT <ref>
      *
      * backs a rejected batch out as a unit: every entry the batch
      * posted is reversed, and so is every reversal it posted,
      * which makes the P lines live - and due - again.
      * BUDGET-STMATCH leaves a backed-out batch's lines out of the
      * match, since none of it reached the bank.
      *
      * CONFIRM and BACKOUT are sealed, backed-up writes under the
      * ledger's exclusive lock, the way BUDGET-MAINTAIN appends.
      * With DATA/OPERATORS.CSV in force the operator signs on, may
      * only post to ledgers the file permits, and every posted line
      * carries their ID; a batch holding a payment larger than the
      * operator's single-entry limit is left for an operator whose
      * limit covers it.  Every proposal, confirmation and back-out
      * goes to DATA/PAYRUN.LOG:
      *
      *   REF;PROPOSED|CONFIRMED|BACKEDOUT;LEDGER;COUNT;TOTAL;
      *   OPERATOR;AT
      *
      * Return codes: 0 done (or nothing due), 4 due lines left
      * unpaid for want of payee details, or a batch held because
      * the ledger changed under it, 8 usage or an unknown, already
      * posted or not posted batch, 12 a file could not be read or
      * written, 114 ledger busy, 120 sign-on refused or over the
      * operator's limit.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE-FIXED    ASSIGN TO DYNAMIC
                                                  WS-LEDGER-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FIXED-STATUS.
           SELECT BUDGET-FILE-CSV      ASSIGN TO DYNAMIC
                                                  WS-LEDGER-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CSV-STATUS.
           SELECT PAYEE-FILE           ASSIGN TO "DATA/PAYEES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-PAYEE-STATUS.
           SELECT BATCH-FILE           ASSIGN TO DYNAMIC
                                                  WS-BATCH-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-BATCH-STATUS.
           SELECT UPLOAD-FILE          ASSIGN TO DYNAMIC
                                                  WS-UPLOAD-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-UPLOAD-STATUS.
           SELECT REGISTER-FILE        ASSIGN TO DYNAMIC
                                                  WS-REGISTER-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                                  WS-REGISTER-STATUS.
           SELECT PAYRUN-LOG           ASSIGN TO "DATA/PAYRUN.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE-FIXED
           RECORD IS VARYING IN SIZE
           FROM 9 TO 129 CHARACTERS
           DEPENDING ON WS-FIXED-RECORD-LENGTH.
       01  FIXED-BUDGET-RECORD.
           05  CHANGE                  PIC -(5)9.99.
           05  RECORD-MODE             PIC X.
               COPY DATAPOTN.
           05  COMMENT                 PIC X(30).
           05  REPEAT-COUNT            PIC 99.
           05  CURRENCY-CODE           PIC XXX.
           05  TRANS-DATE              PIC X(8).
           05  KEYED-BY                PIC X(8).
           05  APPROVED-BY             PIC X(8).
           05  SHARE-SPEC              PIC X(30).
       01  FIXED-BUDGET-RECORD-V2.
           COPY LEDGFIX2.
       FD  BUDGET-FILE-CSV.
       01  CSV-BUDGET-RECORD.
           COPY CSVLINE.
       FD  PAYEE-FILE.
       01  PAYEE-LINE                  PIC X(160).
       FD  BATCH-FILE.
       01  BATCH-LINE                  PIC X(250).
       FD  UPLOAD-FILE.
       01  UPLOAD-LINE                 PIC X(200).
       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).
       FD  PAYRUN-LOG.
       01  LOG-LINE                    PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-FIXED-RECORD-LENGTH      PIC 9(4) COMP.
       01  WS-FIXED-STATUS             PIC XX VALUE '00'.
       01  WS-CSV-STATUS               PIC XX VALUE '00'.
       01  WS-PAYEE-STATUS             PIC XX VALUE '00'.
       01  WS-BATCH-STATUS             PIC XX VALUE '00'.
       01  WS-UPLOAD-STATUS            PIC XX VALUE '00'.
       01  WS-REGISTER-STATUS          PIC XX VALUE '00'.
       01  WS-LOG-STATUS               PIC XX VALUE '00'.
       01  WS-LEDGER-NAME              PIC X(80) VALUE SPACES.
       01  WS-LEDGER-FORMAT            PIC X VALUE SPACE.
      *    '2' for a version 2 fixed ledger, from LEDGER-READER.
       01  WS-LEDGER-LAYOUT            PIC X VALUE SPACE.
           88  LEDGER-V2               VALUE '2'.
       01  WS-PARM-RAW                 PIC X(200).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 10 TIMES PIC X(40).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
      *    What this run does: propose a batch, or confirm or back
      *    out the one named.
       01  WS-RUN-MODE                 PIC X VALUE 'P'.
           88  PROPOSE-MODE            VALUE 'P'.
           88  CONFIRM-MODE            VALUE 'C'.
           88  BACKOUT-MODE            VALUE 'B'.
       01  WS-LOCK-WAIT-SWITCH         PIC X VALUE 'N'.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-DUE-DATE                 PIC X(8) VALUE SPACES.
       01  WS-PAY-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CHECK-DATE               PIC X(8).
       01  WS-CHECK-DATE-NUM           PIC 9(8) VALUE 0.
       01  WS-DEBIT-ACCOUNT            PIC X(34) VALUE SPACES.
       01  WS-CATEGORY-LIST            PIC X(40) VALUE SPACES.
       01  WS-FILTER-TABLE.
           05  WS-FILTER-CATEGORY      OCCURS 10 TIMES PIC X(8).
       01  WS-FILTER-COUNT             PIC 99 VALUE 0.
       01  WS-FILTER-IDX               PIC 99 VALUE 0.
       01  WS-IN-FILTER-SWITCH         PIC X VALUE 'N'.
           88  WS-IN-FILTER            VALUE 'Y'.
      *    The batch reference and its files.
       01  WS-BATCH-REF                PIC X(14) VALUE SPACES.
       01  WS-BATCH-REF-NUM REDEFINES WS-BATCH-REF
                                       PIC 9(14).
      *    Trailing space terminates the name for CBL_CREATE_DIR.
       01  WS-PAYRUN-DIR               PIC X(12) VALUE 'DATA/PAYRUN'.
       01  WS-BATCH-NAME               PIC X(80) VALUE SPACES.
       01  WS-UPLOAD-NAME              PIC X(80) VALUE SPACES.
       01  WS-REGISTER-NAME            PIC X(80) VALUE SPACES.
       01  WS-PROBE-NAME               PIC X(81).
       01  WS-FILE-EXIST-INFO          PIC X(16).
       01  WS-REF-FREE-SWITCH          PIC X VALUE 'N'.
           88  WS-REF-FREE             VALUE 'Y'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
      *    Payees, first pattern found in the comment wins.
       77  WS-PAYEE-TABLE-SIZE         PIC 99 VALUE 50.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY          OCCURS 50 TIMES
                                       INDEXED BY WS-PAYEE-IDX.
               10  WS-PAYEE-PATTERN    PIC X(30).
               10  WS-PAYEE-LENGTH     PIC 99.
               10  WS-PAYEE-NAME       PIC X(35).
               10  WS-PAYEE-ACCOUNT    PIC X(34).
               10  WS-PAYEE-BIC        PIC X(11).
               10  WS-PAYEE-REFERENCE  PIC X(35).
       01  WS-PAYEE-COUNT              PIC 99 VALUE 0.
       01  WS-PAYEES-IN.
           05  WS-PAYEES-IN-PATTERN    PIC X(30).
           05  WS-PAYEES-IN-NAME       PIC X(35).
           05  WS-PAYEES-IN-ACCOUNT    PIC X(34).
           05  WS-PAYEES-IN-BIC        PIC X(11).
           05  WS-PAYEES-IN-REFERENCE  PIC X(35).
       01  WS-PAYEE-HIT-COUNT          PIC 9(4) USAGE COMP VALUE 0.
       01  WS-UPPER-COMMENT            PIC X(50).
      *    Ledger lines this run works on: the due P lines of a
      *    proposal, the batch's P lines for CONFIRM, and for
      *    BACKOUT the entries and reversals the batch posted - each
      *    with its split portions.  A line a reversal has voided is
      *    marked, and unmarked again when that reversal is itself
      *    reversed (see TOGGLE-VOIDED).
       77  WS-HELD-TABLE-SIZE          PIC 9(3) VALUE 200.
       77  WS-PORTION-MAX              PIC 99 VALUE 10.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY WS-HELD-IDX.
               10  WS-HELD-LINE-NO     PIC 9(06).
               10  WS-HELD-VOIDED      PIC X.
                   88  WS-HELD-IS-VOIDED   VALUE 'Y'.
               10  WS-HELD-TOO-WIDE    PIC X.
                   88  WS-HELD-IS-TOO-WIDE VALUE 'Y'.
               10  WS-HELD-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
               10  WS-HELD-MODE        PIC X.
               10  WS-HELD-REPEAT      PIC 99.
               10  WS-HELD-CURRENCY    PIC XXX.
               10  WS-HELD-CATEGORY    PIC X(08).
               10  WS-HELD-DATE        PIC X(08).
               10  WS-HELD-COMMENT     PIC X(50).
               10  WS-HELD-SHARE       PIC X(30).
               10  WS-HELD-TARGET      PIC 9(06).
               10  WS-HELD-PAYEE       PIC 99.
               10  WS-HELD-PORTION-COUNT
                                       PIC 99.
               10  WS-HELD-PORTION     OCCURS 10 TIMES.
                   15  WS-HPN-AMOUNT   PIC S9(7)V99 USAGE COMP-3.
                   15  WS-HPN-CATEGORY PIC X(08).
                   15  WS-HPN-COMMENT  PIC X(30).
                   15  WS-HPN-SHARE    PIC X(30).
       01  WS-HELD-COUNT               PIC 9(3) VALUE 0.
       01  WS-HELD-FULL-SWITCH         PIC X VALUE 'N'.
           88  WS-HELD-FULL            VALUE 'Y'.
       01  WS-HOLDING-SWITCH           PIC X VALUE 'N'.
           88  WS-HOLDING-PORTIONS     VALUE 'Y'.
       01  WS-PORTION-IDX              PIC 99 VALUE 0.
      *    Every reversal in the ledger and the line it reverses.
       77  WS-REV-TABLE-SIZE           PIC 9(3) VALUE 500.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY            OCCURS 500 TIMES
                                       INDEXED BY WS-REV-IDX.
               10  WS-REV-LINE-NO      PIC 9(06).
               10  WS-REV-TARGET       PIC 9(06).
               10  WS-REV-VOIDED       PIC X.
       01  WS-REV-COUNT                PIC 9(3) VALUE 0.
       01  WS-REV-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-REV-FULL             VALUE 'Y'.
       01  WS-TOGGLE-LINE              PIC 9(06) VALUE 0.
       01  WS-NEXT-TOGGLE              PIC 9(06) VALUE 0.
      *    The batch as proposed (CONFIRM and BACKOUT read it back).
       01  WS-BATCH-HEADER.
           05  WS-BH-TAG               PIC X(10).
           05  WS-BH-REF               PIC X(14).
           05  WS-BH-LEDGER            PIC X(80).
           05  WS-BH-PAY-DATE          PIC X(08).
           05  WS-BH-COUNT             PIC X(06).
           05  WS-BH-TOTAL             PIC X(15).
       01  WS-BATCH-IN.
           05  WS-BI-LINE-NO           PIC X(06).
           05  WS-BI-AMOUNT            PIC X(15).
       77  WS-ITEM-TABLE-SIZE          PIC 9(3) VALUE 200.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY WS-ITEM-IDX.
               10  WS-ITEM-LINE-NO     PIC 9(06).
               10  WS-ITEM-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
               10  WS-ITEM-FOUND       PIC X.
       01  WS-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  WS-ITEM-HIT-SWITCH          PIC X VALUE 'N'.
           88  WS-ITEM-HIT             VALUE 'Y'.
       01  WS-ALREADY-POSTED-SWITCH    PIC X VALUE 'N'.
           88  WS-ALREADY-POSTED       VALUE 'Y'.
       01  WS-BATCH-HELD-SWITCH        PIC X VALUE 'N'.
           88  WS-BATCH-HELD           VALUE 'Y'.
       01  WS-LIVE-ENTRY-COUNT         PIC 9(3) VALUE 0.
      *    Batch figures.
       01  WS-PAY-COUNT                PIC 9(3) VALUE 0.
       01  WS-UNPAID-COUNT             PIC 9(3) VALUE 0.
       01  WS-PAY-TOTAL                PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PAY-AMOUNT               PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-LARGEST-PAYMENT          PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-PAY-SEQ                  PIC 9(4) VALUE 0.
       01  WS-MESSAGE                  PIC X(50).
      *    One ledger line going out (see WRITE-OUT-LINE).
       01  WS-OUT-LINE.
           05  WS-OUT-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
           05  WS-OUT-MODE             PIC X.
           05  WS-OUT-REPEAT           PIC 99.
           05  WS-OUT-COMMENT          PIC X(50).
           05  WS-OUT-CURRENCY         PIC XXX.
           05  WS-OUT-CATEGORY         PIC X(08).
           05  WS-OUT-DATE             PIC X(08).
           05  WS-OUT-SHARE            PIC X(30).
           05  WS-OUT-PORTION-COUNT    PIC 99.
           05  WS-OUT-PORTION          OCCURS 10 TIMES.
               10  WS-OPN-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
               10  WS-OPN-CATEGORY     PIC X(08).
               10  WS-OPN-COMMENT      PIC X(30).
               10  WS-OPN-SHARE        PIC X(30).
       01  WS-SEMICOLON-COUNT          PIC 99 VALUE 0.
       01  WS-AMOUNT-DISPLAY           PIC -(7)9.99.
       01  WS-REPEAT-DISPLAY           PIC Z9.
       01  WS-MONEY-DISPLAY            PIC Z(6)9.99.
       01  WS-TOTAL-DISPLAY            PIC Z(8)9.99.
       01  WS-LIMIT-DISPLAY            PIC Z(6)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZ9.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-SEQ-DISPLAY              PIC ZZZ9.
       01  WS-POSTED-AT                PIC X(14).
       01  WS-CONFIRM-ANSWER           PIC X.
      *    Ledger lock: shared to propose, exclusive to post.
           COPY LEDGLOCK.
      *    Control-total seal around the posting (see POST-BATCH).
       01  WS-SEAL-BROKEN-SWITCH       PIC X VALUE 'N'.
           88  WS-SEAL-BROKEN          VALUE 'Y'.
           COPY LEDGSEAL.
           COPY LEDGBACK.
      *    Operator sign-on (see SIGN-ON-OPERATOR).  Blank ID: no
      *    operator file, nobody signed on, no limit.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-SIGNED-ON-SWITCH         PIC X VALUE 'N'.
           88  WS-SIGNED-ON            VALUE 'Y'.
           COPY LEDGSIGN.
           COPY LEDGREAD.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM DETERMINE-ARGUMENTS.
           IF PROPOSE-MODE THEN
               PERFORM LOAD-PAYEES
           ELSE
               PERFORM READ-BATCH-FILE
           END-IF.
           PERFORM ACQUIRE-LEDGER-LOCK.
           IF NOT PROPOSE-MODE THEN
               PERFORM SIGN-ON-OPERATOR
           END-IF.
           PERFORM SCAN-LEDGER.
           EVALUATE TRUE
               WHEN PROPOSE-MODE
                   PERFORM PROPOSE-BATCH
               WHEN CONFIRM-MODE
                   PERFORM CONFIRM-BATCH
               WHEN BACKOUT-MODE
                   PERFORM BACKOUT-BATCH
           END-EVALUATE.
           PERFORM RELEASE-LEDGER-LOCK.
           GOBACK.

       DETERMINE-ARGUMENTS.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-LEDGER-NAME
                    WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.
           IF WS-LEDGER-NAME = SPACES THEN
               PERFORM SHOW-USAGE
           END-IF.
           SUBTRACT 1 FROM WS-TOKEN-COUNT.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM NOTE-ARGUMENT-TOKEN
           END-PERFORM.
           IF NOT PROPOSE-MODE THEN
               IF WS-BATCH-REF IS NOT NUMERIC
                       OR WS-DUE-DATE NOT = SPACES
                       OR WS-PAY-DATE NOT = SPACES
                       OR WS-CATEGORY-LIST NOT = SPACES
                       OR WS-DEBIT-ACCOUNT NOT = SPACES THEN
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM SET-BATCH-FILE-NAMES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUE-DATE = SPACES THEN
               MOVE WS-TODAY-DATE TO WS-DUE-DATE
           END-IF.
           IF WS-PAY-DATE = SPACES THEN
               MOVE WS-TODAY-DATE TO WS-PAY-DATE
           END-IF.
           MOVE WS-DUE-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ARGUMENT-DATE.
           MOVE WS-PAY-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ARGUMENT-DATE.
           IF WS-CATEGORY-LIST NOT = SPACES THEN
               PERFORM SPLIT-CATEGORY-LIST
           END-IF.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-payrun <ledger> [DUE <yyyymmdd>]'
                   ' [ON <yyyymmdd>] [CATEGORY <code>[,<code>...]]'
                   ' [DEBIT <account>] [WAIT]'.
           DISPLAY '   or: budget-payrun <ledger> CONFIRM <batch>'.
           DISPLAY '   or: budget-payrun <ledger> BACKOUT <batch>'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *                                DUE, ON, CATEGORY, DEBIT,
      *                                CONFIRM and BACKOUT take the
      *                                token after them; WAIT is a
      *                                switch.
       NOTE-ARGUMENT-TOKEN.
           EVALUATE WS-TOKEN(WS-TOKEN-IDX)
               WHEN 'DUE'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-DUE-DATE
               WHEN 'ON'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-PAY-DATE
               WHEN 'CATEGORY'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE FUNCTION UPPER-CASE(WS-TOKEN(WS-TOKEN-IDX))
                       TO WS-CATEGORY-LIST
               WHEN 'DEBIT'
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-DEBIT-ACCOUNT
               WHEN 'CONFIRM'
                   IF NOT PROPOSE-MODE THEN
                       PERFORM SHOW-USAGE
                   END-IF
                   SET CONFIRM-MODE TO TRUE
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-BATCH-REF
               WHEN 'BACKOUT'
                   IF NOT PROPOSE-MODE THEN
                       PERFORM SHOW-USAGE
                   END-IF
                   SET BACKOUT-MODE TO TRUE
                   PERFORM TAKE-NEXT-TOKEN
                   MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-BATCH-REF
               WHEN 'WAIT'
                   SET LOCK-WAIT-MODE TO TRUE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE.
           EXIT PARAGRAPH.

       TAKE-NEXT-TOKEN.
           IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
               PERFORM SHOW-USAGE
           END-IF.
           ADD 1 TO WS-TOKEN-IDX.
           EXIT PARAGRAPH.

      *                                A date argument must be a real
      *                                YYYYMMDD calendar day.
       CHECK-ARGUMENT-DATE.
           IF WS-CHECK-DATE IS NOT NUMERIC THEN
               DISPLAY 'Not a YYYYMMDD date: '
                       FUNCTION TRIM(WS-CHECK-DATE)
               PERFORM SHOW-USAGE
           END-IF.
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM)
                   NOT = 0 THEN
               DISPLAY 'Not a calendar date: ' WS-CHECK-DATE
               PERFORM SHOW-USAGE
           END-IF.
           EXIT PARAGRAPH.

       SPLIT-CATEGORY-LIST.
           MOVE SPACES TO WS-FILTER-TABLE.
           MOVE 0 TO WS-FILTER-COUNT.
           UNSTRING WS-CATEGORY-LIST
               DELIMITED BY ','
               INTO WS-FILTER-CATEGORY(1) WS-FILTER-CATEGORY(2)
                    WS-FILTER-CATEGORY(3) WS-FILTER-CATEGORY(4)
                    WS-FILTER-CATEGORY(5) WS-FILTER-CATEGORY(6)
                    WS-FILTER-CATEGORY(7) WS-FILTER-CATEGORY(8)
                    WS-FILTER-CATEGORY(9) WS-FILTER-CATEGORY(10)
               TALLYING IN WS-FILTER-COUNT
           END-UNSTRING.
           EXIT PARAGRAPH.

      *                                A batch's three files share
      *                                its reference.
       SET-BATCH-FILE-NAMES.
           MOVE SPACES TO WS-BATCH-NAME WS-UPLOAD-NAME
                          WS-REGISTER-NAME.
           STRING FUNCTION TRIM(WS-PAYRUN-DIR) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  '.CSV'                DELIMITED BY SIZE
                  INTO WS-BATCH-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-PAYRUN-DIR) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  '.UPLOAD'             DELIMITED BY SIZE
                  INTO WS-UPLOAD-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-PAYRUN-DIR) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  '.REGISTER'           DELIMITED BY SIZE
                  INTO WS-REGISTER-NAME
           END-STRING.
           EXIT PARAGRAPH.

      *                                The reference is the moment of
      *                                the proposal; two runs in the
      *                                same second still get their
      *                                own.
       SET-BATCH-REFERENCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-REF.
           MOVE 'N' TO WS-REF-FREE-SWITCH.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CREATE_DIR' USING WS-PAYRUN-DIR.
           PERFORM UNTIL WS-REF-FREE
               PERFORM SET-BATCH-FILE-NAMES
               MOVE WS-BATCH-NAME TO WS-PROBE-NAME
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING WS-PROBE-NAME WS-FILE-EXIST-INFO
               IF RETURN-CODE = 0 THEN
                   ADD 1 TO WS-BATCH-REF-NUM
               ELSE
                   SET WS-REF-FREE TO TRUE
               END-IF
           END-PERFORM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

      *                                Proposals read the ledger
      *                                alongside everyone else; a
      *                                posting takes it to itself.
      *                                Busy means abandoned, after
      *                                the WAIT retries when asked
      *                                for.
       ACQUIRE-LEDGER-LOCK.
           MOVE 'A' TO LK-OP.
           MOVE WS-LEDGER-NAME TO LK-LEDGER-NAME.
           MOVE 'BUDGET-PAYRUN' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           IF PROPOSE-MODE THEN
               MOVE 'S' TO LK-MODE
           ELSE
               MOVE 'X' TO LK-MODE
           END-IF.
           MOVE WS-LOCK-WAIT-SWITCH TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS NOT = '0' THEN
               DISPLAY 'Ledger busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
               MOVE 114 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

      *                                The release must not wipe
      *                                out a failure's return code.
       RELEASE-LEDGER-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-LEDGER-NAME TO LK-LEDGER-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

      *                                With an operator file on disk
      *                                nobody posts without signing
      *                                on, and only to the ledgers
      *                                the file permits them.
       SIGN-ON-OPERATOR.
           MOVE 'S' TO SO-OP.
           MOVE SPACES TO SO-OPERATOR-ID SO-LEDGER-NAME.
           CALL 'LEDGER-SIGNON' USING SO-REQUEST.
           IF SO-STATUS = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-ID))
               TO WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID.
           MOVE WS-LEDGER-NAME TO SO-LEDGER-NAME.
           CALL 'LEDGER-SIGNON' USING SO-REQUEST.
           EVALUATE SO-STATUS
               WHEN '0'
                   SET WS-SIGNED-ON TO TRUE
               WHEN 'U'
                   DISPLAY 'Unknown operator ID - sign-on refused.'
               WHEN 'D'
                   DISPLAY 'Operator ' FUNCTION TRIM(WS-OPERATOR-ID)
                           ' may not post to '
                           FUNCTION TRIM(SO-LEDGER-NAME) '.'
               WHEN OTHER
                   DISPLAY 'Cannot sign on: '
                           FUNCTION TRIM(SO-ERROR-TEXT)
           END-EVALUATE.
           IF NOT WS-SIGNED-ON THEN
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 120 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'Signed on as '
                   FUNCTION TRIM(SO-OPERATOR-NAME) '.'.
           EXIT PARAGRAPH.

      *                                Payee patterns are tried in
      *                                file order, so narrow patterns
      *                                go before broad ones.  '*'
      *                                lines are comments.
       LOAD-PAYEES.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS NOT = '00' THEN
               DISPLAY 'No payee file DATA/PAYEES.CSV - nothing can'
                       ' be paid.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-PAYEE-STATUS NOT = '00'
               READ PAYEE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-PAYEE-LINE
               END-READ
           END-PERFORM.
           CLOSE PAYEE-FILE.
           EXIT PARAGRAPH.

       NOTE-PAYEE-LINE.
           IF PAYEE-LINE = SPACES OR PAYEE-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PAYEES-IN.
           UNSTRING PAYEE-LINE
               DELIMITED BY ';'
               INTO WS-PAYEES-IN-PATTERN WS-PAYEES-IN-NAME
                    WS-PAYEES-IN-ACCOUNT WS-PAYEES-IN-BIC
                    WS-PAYEES-IN-REFERENCE
           END-UNSTRING.
           IF WS-PAYEES-IN-PATTERN = SPACES
                   OR WS-PAYEES-IN-NAME = SPACES
                   OR WS-PAYEES-IN-ACCOUNT = SPACES
                   OR WS-PAYEE-COUNT >= WS-PAYEE-TABLE-SIZE THEN
               DISPLAY 'WARNING: payee line ignored: '
                       FUNCTION TRIM(PAYEE-LINE)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYEE-COUNT.
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-PAYEES-IN-PATTERN))
               TO WS-PAYEE-PATTERN(WS-PAYEE-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-PAYEES-IN-PATTERN))
               TO WS-PAYEE-LENGTH(WS-PAYEE-COUNT).
           MOVE FUNCTION TRIM(WS-PAYEES-IN-NAME)
               TO WS-PAYEE-NAME(WS-PAYEE-COUNT).
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-PAYEES-IN-ACCOUNT))
               TO WS-PAYEE-ACCOUNT(WS-PAYEE-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAYEES-IN-BIC))
               TO WS-PAYEE-BIC(WS-PAYEE-COUNT).
           MOVE FUNCTION TRIM(WS-PAYEES-IN-REFERENCE)
               TO WS-PAYEE-REFERENCE(WS-PAYEE-COUNT).
           EXIT PARAGRAPH.

      *                                The batch file's first line
      *                                names the ledger and execution
      *                                date, then one line per
      *                                payment: the P line's number
      *                                and amount, then the payee.
       READ-BATCH-FILE.
           OPEN INPUT BATCH-FILE.
           IF WS-BATCH-STATUS NOT = '00' THEN
               DISPLAY 'No payment batch ' WS-BATCH-REF
                       ' (' FUNCTION TRIM(WS-BATCH-NAME) ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-BATCH-HEADER.
           READ BATCH-FILE
               AT END MOVE SPACES TO BATCH-LINE
           END-READ.
           UNSTRING BATCH-LINE
               DELIMITED BY ';'
               INTO WS-BH-TAG WS-BH-REF WS-BH-LEDGER WS-BH-PAY-DATE
                    WS-BH-COUNT WS-BH-TOTAL
           END-UNSTRING.
           IF WS-BH-TAG NOT = 'BATCH' OR WS-BH-REF NOT = WS-BATCH-REF
                   THEN
               DISPLAY FUNCTION TRIM(WS-BATCH-NAME)
                       ' is not a payment batch file.'
               CLOSE BATCH-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BH-LEDGER NOT = WS-LEDGER-NAME THEN
               DISPLAY 'Batch ' WS-BATCH-REF ' was proposed for '
                       FUNCTION TRIM(WS-BH-LEDGER) ', not '
                       FUNCTION TRIM(WS-LEDGER-NAME) '.'
               CLOSE BATCH-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-BH-PAY-DATE TO WS-PAY-DATE.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM UNTIL WS-BATCH-STATUS NOT = '00'
               READ BATCH-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-BATCH-ITEM
               END-READ
           END-PERFORM.
           CLOSE BATCH-FILE.
           IF WS-ITEM-COUNT = 0 THEN
               DISPLAY 'Batch ' WS-BATCH-REF ' holds no payments.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       NOTE-BATCH-ITEM.
           IF BATCH-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BATCH-IN.
           UNSTRING BATCH-LINE
               DELIMITED BY ';'
               INTO WS-BI-LINE-NO WS-BI-AMOUNT
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BI-LINE-NO))
                   NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BI-AMOUNT))
                   NOT = 0
                   OR WS-ITEM-COUNT >= WS-ITEM-TABLE-SIZE THEN
               DISPLAY FUNCTION TRIM(WS-BATCH-NAME)
                       ' has an unreadable payment line: '
                       FUNCTION TRIM(BATCH-LINE)
               CLOSE BATCH-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-ITEM-LINE-NO(WS-ITEM-COUNT)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-BI-LINE-NO))
           END-COMPUTE.
           COMPUTE WS-ITEM-AMOUNT(WS-ITEM-COUNT)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-BI-AMOUNT))
           END-COMPUTE.
           MOVE 'N' TO WS-ITEM-FOUND(WS-ITEM-COUNT).
           EXIT PARAGRAPH.

      *                                One pass over the ledger holds
      *                                the lines this run works on
      *                                and follows every reversal, so
      *                                each held line ends up marked
      *                                live or voided.
       SCAN-LEDGER.
           MOVE 0 TO WS-HELD-COUNT WS-REV-COUNT.
           MOVE 'N' TO WS-HOLDING-SWITCH.
           MOVE 'O' TO LR-OP.
           MOVE WS-LEDGER-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               DISPLAY 'Cannot read '
                       FUNCTION TRIM(WS-LEDGER-NAME) ': '
                       FUNCTION TRIM(LR-ERROR-TEXT)
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LR-FORMAT TO WS-LEDGER-FORMAT.
           MOVE LR-LAYOUT TO WS-LEDGER-LAYOUT.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0' PERFORM NOTE-SCANNED-LINE
                   WHEN 'E' PERFORM REPORT-BAD-LINE
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF WS-REV-FULL THEN
               DISPLAY 'The ledger holds more reversals than this'
                       ' run can follow - nothing was done.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       NOTE-SCANNED-LINE.
           IF LR-MODE = 'S' THEN
               IF WS-HOLDING-PORTIONS THEN
                   PERFORM HOLD-PORTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HOLDING-SWITCH.
           IF LR-MODE = 'I' THEN
               EXIT PARAGRAPH
           END-IF.
           IF LR-PAY-REF = WS-BATCH-REF AND NOT PROPOSE-MODE THEN
               SET WS-ALREADY-POSTED TO TRUE
           END-IF.
      *    A reversal can only name a line above it.
           IF LR-REVERSED-LINE >= LR-LINE-NO THEN
               MOVE 0 TO LR-REVERSED-LINE
           END-IF.
           PERFORM TEST-LINE-WANTED.
           IF WS-ITEM-HIT THEN
               PERFORM HOLD-LINE
           END-IF.
           IF LR-REVERSED-LINE > 0 THEN
               PERFORM NOTE-REVERSAL
           END-IF.
           EXIT PARAGRAPH.

      *                                Which lines a run holds:
      *                                a proposal the due payments,
      *                                CONFIRM the batch's P lines,
      *                                BACKOUT the batch's entries and
      *                                the reversals of its P lines.
       TEST-LINE-WANTED.
           MOVE 'N' TO WS-ITEM-HIT-SWITCH.
           EVALUATE TRUE
               WHEN PROPOSE-MODE
                   IF LR-MODE = 'P' AND LR-REVERSED-LINE = 0
                           AND LR-AMOUNT < 0
                           AND LR-DATE IS NUMERIC
                           AND LR-DATE <= WS-DUE-DATE THEN
                       SET WS-ITEM-HIT TO TRUE
                   END-IF
               WHEN CONFIRM-MODE
                   IF LR-MODE = 'P' THEN
                       MOVE LR-LINE-NO TO WS-TOGGLE-LINE
                       PERFORM FIND-BATCH-ITEM
                   END-IF
               WHEN BACKOUT-MODE
                   IF LR-MODE = 'A' AND LR-PAY-REF = WS-BATCH-REF
                           AND LR-REVERSED-LINE = 0 THEN
                       SET WS-ITEM-HIT TO TRUE
                   END-IF
                   IF LR-MODE = 'P' AND LR-REVERSED-LINE > 0 THEN
                       MOVE LR-REVERSED-LINE TO WS-TOGGLE-LINE
                       PERFORM FIND-BATCH-ITEM
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       FIND-BATCH-ITEM.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                      OR WS-ITEM-HIT
               IF WS-ITEM-LINE-NO(WS-ITEM-IDX) = WS-TOGGLE-LINE THEN
                   SET WS-ITEM-HIT TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       HOLD-LINE.
           IF WS-HELD-COUNT >= WS-HELD-TABLE-SIZE THEN
               IF NOT WS-HELD-FULL THEN
                   SET WS-HELD-FULL TO TRUE
                   DISPLAY 'WARNING: more than ' WS-HELD-TABLE-SIZE
                           ' lines to work on - the rest are left'
                           ' for another run.'
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           SET WS-HELD-IDX TO WS-HELD-COUNT.
           MOVE LR-LINE-NO TO WS-HELD-LINE-NO(WS-HELD-IDX).
           MOVE 'N' TO WS-HELD-VOIDED(WS-HELD-IDX)
                       WS-HELD-TOO-WIDE(WS-HELD-IDX).
           MOVE LR-AMOUNT TO WS-HELD-AMOUNT(WS-HELD-IDX).
           MOVE LR-MODE TO WS-HELD-MODE(WS-HELD-IDX).
           MOVE LR-REPEAT TO WS-HELD-REPEAT(WS-HELD-IDX).
           MOVE LR-CURRENCY TO WS-HELD-CURRENCY(WS-HELD-IDX).
           MOVE LR-CATEGORY TO WS-HELD-CATEGORY(WS-HELD-IDX).
           MOVE LR-DATE TO WS-HELD-DATE(WS-HELD-IDX).
           MOVE LR-COMMENT TO WS-HELD-COMMENT(WS-HELD-IDX).
           MOVE LR-SHARE-SPEC TO WS-HELD-SHARE(WS-HELD-IDX).
           MOVE LR-REVERSED-LINE TO WS-HELD-TARGET(WS-HELD-IDX).
           MOVE 0 TO WS-HELD-PAYEE(WS-HELD-IDX)
                     WS-HELD-PORTION-COUNT(WS-HELD-IDX).
           SET WS-HOLDING-PORTIONS TO TRUE.
           EXIT PARAGRAPH.

      *                                A split wider than the table
      *                                cannot be reversed whole, so
      *                                its line is not worked on.
       HOLD-PORTION.
           SET WS-HELD-IDX TO WS-HELD-COUNT.
           IF WS-HELD-PORTION-COUNT(WS-HELD-IDX) >= WS-PORTION-MAX
                   THEN
               MOVE 'Y' TO WS-HELD-TOO-WIDE(WS-HELD-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HELD-PORTION-COUNT(WS-HELD-IDX).
           MOVE WS-HELD-PORTION-COUNT(WS-HELD-IDX) TO WS-PORTION-IDX.
           MOVE LR-AMOUNT
               TO WS-HPN-AMOUNT(WS-HELD-IDX, WS-PORTION-IDX).
           MOVE LR-CATEGORY
               TO WS-HPN-CATEGORY(WS-HELD-IDX, WS-PORTION-IDX).
           MOVE LR-COMMENT
               TO WS-HPN-COMMENT(WS-HELD-IDX, WS-PORTION-IDX).
           MOVE LR-SHARE-SPEC
               TO WS-HPN-SHARE(WS-HELD-IDX, WS-PORTION-IDX).
           EXIT PARAGRAPH.

       NOTE-REVERSAL.
           IF WS-REV-COUNT >= WS-REV-TABLE-SIZE THEN
               SET WS-REV-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REV-COUNT.
           MOVE LR-LINE-NO TO WS-REV-LINE-NO(WS-REV-COUNT).
           MOVE LR-REVERSED-LINE TO WS-REV-TARGET(WS-REV-COUNT).
           MOVE 'N' TO WS-REV-VOIDED(WS-REV-COUNT).
           MOVE LR-REVERSED-LINE TO WS-TOGGLE-LINE.
           PERFORM TOGGLE-VOIDED.
           EXIT PARAGRAPH.

      *                                A new reversal voids the line
      *                                it names; if that line was
      *                                itself a reversal, the line
      *                                under it comes back to life,
      *                                and so on down the chain.
       TOGGLE-VOIDED.
           PERFORM UNTIL WS-TOGGLE-LINE = 0
               MOVE 0 TO WS-NEXT-TOGGLE
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   IF WS-HELD-LINE-NO(WS-HELD-IDX) = WS-TOGGLE-LINE
                           THEN
                       IF WS-HELD-IS-VOIDED(WS-HELD-IDX) THEN
                           MOVE 'N' TO WS-HELD-VOIDED(WS-HELD-IDX)
                       ELSE
                           MOVE 'Y' TO WS-HELD-VOIDED(WS-HELD-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-COUNT
                   IF WS-REV-LINE-NO(WS-REV-IDX) = WS-TOGGLE-LINE
                           THEN
                       IF WS-REV-VOIDED(WS-REV-IDX) = 'Y' THEN
                           MOVE 'N' TO WS-REV-VOIDED(WS-REV-IDX)
                       ELSE
                           MOVE 'Y' TO WS-REV-VOIDED(WS-REV-IDX)
                       END-IF
                       MOVE WS-REV-TARGET(WS-REV-IDX)
                           TO WS-NEXT-TOGGLE
                   END-IF
               END-PERFORM
               MOVE WS-NEXT-TOGGLE TO WS-TOGGLE-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      ******************************************************************
      * Proposal: pick, price and write the batch.
      ******************************************************************
       PROPOSE-BATCH.
           MOVE 0 TO WS-PAY-COUNT WS-UNPAID-COUNT WS-PAY-TOTAL.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               PERFORM SELECT-HELD-LINE
           END-PERFORM.
           IF WS-PAY-COUNT = 0 AND WS-UNPAID-COUNT = 0 THEN
               DISPLAY 'Nothing due by ' WS-DUE-DATE ' in '
                       FUNCTION TRIM(WS-LEDGER-NAME) '.'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAY-COUNT = 0 THEN
               DISPLAY 'No due line has payee details on file:'
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   PERFORM DISPLAY-UNPAID-LINE
               END-PERFORM
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-BATCH-REFERENCE.
           PERFORM WRITE-BATCH-FILE.
           PERFORM WRITE-UPLOAD-FILE.
           PERFORM WRITE-REGISTER-FILE.
           MOVE 'PROPOSED' TO WS-MESSAGE.
           PERFORM WRITE-LOG-LINE.
           MOVE WS-PAY-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY 'Batch ' WS-BATCH-REF ': '
                   FUNCTION TRIM(WS-COUNT-DISPLAY) ' payment(s), total '
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) ', paid on '
                   WS-PAY-DATE '.'.
           DISPLAY '  upload   ' FUNCTION TRIM(WS-UPLOAD-NAME).
           DISPLAY '  register ' FUNCTION TRIM(WS-REGISTER-NAME).
           DISPLAY 'Once the bank has taken it: budget-payrun '
                   FUNCTION TRIM(WS-LEDGER-NAME) ' CONFIRM '
                   WS-BATCH-REF.
           IF WS-UNPAID-COUNT > 0 THEN
               DISPLAY 'Due but not in the batch:'
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   PERFORM DISPLAY-UNPAID-LINE
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT PARAGRAPH.

      *                                A live, due payment in the
      *                                categories asked for goes in
      *                                the batch when a payee claims
      *                                it; one nobody claims, or too
      *                                wide a split, is listed.
      *                                WS-HELD-PAYEE: 0 not due,
      *                                99 due but unpaid.
       SELECT-HELD-LINE.
           MOVE 0 TO WS-HELD-PAYEE(WS-HELD-IDX).
           IF WS-HELD-IS-VOIDED(WS-HELD-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILTER-COUNT > 0 THEN
               PERFORM TEST-CATEGORY-FILTER
               IF NOT WS-IN-FILTER THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 99 TO WS-HELD-PAYEE(WS-HELD-IDX).
           IF NOT WS-HELD-IS-TOO-WIDE(WS-HELD-IDX) THEN
               PERFORM FIND-PAYEE
           END-IF.
           IF WS-HELD-PAYEE(WS-HELD-IDX) = 99 THEN
               ADD 1 TO WS-UNPAID-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           COMPUTE WS-PAY-TOTAL
                 = WS-PAY-TOTAL - WS-HELD-AMOUNT(WS-HELD-IDX)
           END-COMPUTE.
           EXIT PARAGRAPH.

       TEST-CATEGORY-FILTER.
           MOVE 'N' TO WS-IN-FILTER-SWITCH.
           PERFORM VARYING WS-FILTER-IDX FROM 1 BY 1
                   UNTIL WS-FILTER-IDX > WS-FILTER-COUNT
               IF WS-FILTER-CATEGORY(WS-FILTER-IDX)
                       = WS-HELD-CATEGORY(WS-HELD-IDX) THEN
                   SET WS-IN-FILTER TO TRUE
               END-IF
               PERFORM VARYING WS-PORTION-IDX FROM 1 BY 1
                       UNTIL WS-PORTION-IDX
                           > WS-HELD-PORTION-COUNT(WS-HELD-IDX)
                   IF WS-FILTER-CATEGORY(WS-FILTER-IDX)
                           = WS-HPN-CATEGORY(WS-HELD-IDX,
                                             WS-PORTION-IDX) THEN
                       SET WS-IN-FILTER TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       FIND-PAYEE.
           MOVE FUNCTION UPPER-CASE(WS-HELD-COMMENT(WS-HELD-IDX))
               TO WS-UPPER-COMMENT.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               MOVE 0 TO WS-PAYEE-HIT-COUNT
               INSPECT WS-UPPER-COMMENT
                   TALLYING WS-PAYEE-HIT-COUNT
                   FOR ALL WS-PAYEE-PATTERN(WS-PAYEE-IDX)
                           (1:WS-PAYEE-LENGTH(WS-PAYEE-IDX))
               IF WS-PAYEE-HIT-COUNT > 0 THEN
                   SET WS-HELD-PAYEE(WS-HELD-IDX) TO WS-PAYEE-IDX
                   SET WS-PAYEE-IDX TO WS-PAYEE-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       DISPLAY-UNPAID-LINE.
           IF WS-HELD-PAYEE(WS-HELD-IDX) NOT = 99 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HELD-LINE-NO(WS-HELD-IDX) TO WS-LINE-NO-DISPLAY.
           MOVE WS-HELD-AMOUNT(WS-HELD-IDX) TO WS-AMOUNT-DISPLAY.
           IF WS-HELD-IS-TOO-WIDE(WS-HELD-IDX) THEN
               MOVE 'split too wide to post' TO WS-MESSAGE
           ELSE
               MOVE 'no payee details' TO WS-MESSAGE
           END-IF.
           DISPLAY '  line ' WS-LINE-NO-DISPLAY ' '
                   WS-HELD-DATE(WS-HELD-IDX) ' ' WS-AMOUNT-DISPLAY
                   ' ' FUNCTION TRIM(WS-HELD-COMMENT(WS-HELD-IDX))
                   ' (' FUNCTION TRIM(WS-MESSAGE) ')'.
           EXIT PARAGRAPH.

      *                                BATCH;REF;LEDGER;ON;COUNT;
      *                                TOTAL;DEBIT;DUE;CATEGORIES
      *                                then LINE;AMOUNT;CURRENCY;DUE;
      *                                NAME;ACCOUNT;BIC;REFERENCE.
       WRITE-BATCH-FILE.
           OPEN OUTPUT BATCH-FILE.
           IF WS-BATCH-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write ' FUNCTION TRIM(WS-BATCH-NAME)
                       ', file status ' WS-BATCH-STATUS '.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PAY-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO BATCH-LINE.
           STRING 'BATCH;'              DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEDGER-NAME)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-PAY-DATE           DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-ACCOUNT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-DUE-DATE           DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CATEGORY-LIST)
                                        DELIMITED BY SIZE
                  INTO BATCH-LINE
           END-STRING.
           WRITE BATCH-LINE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-PAYEE(WS-HELD-IDX) > 0
                       AND WS-HELD-PAYEE(WS-HELD-IDX) < 99 THEN
                   PERFORM WRITE-BATCH-ITEM
               END-IF
           END-PERFORM.
           CLOSE BATCH-FILE.
           EXIT PARAGRAPH.

       WRITE-BATCH-ITEM.
           SET WS-PAYEE-IDX TO WS-HELD-PAYEE(WS-HELD-IDX).
           PERFORM SET-PAYMENT-MESSAGE.
           MOVE WS-HELD-LINE-NO(WS-HELD-IDX) TO WS-LINE-NO-DISPLAY.
           MOVE WS-HELD-AMOUNT(WS-HELD-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO BATCH-LINE.
           STRING FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HELD-CURRENCY(WS-HELD-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-HELD-DATE(WS-HELD-IDX)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-NAME(WS-PAYEE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-ACCOUNT(WS-PAYEE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-BIC(WS-PAYEE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESSAGE)
                                        DELIMITED BY SIZE
                  INTO BATCH-LINE
           END-STRING.
           WRITE BATCH-LINE.
           EXIT PARAGRAPH.

      *                                The payee's own reference when
      *                                the payee file gives one, else
      *                                the bill's comment.
       SET-PAYMENT-MESSAGE.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-PAYEE-REFERENCE(WS-PAYEE-IDX) NOT = SPACES THEN
               MOVE WS-PAYEE-REFERENCE(WS-PAYEE-IDX) TO WS-MESSAGE
           ELSE
               MOVE WS-HELD-COMMENT(WS-HELD-IDX)(1:35) TO WS-MESSAGE
           END-IF.
           INSPECT WS-MESSAGE REPLACING ALL ';' BY ','.
           EXIT PARAGRAPH.

      *                                H;REF;ON;DEBIT;COUNT;TOTAL
      *                                P;SEQ;AMOUNT;CURRENCY;NAME;
      *                                  ACCOUNT;BIC;REFERENCE
      *                                T;COUNT;TOTAL
      *                                Amounts are what is paid out,
      *                                unsigned; a blank currency is
      *                                the account's own.
       WRITE-UPLOAD-FILE.
           OPEN OUTPUT UPLOAD-FILE.
           IF WS-UPLOAD-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write ' FUNCTION TRIM(WS-UPLOAD-NAME)
                       ', file status ' WS-UPLOAD-STATUS '.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PAY-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO UPLOAD-LINE.
           STRING 'H;'                  DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-PAY-DATE           DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-ACCOUNT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO UPLOAD-LINE
           END-STRING.
           WRITE UPLOAD-LINE.
           MOVE 0 TO WS-PAY-SEQ.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-PAYEE(WS-HELD-IDX) > 0
                       AND WS-HELD-PAYEE(WS-HELD-IDX) < 99 THEN
                   PERFORM WRITE-UPLOAD-PAYMENT
               END-IF
           END-PERFORM.
           MOVE SPACES TO UPLOAD-LINE.
           STRING 'T;'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO UPLOAD-LINE
           END-STRING.
           WRITE UPLOAD-LINE.
           CLOSE UPLOAD-FILE.
           EXIT PARAGRAPH.

       WRITE-UPLOAD-PAYMENT.
           ADD 1 TO WS-PAY-SEQ.
           SET WS-PAYEE-IDX TO WS-HELD-PAYEE(WS-HELD-IDX).
           PERFORM SET-PAYMENT-MESSAGE.
           COMPUTE WS-PAY-AMOUNT = 0 - WS-HELD-AMOUNT(WS-HELD-IDX)
           END-COMPUTE.
           MOVE WS-PAY-AMOUNT TO WS-MONEY-DISPLAY.
           MOVE WS-PAY-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO UPLOAD-LINE.
           STRING 'P;'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEQ-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HELD-CURRENCY(WS-HELD-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-NAME(WS-PAYEE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-ACCOUNT(WS-PAYEE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-BIC(WS-PAYEE-IDX))
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESSAGE)
                                        DELIMITED BY SIZE
                  INTO UPLOAD-LINE
           END-STRING.
           WRITE UPLOAD-LINE.
           EXIT PARAGRAPH.

       WRITE-REGISTER-FILE.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write '
                       FUNCTION TRIM(WS-REGISTER-NAME)
                       ', file status ' WS-REGISTER-STATUS '.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'PAYMENT REGISTER  batch ' DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  '  ledger '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEDGER-NAME)
                                        DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Due by '             DELIMITED BY SIZE
                  WS-DUE-DATE           DELIMITED BY SIZE
                  ', paid on '          DELIMITED BY SIZE
                  WS-PAY-DATE           DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           IF WS-DEBIT-ACCOUNT NOT = SPACES THEN
               STRING FUNCTION TRIM(REGISTER-LINE)
                                        DELIMITED BY SIZE
                      ' from '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEBIT-ACCOUNT)
                                        DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           END-IF.
           IF WS-CATEGORY-LIST NOT = SPACES THEN
               STRING FUNCTION TRIM(REGISTER-LINE)
                                        DELIMITED BY SIZE
                      ', categories '   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CATEGORY-LIST)
                                        DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           END-IF.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE 'SEQ'       TO REGISTER-LINE(1:3).
           MOVE 'LINE'      TO REGISTER-LINE(7:4).
           MOVE 'DUE'       TO REGISTER-LINE(12:3).
           MOVE 'PAYEE'     TO REGISTER-LINE(21:5).
           MOVE 'ACCOUNT'   TO REGISTER-LINE(52:7).
           MOVE 'AMOUNT'    TO REGISTER-LINE(89:6).
           MOVE 'CUR'       TO REGISTER-LINE(96:3).
           MOVE 'REFERENCE' TO REGISTER-LINE(100:9).
           WRITE REGISTER-LINE.
           MOVE ALL '-' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 0 TO WS-PAY-SEQ.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-PAYEE(WS-HELD-IDX) > 0
                       AND WS-HELD-PAYEE(WS-HELD-IDX) < 99 THEN
                   PERFORM WRITE-REGISTER-PAYMENT
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-PAY-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Batch total, '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' payment(s)'         DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           MOVE WS-TOTAL-DISPLAY TO REGISTER-LINE(83:12).
           WRITE REGISTER-LINE.
           IF WS-UNPAID-COUNT > 0 THEN
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE 'Due but not in the batch:' TO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   IF WS-HELD-PAYEE(WS-HELD-IDX) = 99 THEN
                       PERFORM WRITE-REGISTER-UNPAID
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Approved for payment: ____________________  Date: __'
                  '________'
                  DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           EXIT PARAGRAPH.

       WRITE-REGISTER-PAYMENT.
           ADD 1 TO WS-PAY-SEQ.
           SET WS-PAYEE-IDX TO WS-HELD-PAYEE(WS-HELD-IDX).
           PERFORM SET-PAYMENT-MESSAGE.
           COMPUTE WS-PAY-AMOUNT = 0 - WS-HELD-AMOUNT(WS-HELD-IDX)
           END-COMPUTE.
           MOVE WS-PAY-AMOUNT TO WS-MONEY-DISPLAY.
           MOVE WS-PAY-SEQ TO WS-SEQ-DISPLAY.
           MOVE WS-HELD-LINE-NO(WS-HELD-IDX) TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           MOVE WS-SEQ-DISPLAY TO REGISTER-LINE(1:4).
           MOVE WS-LINE-NO-DISPLAY TO REGISTER-LINE(5:6).
           MOVE WS-HELD-DATE(WS-HELD-IDX) TO REGISTER-LINE(12:8).
           MOVE WS-PAYEE-NAME(WS-PAYEE-IDX) TO REGISTER-LINE(21:30).
           MOVE WS-PAYEE-ACCOUNT(WS-PAYEE-IDX)
               TO REGISTER-LINE(52:34).
           MOVE WS-MONEY-DISPLAY TO REGISTER-LINE(85:10).
           MOVE WS-HELD-CURRENCY(WS-HELD-IDX) TO REGISTER-LINE(96:3).
           MOVE WS-MESSAGE TO REGISTER-LINE(100:33).
           WRITE REGISTER-LINE.
           EXIT PARAGRAPH.

       WRITE-REGISTER-UNPAID.
           MOVE WS-HELD-LINE-NO(WS-HELD-IDX) TO WS-LINE-NO-DISPLAY.
           COMPUTE WS-PAY-AMOUNT = 0 - WS-HELD-AMOUNT(WS-HELD-IDX)
           END-COMPUTE.
           MOVE WS-PAY-AMOUNT TO WS-MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           MOVE WS-LINE-NO-DISPLAY TO REGISTER-LINE(5:6).
           MOVE WS-HELD-DATE(WS-HELD-IDX) TO REGISTER-LINE(12:8).
           MOVE WS-HELD-COMMENT(WS-HELD-IDX) TO REGISTER-LINE(21:30).
           IF WS-HELD-IS-TOO-WIDE(WS-HELD-IDX) THEN
               MOVE '(split too wide to post)'
                   TO REGISTER-LINE(52:30)
           ELSE
               MOVE '(no payee details)' TO REGISTER-LINE(52:30)
           END-IF.
           MOVE WS-MONEY-DISPLAY TO REGISTER-LINE(85:10).
           MOVE WS-HELD-CURRENCY(WS-HELD-IDX) TO REGISTER-LINE(96:3).
           WRITE REGISTER-LINE.
           EXIT PARAGRAPH.

      ******************************************************************
      * CONFIRM: the batch as proposed, against the ledger as it is.
      ******************************************************************
       CONFIRM-BATCH.
           IF WS-ALREADY-POSTED THEN
               DISPLAY 'Batch ' WS-BATCH-REF ' is already posted to '
                       FUNCTION TRIM(WS-LEDGER-NAME) '.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BATCH-HELD-SWITCH.
           MOVE 0 TO WS-PAY-TOTAL WS-LARGEST-PAYMENT.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM VERIFY-BATCH-ITEM
           END-PERFORM.
           IF WS-BATCH-HELD THEN
               DISPLAY 'The ledger has changed since batch '
                       WS-BATCH-REF ' was proposed - nothing was'
                       ' posted.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TEST-OPERATOR-LIMIT.
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY 'Post batch ' WS-BATCH-REF ', '
                   FUNCTION TRIM(WS-COUNT-DISPLAY) ' payment(s) of '
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) ' paid on '
                   WS-PAY-DATE ', to '
                   FUNCTION TRIM(WS-LEDGER-NAME) '? (Y/N): '
                   WITH NO ADVANCING.
           PERFORM ASK-CONFIRMATION.
           PERFORM OPEN-POSTING.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF NOT WS-HELD-IS-VOIDED(WS-HELD-IDX) THEN
                   PERFORM APPEND-HELD-REVERSAL
                   PERFORM APPEND-PAID-ENTRY
               END-IF
           END-PERFORM.
           PERFORM CLOSE-POSTING.
           MOVE 'CONFIRMED' TO WS-MESSAGE.
           MOVE WS-ITEM-COUNT TO WS-PAY-COUNT.
           PERFORM WRITE-LOG-LINE.
           DISPLAY 'Batch ' WS-BATCH-REF ' posted: '
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' P line(s) reversed and entered as paid.'.
           EXIT PARAGRAPH.

      *                                Each payment's P line must
      *                                still be there, live, and for
      *                                the amount the bank was given.
       VERIFY-BATCH-ITEM.
           MOVE 'N' TO WS-ITEM-HIT-SWITCH.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT OR WS-ITEM-HIT
               IF WS-HELD-LINE-NO(WS-HELD-IDX)
                       = WS-ITEM-LINE-NO(WS-ITEM-IDX) THEN
                   SET WS-ITEM-HIT TO TRUE
               END-IF
           END-PERFORM.
           MOVE WS-ITEM-LINE-NO(WS-ITEM-IDX) TO WS-LINE-NO-DISPLAY.
           IF NOT WS-ITEM-HIT THEN
               SET WS-BATCH-HELD TO TRUE
               DISPLAY '  line ' WS-LINE-NO-DISPLAY
                       ' is no longer a P line.'
               EXIT PARAGRAPH
           END-IF.
           SET WS-HELD-IDX DOWN BY 1.
           EVALUATE TRUE
               WHEN WS-HELD-IS-VOIDED(WS-HELD-IDX)
                   SET WS-BATCH-HELD TO TRUE
                   DISPLAY '  line ' WS-LINE-NO-DISPLAY
                           ' has been voided or paid since.'
               WHEN WS-HELD-AMOUNT(WS-HELD-IDX)
                       NOT = WS-ITEM-AMOUNT(WS-ITEM-IDX)
                   SET WS-BATCH-HELD TO TRUE
                   DISPLAY '  line ' WS-LINE-NO-DISPLAY
                           ' no longer holds the amount proposed.'
               WHEN WS-HELD-IS-TOO-WIDE(WS-HELD-IDX)
                   SET WS-BATCH-HELD TO TRUE
                   DISPLAY '  line ' WS-LINE-NO-DISPLAY
                           ' is a split too wide to post.'
               WHEN OTHER
                   COMPUTE WS-PAY-AMOUNT
                         = 0 - WS-HELD-AMOUNT(WS-HELD-IDX)
                   END-COMPUTE
                   ADD WS-PAY-AMOUNT TO WS-PAY-TOTAL
                   IF WS-PAY-AMOUNT > WS-LARGEST-PAYMENT THEN
                       MOVE WS-PAY-AMOUNT TO WS-LARGEST-PAYMENT
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                A payment run is no way round
      *                                the single-entry limit: a
      *                                batch holding a larger payment
      *                                waits for an operator whose
      *                                limit covers it.
       TEST-OPERATOR-LIMIT.
           IF NOT WS-SIGNED-ON OR NOT SO-HAS-LIMIT THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LARGEST-PAYMENT > SO-ENTRY-LIMIT THEN
               MOVE SO-ENTRY-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY 'The batch holds a payment over your'
                       ' single-entry limit of '
                       FUNCTION TRIM(WS-LIMIT-DISPLAY)
                       ' - nothing was posted.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 120 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       ASK-CONFIRMATION.
           MOVE SPACE TO WS-CONFIRM-ANSWER.
           ACCEPT WS-CONFIRM-ANSWER.
           IF FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER) NOT = 'Y' THEN
               DISPLAY 'Nothing was posted.'
               PERFORM RELEASE-LEDGER-LOCK
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

      ******************************************************************
      * BACKOUT: reverse everything the batch posted.
      ******************************************************************
       BACKOUT-BATCH.
           IF NOT WS-ALREADY-POSTED THEN
               DISPLAY 'Batch ' WS-BATCH-REF ' was never posted to '
                       FUNCTION TRIM(WS-LEDGER-NAME) '.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BATCH-HELD-SWITCH.
           MOVE 0 TO WS-LIVE-ENTRY-COUNT WS-PAY-TOTAL.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               PERFORM NOTE-BACKOUT-LINE
           END-PERFORM.
           IF WS-LIVE-ENTRY-COUNT = 0 THEN
               DISPLAY 'Batch ' WS-BATCH-REF ' is already backed out.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-FOUND(WS-ITEM-IDX) NOT = 'Y' THEN
                   SET WS-BATCH-HELD TO TRUE
                   MOVE WS-ITEM-LINE-NO(WS-ITEM-IDX)
                       TO WS-LINE-NO-DISPLAY
                   DISPLAY '  the reversal of line '
                           WS-LINE-NO-DISPLAY
                           ' is no longer live.'
               END-IF
           END-PERFORM.
           IF WS-LIVE-ENTRY-COUNT NOT = WS-ITEM-COUNT THEN
               SET WS-BATCH-HELD TO TRUE
               MOVE WS-LIVE-ENTRY-COUNT TO WS-COUNT-DISPLAY
               DISPLAY '  ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' of the batch''s entries are still live.'
           END-IF.
           IF WS-BATCH-HELD THEN
               DISPLAY 'Part of batch ' WS-BATCH-REF ' has been'
                       ' reversed by hand - it cannot be backed out'
                       ' as a unit.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY 'Back out batch ' WS-BATCH-REF ', '
                   FUNCTION TRIM(WS-COUNT-DISPLAY) ' payment(s) of '
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) ', from '
                   FUNCTION TRIM(WS-LEDGER-NAME) '? (Y/N): '
                   WITH NO ADVANCING.
           PERFORM ASK-CONFIRMATION.
           PERFORM OPEN-POSTING.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF NOT WS-HELD-IS-VOIDED(WS-HELD-IDX) THEN
                   PERFORM APPEND-HELD-REVERSAL
               END-IF
           END-PERFORM.
           PERFORM CLOSE-POSTING.
           MOVE 'BACKEDOUT' TO WS-MESSAGE.
           MOVE WS-ITEM-COUNT TO WS-PAY-COUNT.
           PERFORM WRITE-LOG-LINE.
           DISPLAY 'Batch ' WS-BATCH-REF ' backed out: its entries'
                   ' are reversed and its P lines due again.'.
           EXIT PARAGRAPH.

      *                                Live entries are counted and
      *                                totalled; a live reversal of
      *                                one of the batch's P lines
      *                                ticks that payment off.
       NOTE-BACKOUT-LINE.
           IF WS-HELD-IS-VOIDED(WS-HELD-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-IS-TOO-WIDE(WS-HELD-IDX) THEN
               SET WS-BATCH-HELD TO TRUE
               MOVE WS-HELD-LINE-NO(WS-HELD-IDX) TO WS-LINE-NO-DISPLAY
               DISPLAY '  line ' WS-LINE-NO-DISPLAY
                       ' is a split too wide to reverse.'
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-MODE(WS-HELD-IDX) = 'A' THEN
               ADD 1 TO WS-LIVE-ENTRY-COUNT
               SUBTRACT WS-HELD-AMOUNT(WS-HELD-IDX) FROM WS-PAY-TOTAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-LINE-NO(WS-ITEM-IDX)
                       = WS-HELD-TARGET(WS-HELD-IDX) THEN
                   MOVE 'Y' TO WS-ITEM-FOUND(WS-ITEM-IDX)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      ******************************************************************
      * Posting: sealed, backed-up appends in the ledger's own layout.
      ******************************************************************
      *                                The ledger as it stood goes to
      *                                DATA/BACKUP first, so the whole
      *                                posting can be undone with
      *                                BUDGET-RESTORE; no generation,
      *                                no posting.
       OPEN-POSTING.
           MOVE 'B' TO BK-OP.
           MOVE 'BUDGET-PAYRUN' TO BK-PROGRAM.
           MOVE WS-LEDGER-NAME TO BK-LEDGER-NAME.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           EVALUATE BK-STATUS
               WHEN '0'
                   DISPLAY 'Backed up as '
                           FUNCTION TRIM(BK-THIS-FILE) '.'
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'No backup generation of '
                           FUNCTION TRIM(WS-LEDGER-NAME)
                           ' could be taken: '
                           FUNCTION TRIM(BK-ERROR-TEXT)
                   DISPLAY 'Nothing was posted.'
                   PERFORM RELEASE-LEDGER-LOCK
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           MOVE 'N' TO WS-SEAL-BROKEN-SWITCH.
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-PAYRUN' TO SL-PROGRAM.
           MOVE WS-LEDGER-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS = 'M' THEN
               SET WS-SEAL-BROKEN TO TRUE
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-LEDGER-NAME)
                       ' already disagrees with its control record'
                       ' - the seal is left as it was.'
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POSTED-AT.
           IF WS-LEDGER-FORMAT = 'C' THEN
               OPEN EXTEND BUDGET-FILE-CSV
               MOVE WS-CSV-STATUS TO WS-BATCH-STATUS
           ELSE
               OPEN EXTEND BUDGET-FILE-FIXED
               MOVE WS-FIXED-STATUS TO WS-BATCH-STATUS
           END-IF.
           IF WS-BATCH-STATUS NOT = '00' THEN
               DISPLAY 'Cannot append to '
                       FUNCTION TRIM(WS-LEDGER-NAME)
                       ', file status ' WS-BATCH-STATUS '.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       CLOSE-POSTING.
           IF WS-LEDGER-FORMAT = 'C' THEN
               CLOSE BUDGET-FILE-CSV
           ELSE
               CLOSE BUDGET-FILE-FIXED
           END-IF.
           IF NOT WS-SEAL-BROKEN THEN
               MOVE 'W' TO SL-OP
               CALL 'LEDGER-SEAL' USING SL-REQUEST
               IF SL-STATUS NOT = '0' THEN
                   DISPLAY 'WARNING: control record not written: '
                           FUNCTION TRIM(SL-ERROR-TEXT)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                The reversal mirrors the held
      *                                line exactly - mode, repeat,
      *                                currency, category, share and
      *                                portions, amounts negated -
      *                                the way BUDGET-MAINTAIN voids,
      *                                and carries the held line's
      *                                date, so a foreign line
      *                                reverses at the rate it was
      *                                folded at.
       APPEND-HELD-REVERSAL.
           COMPUTE WS-OUT-AMOUNT = 0 - WS-HELD-AMOUNT(WS-HELD-IDX)
           END-COMPUTE.
           MOVE WS-HELD-MODE(WS-HELD-IDX) TO WS-OUT-MODE.
           MOVE WS-HELD-REPEAT(WS-HELD-IDX) TO WS-OUT-REPEAT.
           MOVE WS-HELD-CURRENCY(WS-HELD-IDX) TO WS-OUT-CURRENCY.
           MOVE WS-HELD-CATEGORY(WS-HELD-IDX) TO WS-OUT-CATEGORY.
           MOVE WS-HELD-SHARE(WS-HELD-IDX) TO WS-OUT-SHARE.
           MOVE WS-HELD-DATE(WS-HELD-IDX) TO WS-OUT-DATE.
           MOVE WS-HELD-LINE-NO(WS-HELD-IDX) TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO WS-OUT-COMMENT.
           STRING 'REVERSES LINE '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO WS-OUT-COMMENT
           END-STRING.
           MOVE WS-HELD-PORTION-COUNT(WS-HELD-IDX)
               TO WS-OUT-PORTION-COUNT.
           PERFORM VARYING WS-PORTION-IDX FROM 1 BY 1
                   UNTIL WS-PORTION-IDX > WS-OUT-PORTION-COUNT
               COMPUTE WS-OPN-AMOUNT(WS-PORTION-IDX)
                     = 0 - WS-HPN-AMOUNT(WS-HELD-IDX, WS-PORTION-IDX)
               END-COMPUTE
               MOVE WS-HPN-CATEGORY(WS-HELD-IDX, WS-PORTION-IDX)
                   TO WS-OPN-CATEGORY(WS-PORTION-IDX)
               MOVE WS-OUT-COMMENT TO WS-OPN-COMMENT(WS-PORTION-IDX)
               MOVE WS-HPN-SHARE(WS-HELD-IDX, WS-PORTION-IDX)
                   TO WS-OPN-SHARE(WS-PORTION-IDX)
           END-PERFORM.
           PERFORM WRITE-OUT-LINE.
           EXIT PARAGRAPH.

      *                                The paid bill as a committed
      *                                entry: the P line's figures,
      *                                dated the execution date, its
      *                                comment carrying the batch.
       APPEND-PAID-ENTRY.
           MOVE WS-HELD-AMOUNT(WS-HELD-IDX) TO WS-OUT-AMOUNT.
           MOVE 'A' TO WS-OUT-MODE.
           MOVE 0 TO WS-OUT-REPEAT.
           MOVE WS-HELD-CURRENCY(WS-HELD-IDX) TO WS-OUT-CURRENCY.
           MOVE WS-HELD-CATEGORY(WS-HELD-IDX) TO WS-OUT-CATEGORY.
           MOVE WS-HELD-SHARE(WS-HELD-IDX) TO WS-OUT-SHARE.
           MOVE WS-PAY-DATE TO WS-OUT-DATE.
           MOVE SPACES TO WS-OUT-COMMENT.
           STRING 'PAY '                DELIMITED BY SIZE
                  WS-BATCH-REF          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HELD-COMMENT(WS-HELD-IDX))
                                        DELIMITED BY SIZE
                  INTO WS-OUT-COMMENT
           END-STRING.
           MOVE WS-HELD-PORTION-COUNT(WS-HELD-IDX)
               TO WS-OUT-PORTION-COUNT.
           PERFORM VARYING WS-PORTION-IDX FROM 1 BY 1
                   UNTIL WS-PORTION-IDX > WS-OUT-PORTION-COUNT
               MOVE WS-HPN-AMOUNT(WS-HELD-IDX, WS-PORTION-IDX)
                   TO WS-OPN-AMOUNT(WS-PORTION-IDX)
               MOVE WS-HPN-CATEGORY(WS-HELD-IDX, WS-PORTION-IDX)
                   TO WS-OPN-CATEGORY(WS-PORTION-IDX)
               MOVE WS-HPN-COMMENT(WS-HELD-IDX, WS-PORTION-IDX)
                   TO WS-OPN-COMMENT(WS-PORTION-IDX)
               MOVE WS-HPN-SHARE(WS-HELD-IDX, WS-PORTION-IDX)
                   TO WS-OPN-SHARE(WS-PORTION-IDX)
           END-PERFORM.
           PERFORM WRITE-OUT-LINE.
           EXIT PARAGRAPH.

       WRITE-OUT-LINE.
           IF WS-LEDGER-FORMAT = 'C' THEN
               PERFORM WRITE-CSV-OUT-LINE
           ELSE
               PERFORM WRITE-FIXED-OUT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *                                Same shape BUDGET-MAINTAIN
      *                                writes: the operator and share
      *                                columns only when they say
      *                                something.
       WRITE-FIXED-OUT-LINE.
           IF LEDGER-V2 THEN
               PERFORM WRITE-FIXED-V2-OUT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FIXED-BUDGET-RECORD.
           MOVE WS-OUT-AMOUNT TO CHANGE OF FIXED-BUDGET-RECORD.
           MOVE WS-OUT-MODE TO RECORD-MODE OF FIXED-BUDGET-RECORD.
           MOVE WS-OUT-COMMENT TO COMMENT OF FIXED-BUDGET-RECORD.
           MOVE WS-OUT-REPEAT TO REPEAT-COUNT OF FIXED-BUDGET-RECORD.
           MOVE WS-OUT-CURRENCY
               TO CURRENCY-CODE OF FIXED-BUDGET-RECORD.
           MOVE WS-OUT-DATE TO TRANS-DATE OF FIXED-BUDGET-RECORD.
           MOVE 53 TO WS-FIXED-RECORD-LENGTH.
           IF WS-OPERATOR-ID NOT = SPACES THEN
               MOVE WS-OPERATOR-ID TO KEYED-BY OF FIXED-BUDGET-RECORD
               MOVE 61 TO WS-FIXED-RECORD-LENGTH
           END-IF.
           IF WS-OUT-SHARE NOT = SPACES THEN
               MOVE WS-OUT-SHARE TO SHARE-SPEC OF FIXED-BUDGET-RECORD
               MOVE 99 TO WS-FIXED-RECORD-LENGTH
           END-IF.
           WRITE FIXED-BUDGET-RECORD.
           EXIT PARAGRAPH.

      *                                The version 2 layout keeps the
      *                                category and the portions too,
      *                                each portion an 'S' record
      *                                straight after its parent.
       WRITE-FIXED-V2-OUT-LINE.
           MOVE SPACES TO FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-AMOUNT TO CHANGE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-MODE TO RECORD-MODE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-COMMENT TO COMMENT OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-REPEAT
               TO REPEAT-COUNT OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-CURRENCY
               TO CURRENCY-CODE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-DATE TO TRANS-DATE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-CATEGORY TO CATEGORY OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OPERATOR-ID TO KEYED-BY OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-OUT-SHARE TO SHARE-SPEC OF FIXED-BUDGET-RECORD-V2.
           MOVE 129 TO WS-FIXED-RECORD-LENGTH.
           WRITE FIXED-BUDGET-RECORD-V2.
           PERFORM VARYING WS-PORTION-IDX FROM 1 BY 1
                   UNTIL WS-PORTION-IDX > WS-OUT-PORTION-COUNT
               MOVE SPACES TO FIXED-BUDGET-RECORD-V2
               MOVE WS-OPN-AMOUNT(WS-PORTION-IDX)
                   TO CHANGE OF FIXED-BUDGET-RECORD-V2
               SET REC-PORTION OF FIXED-BUDGET-RECORD-V2 TO TRUE
               MOVE WS-OPN-COMMENT(WS-PORTION-IDX)
                   TO COMMENT OF FIXED-BUDGET-RECORD-V2
               MOVE WS-OPN-CATEGORY(WS-PORTION-IDX)
                   TO CATEGORY OF FIXED-BUDGET-RECORD-V2
               MOVE WS-OPN-SHARE(WS-PORTION-IDX)
                   TO SHARE-SPEC OF FIXED-BUDGET-RECORD-V2
               WRITE FIXED-BUDGET-RECORD-V2
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-CSV-OUT-LINE.
           MOVE WS-OUT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CSV-LINE.
           STRING FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-COMMENT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-CATEGORY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-CURRENCY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-OUT-DATE           DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           EVALUATE WS-OUT-MODE
               WHEN 'P'
                   STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                          ';P'          DELIMITED BY SIZE
                          INTO CSV-LINE
                   END-STRING
               WHEN 'R'
                   MOVE WS-OUT-REPEAT TO WS-REPEAT-DISPLAY
                   STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                          ';R;'         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REPEAT-DISPLAY)
                                        DELIMITED BY SIZE
                          INTO CSV-LINE
                   END-STRING
           END-EVALUATE.
           IF WS-OPERATOR-ID NOT = SPACES THEN
               PERFORM ADD-OPERATOR-COLUMN
           END-IF.
           IF WS-OUT-SHARE NOT = SPACES THEN
               PERFORM ADD-SHARE-COLUMN
           END-IF.
           WRITE CSV-BUDGET-RECORD.
           PERFORM VARYING WS-PORTION-IDX FROM 1 BY 1
                   UNTIL WS-PORTION-IDX > WS-OUT-PORTION-COUNT
               MOVE WS-OPN-AMOUNT(WS-PORTION-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO CSV-LINE
               STRING '>'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPN-COMMENT(WS-PORTION-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPN-CATEGORY(WS-PORTION-IDX))
                                        DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
               IF WS-OPN-SHARE(WS-PORTION-IDX) NOT = SPACES THEN
                   STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                          ';'           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPN-SHARE(WS-PORTION-IDX))
                                        DELIMITED BY SIZE
                          INTO CSV-LINE
                   END-STRING
               END-IF
               WRITE CSV-BUDGET-RECORD
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                The posting operator is the
      *                                8th column, the mode and
      *                                repeat columns padded out
      *                                empty first.
       ADD-OPERATOR-COLUMN.
           MOVE 0 TO WS-SEMICOLON-COUNT.
           INSPECT CSV-LINE TALLYING WS-SEMICOLON-COUNT FOR ALL ';'.
           PERFORM UNTIL WS-SEMICOLON-COUNT >= 6
               STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
               ADD 1 TO WS-SEMICOLON-COUNT
           END-PERFORM.
           STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)
                                        DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *                                The share marker is the 10th
      *                                column.
       ADD-SHARE-COLUMN.
           MOVE 0 TO WS-SEMICOLON-COUNT.
           INSPECT CSV-LINE TALLYING WS-SEMICOLON-COUNT FOR ALL ';'.
           PERFORM UNTIL WS-SEMICOLON-COUNT >= 8
               STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
               ADD 1 TO WS-SEMICOLON-COUNT
           END-PERFORM.
           STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-SHARE)
                                        DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *                                REF;EVENT;LEDGER;COUNT;TOTAL;
      *                                OPERATOR;AT - a log that will
      *                                not open costs a warning, not
      *                                the posting.
       WRITE-LOG-LINE.
           OPEN EXTEND PAYRUN-LOG.
           IF WS-LOG-STATUS = '35' THEN
               OPEN OUTPUT PAYRUN-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00' THEN
               DISPLAY 'WARNING: DATA/PAYRUN.LOG not written, file'
                       ' status ' WS-LOG-STATUS '.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAY-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LOG-LINE.
           STRING WS-BATCH-REF          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESSAGE)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEDGER-NAME)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14)
                                        DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
           CLOSE PAYRUN-LOG.
           EXIT PARAGRAPH.

       REPORT-BAD-LINE.
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           DISPLAY 'WARNING: ' FUNCTION TRIM(WS-LEDGER-NAME)
                   ' line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                   ' unreadable: ' FUNCTION TRIM(LR-ERROR-TEXT).
           EXIT PARAGRAPH.
