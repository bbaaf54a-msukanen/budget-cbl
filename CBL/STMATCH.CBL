      * bank statement, so a mismatch points at the guilty line
      * instead of just a delta:
      *
      *   budget-stmatch <ledger> <statement> [PROFILE <bank>]
      *
      * The statement is 'DATE;AMOUNT;DESCRIPTION' lines, date
      * YYYYMMDD, amounts at face value in the bank's own currency.
      * 'PROFILE <bank>' reads the bank's raw download instead,
      * laid out as its line on DATA/BANKS.CSV says (see
      * LOAD-STATEMENT-PROFILE): delimiter, header lines to skip,
      * date/amount/description column positions (or separate
      * debit and credit columns), date format, decimal separator
      * and sign convention.  Either way, every statement line that
      * cannot be read is listed with its line number and the
      * reason, and holds the file for review (RETURN-CODE 2).
      * The ledger may be either format (read via LEDGER-READER);
      * only its committed lines take part - the opening balance and
      * P/R projections are not cash movements a bank would show.
      * category comes from DATA/CATRULES.CSV ('PATTERN;CATEGORY'
      * lines: the first rule whose pattern appears in the
      * description wins, case-blind); a line no rule claims lands
      * in the REVIEW category rather than being dropped.  The
      * original fixed layout has no category column, so imports
      * into it carry the money line only, with a note; a version 2
      * fixed ledger (see LEDGFIX2) takes the category and the wider
      * amounts like a CSV one.  In IMPORT mode only the
      * ledger-only strays still raise RETURN-CODE 2 - the posted
      * lines are no longer strays.  An import is a sealed write:
      * the ledger's control record (see LEDGER-SEAL) is checked
      * before the batch goes on and rewritten after it, unless
      * the ledger already disagreed with it.  The ledger as it
      * stood is first saved as a backup generation (see
      * LEDGER-BACKUP), so a batch posted with the wrong rules file
      * is undone with BUDGET-RESTORE; when no generation can be
      * taken nothing is imported and RETURN-CODE is 12.
      *
      * A confirmed payment run (see BUDGET-PAYRUN) posts committed
      * 'PAY <batch> ' entries that match like any other line.  A
      * batch the bank rejected and that was backed out never moved
      * any money, so its entries and their reversals are left out
      * of the match and only counted.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                                                  WS-STATEMENT-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-STMT-STATUS.
      *    Bank statement layouts, one profile per line (see
      *    LOAD-STATEMENT-PROFILE).  Only read when a PROFILE token
      *    asks for one.
           SELECT BANKS-FILE           ASSIGN TO "DATA/BANKS.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-BANKS-STATUS.
      *    Description-pattern to category-code rules for IMPORT
      *    mode (see LOAD-CATEGORY-RULES).  Optional - with no rules
      *    everything imported lands in REVIEW.
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
      *    Wide enough for a bank's raw download line.
       01  STATEMENT-LINE              PIC X(200).
       FD  BANKS-FILE.
       01  BANKS-LINE                  PIC X(100).
       FD  RULES-FILE.
       01  RULES-LINE                  PIC X(50).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       FD  BUDGET-FILE-FIXED
           RECORD IS VARYING IN SIZE
           FROM 9 TO 129 CHARACTERS
           DEPENDING ON WS-FIXED-RECORD-LENGTH.
       01  FIXED-BUDGET-RECORD.
           05  CHANGE                  PIC -(5)9.99.
           05  REPEAT-COUNT            PIC 99.
           05  CURRENCY-CODE           PIC XXX.
           05  TRANS-DATE              PIC X(8).
       01  FIXED-BUDGET-RECORD-V2.
           COPY LEDGFIX2.
       FD  BUDGET-FILE-CSV.
       01  CSV-BUDGET-RECORD.
           COPY CSVLINE.
       01  WS-LEDGER-NAME              PIC X(80).
       01  WS-PARM-RAW                 PIC X(200).
      *    Switch tokens after the two file names, in any order:
      *    'IMPORT', 'WAIT', 'WINDOW <days>', 'TOL <amount>',
      *    'PROFILE <bank>' (see DETERMINE-FILES).
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN           OCCURS 7 TIMES PIC X(40).
       01  WS-PARM-TOKEN-COUNT         PIC 9 VALUE 0.
       01  WS-PARM-IDX                 PIC 9 VALUE 0.
      *    The statement layout.  With no PROFILE token it describes
      *    the native 'DATE;AMOUNT;DESCRIPTION' shape, which is read
      *    the way it always was (see LOAD-ONE-STATEMENT-LINE).
       01  WS-BANKS-STATUS             PIC XX VALUE '00'.
       01  WS-PROFILE-SWITCH           PIC X VALUE 'N'.
           88  PROFILE-MODE            VALUE 'Y'.
       01  WS-PROFILE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  WS-PROFILE-FOUND        VALUE 'Y'.
       01  WS-PROFILE.
           05  WS-PROF-NAME            PIC X(10) VALUE SPACES.
           05  WS-PROF-DELIM           PIC X VALUE ';'.
           05  WS-PROF-SKIP            PIC 99 VALUE 0.
           05  WS-PROF-DATE-COL        PIC 99 VALUE 1.
           05  WS-PROF-AMOUNT-COL      PIC 99 VALUE 2.
           05  WS-PROF-DEBIT-COL       PIC 99 VALUE 0.
           05  WS-PROF-CREDIT-COL      PIC 99 VALUE 0.
           05  WS-PROF-DESC-COL        PIC 99 VALUE 3.
           05  WS-PROF-DATE-FMT        PIC X(10) VALUE 'YYYYMMDD'.
           05  WS-PROF-DECIMAL         PIC X VALUE '.'.
           05  WS-PROF-SIGN            PIC X(8) VALUE 'SIGNED'.
      *        Where the year, month and day sit inside a date laid
      *        out as WS-PROF-DATE-FMT (see SET-DATE-POSITIONS).
           05  WS-PROF-YEAR-POS        PIC 99 VALUE 1.
           05  WS-PROF-MONTH-POS       PIC 99 VALUE 5.
           05  WS-PROF-DAY-POS         PIC 99 VALUE 7.
      *    One DATA/BANKS.CSV line as it stands, column by column.
       01  WS-BANKS-IN.
           05  WS-BANKS-IN-NAME        PIC X(10).
           05  WS-BANKS-IN-DELIM       PIC X(05).
           05  WS-BANKS-IN-SKIP        PIC X(03).
           05  WS-BANKS-IN-DATE-COL    PIC X(03).
           05  WS-BANKS-IN-AMOUNT-COL  PIC X(03).
           05  WS-BANKS-IN-DEBIT-COL   PIC X(03).
           05  WS-BANKS-IN-CREDIT-COL  PIC X(03).
           05  WS-BANKS-IN-DESC-COL    PIC X(03).
           05  WS-BANKS-IN-DATE-FMT    PIC X(10).
           05  WS-BANKS-IN-DECIMAL     PIC X(05).
           05  WS-BANKS-IN-SIGN        PIC X(08).
       01  WS-PROFILE-REQUESTED        PIC X(10) VALUE SPACES.
       01  WS-FMT-COUNT                PIC 99 VALUE 0.
      *    A raw download line split on the profile's delimiter.
       77  WS-COLUMN-TABLE-SIZE        PIC 99 VALUE 12.
       01  WS-STMT-COLUMNS.
           05  WS-STMT-COLUMN          OCCURS 12 TIMES PIC X(40).
       01  WS-COLUMN-IDX               PIC 99 VALUE 0.
       01  WS-COLUMN-LEN               PIC 99 VALUE 0.
       01  WS-LINE-CHAR-IDX            PIC 999 VALUE 0.
       01  WS-IN-QUOTES-SWITCH         PIC X VALUE 'N'.
           88  WS-IN-QUOTES            VALUE 'Y'.
       01  WS-RAW-DATE                 PIC X(12).
       01  WS-RAW-AMOUNT               PIC X(20).
       01  WS-CLEAN-AMOUNT             PIC X(20).
       01  WS-CLEAN-LEN                PIC 99 VALUE 0.
       01  WS-CHAR-IDX                 PIC 99 VALUE 0.
       01  WS-ONE-CHAR                 PIC X.
       01  WS-CONV-DATE                PIC X(8).
       01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE.
           05  WS-CONV-YEAR            PIC 9(4).
           05  WS-CONV-MONTH           PIC 9(2).
           05  WS-CONV-DAY             PIC 9(2).
       01  WS-CONV-AMOUNT              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-STMT-BAD-REASON          PIC X(40).
       01  WS-STMT-BAD-COUNT           PIC 9(3) VALUE 0.
       01  WS-LINE-OK-SWITCH           PIC X VALUE 'N'.
           88  WS-LINE-OK              VALUE 'Y'.
      *    IMPORT mode (see the banner comment above).
       01  WS-IMPORT-SWITCH            PIC X VALUE 'N'.
           88  IMPORT-MODE             VALUE 'Y'.
       01  WS-FIXED-STATUS             PIC XX VALUE '00'.
       01  WS-CSV-STATUS               PIC XX VALUE '00'.
       01  WS-LEDGER-FORMAT            PIC X.
      *    '2' for a version 2 fixed ledger, from LEDGER-READER.
       01  WS-LEDGER-LAYOUT            PIC X.
           88  LEDGER-V2               VALUE '2'.
       01  WS-RULES-STATUS             PIC XX VALUE '00'.
      *    Description-pattern rules, first match wins.
       77  WS-RULE-TABLE-SIZE          PIC 99 VALUE 30.
           88  WS-FIXED-CAT-NOTED      VALUE 'Y'.
      *    Exchange rates, same shape and rules as BUDGET-MAIN's.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
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
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-DELTA-DISPLAY            PIC -(3)9.99.
       01  WS-DAYS-DISPLAY             PIC -(4)9.
      *    Payment-run entries, and the backed-out ones with their
      *    reversals (see NOTE-BACKED-OUT-PAYMENTS).
       77  WS-PAY-TABLE-SIZE           PIC 9(3) VALUE 500.
       01  WS-PAY-TABLE.
           05  WS-PAY-LINE-NO          OCCURS 500 TIMES PIC 9(06).
       01  WS-PAY-COUNT                PIC 9(3) VALUE 0.
       01  WS-PAY-IDX                  PIC 9(3) VALUE 0.
       77  WS-BACKED-OUT-TABLE-SIZE    PIC 9(4) VALUE 1000.
       01  WS-BACKED-OUT-TABLE.
           05  WS-BACKED-OUT-LINE-NO   OCCURS 1000 TIMES PIC 9(06).
       01  WS-BACKED-OUT-COUNT         PIC 9(4) VALUE 0.
       01  WS-BACKED-OUT-IDX           PIC 9(4) VALUE 0.
       01  WS-BACKED-OUT-SKIPPED       PIC 9(4) VALUE 0.
       01  WS-BACKED-OUT-SWITCH        PIC X VALUE 'N'.
           88  WS-BACKED-OUT-LINE      VALUE 'Y'.
       01  WS-COUNT-DISPLAY            PIC ZZZ9.
           COPY LEDGREAD.
      *    Control-total seal around the IMPORT append (see
      *    APPEND-IMPORTED-LINES).
       01  WS-SEAL-BROKEN-SWITCH       PIC X VALUE 'N'.
           88  WS-SEAL-BROKEN          VALUE 'Y'.
           COPY LEDGSEAL.
      *    Backup generation taken before the IMPORT append (see
      *    APPEND-IMPORTED-LINES).
       01  WS-IMPORT-REFUSED-SWITCH    PIC X VALUE 'N'.
           88  WS-IMPORT-REFUSED       VALUE 'Y'.
           COPY LEDGBACK.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
           IF PROFILE-MODE THEN
               PERFORM LOAD-STATEMENT-PROFILE
           END-IF.
           PERFORM ACQUIRE-LEDGER-LOCK.
           IF IMPORT-MODE THEN
               PERFORM LOAD-CATEGORY-RULES
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-STATEMENT.
           PERFORM NOTE-BACKED-OUT-PAYMENTS.
           MOVE 'O' TO LR-OP.
           MOVE WS-LEDGER-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
               GOBACK
           END-IF.
           MOVE LR-FORMAT TO WS-LEDGER-FORMAT.
           MOVE LR-LAYOUT TO WS-LEDGER-LAYOUT.

           DISPLAY 'In ledger but not on statement:'.
           PERFORM UNTIL LR-STATUS = '9'
           IF WS-LEDGER-ONLY-COUNT = 0 THEN
               DISPLAY '  (none)'
           END-IF.
           IF WS-BACKED-OUT-SKIPPED > 0 THEN
               MOVE WS-BACKED-OUT-SKIPPED TO WS-COUNT-DISPLAY
               DISPLAY '  (' FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' backed-out payment-run line(s) left out)'
           END-IF.

           PERFORM LIST-UNMATCHED-STATEMENT.
           PERFORM LIST-MATCHED.
      *    file for review.
           IF WS-LEDGER-ONLY-COUNT > 0
                   OR WS-IMPORT-SKIP-COUNT > 0
                   OR WS-STMT-BAD-COUNT > 0
                   OR (WS-STMT-ONLY-COUNT > 0
                       AND NOT IMPORT-MODE) THEN
               MOVE 2 TO RETURN-CODE
           END-IF.
           IF WS-IMPORT-REFUSED THEN
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

       DETERMINE-FILES.
                    WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                    WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                    WS-PARM-TOKEN(7)
               TALLYING IN WS-PARM-TOKEN-COUNT
           END-UNSTRING.
           IF WS-LEDGER-NAME = SPACES
                   OR WS-STATEMENT-NAME = SPACES THEN
               DISPLAY 'Usage: budget-stmatch <ledger> <statement>'
                       ' [PROFILE <bank>] [IMPORT] [WINDOW <days>]'
                       ' [TOL <amount>]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                   WHEN 'PROFILE'
                       ADD 1 TO WS-PARM-IDX
                       IF WS-PARM-TOKEN(WS-PARM-IDX) = SPACES THEN
                           DISPLAY 'PROFILE wants a bank name.'
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       SET PROFILE-MODE TO TRUE
                       MOVE FUNCTION UPPER-CASE(
                               WS-PARM-TOKEN(WS-PARM-IDX))
                           TO WS-PROFILE-REQUESTED
               END-EVALUATE
               ADD 1 TO WS-PARM-IDX
           END-PERFORM.
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-STMT-LINE-NO-IN
                       IF PROFILE-MODE THEN
                           PERFORM LOAD-ONE-PROFILE-LINE
                       ELSE
                           PERFORM LOAD-ONE-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-STMT-IN-AMOUNT))
                   NOT = 0 THEN
               MOVE 'unparseable amount' TO WS-STMT-BAD-REASON
               PERFORM LIST-UNREADABLE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           MOVE 'N' TO WS-STMT-MATCHED(WS-STMT-COUNT).
           EXIT PARAGRAPH.

      *                                One 'NAME;DELIM;SKIP;DATECOL;
      *                                AMOUNTCOL;DEBITCOL;CREDITCOL;
      *                                DESCCOL;DATEFMT;DECIMAL;SIGN'
      *                                line per bank, e.g.
      *                                'NORDEA;COMMA;2;1;0;4;5;3;
      *                                DD.MM.YYYY;COMMA;SIGNED'.
      *                                DELIM is SEMI, COMMA, TAB, PIPE
      *                                or a single character; columns
      *                                count from 1, an AMOUNTCOL of 0
      *                                means separate DEBITCOL and
      *                                CREDITCOL (debits become
      *                                outgoing whatever their sign);
      *                                DATEFMT places YYYY, MM and DD;
      *                                DECIMAL is POINT or COMMA (the
      *                                other one is taken as a
      *                                thousands separator); SIGN is
      *                                SIGNED, or REVERSED for a bank
      *                                that prints money out as
      *                                positive in its one amount
      *                                column (separate columns carry
      *                                the direction themselves).
      *                                '*' lines are comments.
       LOAD-STATEMENT-PROFILE.
           OPEN INPUT BANKS-FILE.
           IF WS-BANKS-STATUS NOT = '00' THEN
               DISPLAY 'Cannot read DATA/BANKS.CSV, file status '
                       WS-BANKS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-BANKS-STATUS NOT = '00'
                      OR WS-PROFILE-FOUND
               READ BANKS-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-PROFILE-LINE
               END-READ
           END-PERFORM.
           CLOSE BANKS-FILE.
           IF NOT WS-PROFILE-FOUND THEN
               DISPLAY 'No profile ' FUNCTION TRIM(WS-PROFILE-REQUESTED)
                       ' on DATA/BANKS.CSV.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VALIDATE-STATEMENT-PROFILE.
           EXIT PARAGRAPH.

       NOTE-PROFILE-LINE.
           IF BANKS-LINE = SPACES OR BANKS-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BANKS-IN.
           UNSTRING BANKS-LINE
               DELIMITED BY ';'
               INTO WS-BANKS-IN-NAME WS-BANKS-IN-DELIM
                    WS-BANKS-IN-SKIP WS-BANKS-IN-DATE-COL
                    WS-BANKS-IN-AMOUNT-COL WS-BANKS-IN-DEBIT-COL
                    WS-BANKS-IN-CREDIT-COL WS-BANKS-IN-DESC-COL
                    WS-BANKS-IN-DATE-FMT WS-BANKS-IN-DECIMAL
                    WS-BANKS-IN-SIGN
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BANKS-IN-NAME))
                   NOT = WS-PROFILE-REQUESTED THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-PROFILE-FOUND TO TRUE.
           MOVE WS-PROFILE-REQUESTED TO WS-PROF-NAME.
           MOVE FUNCTION UPPER-CASE(WS-BANKS-IN-DELIM)
               TO WS-BANKS-IN-DELIM.
           EVALUATE FUNCTION TRIM(WS-BANKS-IN-DELIM)
               WHEN 'SEMI'  MOVE ';' TO WS-PROF-DELIM
               WHEN 'COMMA' MOVE ',' TO WS-PROF-DELIM
               WHEN 'TAB'   MOVE X'09' TO WS-PROF-DELIM
               WHEN 'PIPE'  MOVE '|' TO WS-PROF-DELIM
               WHEN OTHER   MOVE WS-BANKS-IN-DELIM(1:1)
                                TO WS-PROF-DELIM
           END-EVALUATE.
           MOVE 0 TO WS-PROF-SKIP WS-PROF-DATE-COL WS-PROF-AMOUNT-COL
                     WS-PROF-DEBIT-COL WS-PROF-CREDIT-COL
                     WS-PROF-DESC-COL.
           IF FUNCTION TEST-NUMVAL(WS-BANKS-IN-SKIP) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-BANKS-IN-SKIP) TO WS-PROF-SKIP
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-BANKS-IN-DATE-COL) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-BANKS-IN-DATE-COL)
                   TO WS-PROF-DATE-COL
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-BANKS-IN-AMOUNT-COL) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-BANKS-IN-AMOUNT-COL)
                   TO WS-PROF-AMOUNT-COL
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-BANKS-IN-DEBIT-COL) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-BANKS-IN-DEBIT-COL)
                   TO WS-PROF-DEBIT-COL
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-BANKS-IN-CREDIT-COL) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-BANKS-IN-CREDIT-COL)
                   TO WS-PROF-CREDIT-COL
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-BANKS-IN-DESC-COL) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-BANKS-IN-DESC-COL)
                   TO WS-PROF-DESC-COL
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-BANKS-IN-DATE-FMT)
               TO WS-PROF-DATE-FMT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BANKS-IN-DECIMAL))
                   = 'COMMA' OR WS-BANKS-IN-DECIMAL = ',' THEN
               MOVE ',' TO WS-PROF-DECIMAL
           ELSE
               MOVE '.' TO WS-PROF-DECIMAL
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-BANKS-IN-SIGN) TO WS-PROF-SIGN.
           IF WS-PROF-SIGN = SPACES THEN
               MOVE 'SIGNED' TO WS-PROF-SIGN
           END-IF.
           EXIT PARAGRAPH.

      *                                A profile that cannot describe
      *                                a readable line is refused up
      *                                front, before the ledger is
      *                                locked or touched.
       VALIDATE-STATEMENT-PROFILE.
           IF WS-PROF-DATE-COL = 0
                   OR WS-PROF-DATE-COL > WS-COLUMN-TABLE-SIZE
                   OR WS-PROF-DESC-COL > WS-COLUMN-TABLE-SIZE
                   OR WS-PROF-AMOUNT-COL > WS-COLUMN-TABLE-SIZE
                   OR WS-PROF-DEBIT-COL > WS-COLUMN-TABLE-SIZE
                   OR WS-PROF-CREDIT-COL > WS-COLUMN-TABLE-SIZE
                   OR (WS-PROF-AMOUNT-COL = 0
                       AND (WS-PROF-DEBIT-COL = 0
                            OR WS-PROF-CREDIT-COL = 0)) THEN
               DISPLAY 'Profile ' FUNCTION TRIM(WS-PROF-NAME)
                       ': column positions must be 1 to '
                       WS-COLUMN-TABLE-SIZE ', with an amount column'
                       ' or both a debit and a credit column.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PROF-SIGN NOT = 'SIGNED'
                   AND WS-PROF-SIGN NOT = 'REVERSED' THEN
               DISPLAY 'Profile ' FUNCTION TRIM(WS-PROF-NAME)
                       ': sign convention must be SIGNED or'
                       ' REVERSED.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-DATE-POSITIONS.
           EXIT PARAGRAPH.

      *                                The date format is a picture
      *                                of the bank's date: YYYY, MM
      *                                and DD where the year, month
      *                                and day digits stand, anything
      *                                else a separator, e.g.
      *                                DD.MM.YYYY or YYYY-MM-DD.
       SET-DATE-POSITIONS.
           MOVE 0 TO WS-FMT-COUNT.
           INSPECT WS-PROF-DATE-FMT TALLYING WS-FMT-COUNT
               FOR ALL 'YYYY' ALL 'MM' ALL 'DD'.
           IF WS-FMT-COUNT NOT = 3 THEN
               DISPLAY 'Profile ' FUNCTION TRIM(WS-PROF-NAME)
                       ': date format '
                       FUNCTION TRIM(WS-PROF-DATE-FMT)
                       ' needs one each of YYYY, MM and DD.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FMT-COUNT.
           INSPECT WS-PROF-DATE-FMT TALLYING WS-FMT-COUNT
               FOR CHARACTERS BEFORE INITIAL 'YYYY'.
           COMPUTE WS-PROF-YEAR-POS = WS-FMT-COUNT + 1.
           MOVE 0 TO WS-FMT-COUNT.
           INSPECT WS-PROF-DATE-FMT TALLYING WS-FMT-COUNT
               FOR CHARACTERS BEFORE INITIAL 'MM'.
           COMPUTE WS-PROF-MONTH-POS = WS-FMT-COUNT + 1.
           MOVE 0 TO WS-FMT-COUNT.
           INSPECT WS-PROF-DATE-FMT TALLYING WS-FMT-COUNT
               FOR CHARACTERS BEFORE INITIAL 'DD'.
           COMPUTE WS-PROF-DAY-POS = WS-FMT-COUNT + 1.
           EXIT PARAGRAPH.

      *                                A bank download line: skip the
      *                                profile's header lines, split
      *                                on its delimiter, and turn the
      *                                date and amount columns into
      *                                the YYYYMMDD and signed figure
      *                                the matcher works in.  A line
      *                                that will not convert is
      *                                listed, never dropped quietly.
       LOAD-ONE-PROFILE-LINE.
           IF WS-STMT-LINE-NO-IN <= WS-PROF-SKIP
                   OR STATEMENT-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-STMT-COUNT >= WS-STMT-TABLE-SIZE THEN
               DISPLAY 'Statement has more than ' WS-STMT-TABLE-SIZE
                       ' lines, aborting.'
               MOVE 116 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SPLIT-STATEMENT-LINE.
           PERFORM CONVERT-PROFILE-DATE.
           IF NOT WS-LINE-OK THEN
               PERFORM LIST-UNREADABLE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERT-PROFILE-AMOUNT.
           IF NOT WS-LINE-OK THEN
               PERFORM LIST-UNREADABLE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           MOVE WS-CONV-DATE TO WS-STMT-DATE(WS-STMT-COUNT).
           MOVE WS-CONV-AMOUNT TO WS-STMT-AMOUNT(WS-STMT-COUNT).
           IF WS-PROF-DESC-COL > 0 THEN
               MOVE FUNCTION TRIM(WS-STMT-COLUMN(WS-PROF-DESC-COL))
                   TO WS-STMT-DESC(WS-STMT-COUNT)
           ELSE
               MOVE SPACES TO WS-STMT-DESC(WS-STMT-COUNT)
           END-IF.
           MOVE WS-STMT-LINE-NO-IN TO WS-STMT-LINE-NO(WS-STMT-COUNT).
           MOVE 'N' TO WS-STMT-MATCHED(WS-STMT-COUNT).
           EXIT PARAGRAPH.

      *                                Split on the profile's
      *                                delimiter, except inside double
      *                                quotes, so '"1.800,00"' stays
      *                                one column in a comma file.
      *                                The quotes themselves are
      *                                dropped.
       SPLIT-STATEMENT-LINE.
           MOVE SPACES TO WS-STMT-COLUMNS.
           MOVE 'N' TO WS-IN-QUOTES-SWITCH.
           MOVE 1 TO WS-COLUMN-IDX.
           MOVE 0 TO WS-COLUMN-LEN.
           PERFORM VARYING WS-LINE-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-LINE-CHAR-IDX > 200
               MOVE STATEMENT-LINE(WS-LINE-CHAR-IDX:1) TO WS-ONE-CHAR
               EVALUATE TRUE
                   WHEN WS-ONE-CHAR = QUOTE
                       IF WS-IN-QUOTES THEN
                           MOVE 'N' TO WS-IN-QUOTES-SWITCH
                       ELSE
                           SET WS-IN-QUOTES TO TRUE
                       END-IF
                   WHEN WS-ONE-CHAR = WS-PROF-DELIM
                           AND NOT WS-IN-QUOTES
                       IF WS-COLUMN-IDX >= WS-COLUMN-TABLE-SIZE THEN
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-COLUMN-IDX
                       MOVE 0 TO WS-COLUMN-LEN
                   WHEN WS-COLUMN-LEN < 40
                       ADD 1 TO WS-COLUMN-LEN
                       MOVE WS-ONE-CHAR TO
                           WS-STMT-COLUMN(WS-COLUMN-IDX)
                                         (WS-COLUMN-LEN:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

       CONVERT-PROFILE-DATE.
           MOVE 'N' TO WS-LINE-OK-SWITCH.
           MOVE FUNCTION TRIM(WS-STMT-COLUMN(WS-PROF-DATE-COL))
               TO WS-RAW-DATE.
           IF WS-RAW-DATE = SPACES THEN
               MOVE 'no date in the date column'
                   TO WS-STMT-BAD-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RAW-DATE(WS-PROF-YEAR-POS:4) TO WS-CONV-DATE(1:4).
           MOVE WS-RAW-DATE(WS-PROF-MONTH-POS:2) TO WS-CONV-DATE(5:2).
           MOVE WS-RAW-DATE(WS-PROF-DAY-POS:2) TO WS-CONV-DATE(7:2).
           IF WS-CONV-DATE IS NOT NUMERIC
                   OR WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
                   OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31 THEN
               MOVE SPACES TO WS-STMT-BAD-REASON
               STRING 'date does not fit '  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROF-DATE-FMT)
                                            DELIMITED BY SIZE
                      INTO WS-STMT-BAD-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           SET WS-LINE-OK TO TRUE.
           EXIT PARAGRAPH.

      *                                One signed amount column, or a
      *                                debit and a credit column of
      *                                which one is filled in - a
      *                                debit of zero counts as blank,
      *                                for banks that print '0,00' in
      *                                the unused column.  REVERSED
      *                                only turns a single column.
       CONVERT-PROFILE-AMOUNT.
           MOVE 'N' TO WS-LINE-OK-SWITCH.
           IF WS-PROF-AMOUNT-COL > 0 THEN
               MOVE WS-STMT-COLUMN(WS-PROF-AMOUNT-COL)
                   TO WS-RAW-AMOUNT
               PERFORM CLEAN-RAW-AMOUNT
               IF NOT WS-LINE-OK THEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-PROF-SIGN = 'REVERSED' THEN
                   COMPUTE WS-CONV-AMOUNT = 0 - WS-CONV-AMOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-STMT-COLUMN(WS-PROF-DEBIT-COL) NOT = SPACES THEN
               MOVE WS-STMT-COLUMN(WS-PROF-DEBIT-COL)
                   TO WS-RAW-AMOUNT
               PERFORM CLEAN-RAW-AMOUNT
               IF NOT WS-LINE-OK THEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONV-AMOUNT NOT = 0 THEN
                   COMPUTE WS-CONV-AMOUNT
                         = 0 - FUNCTION ABS(WS-CONV-AMOUNT)
                   END-COMPUTE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-STMT-COLUMN(WS-PROF-CREDIT-COL) = SPACES
                   AND WS-STMT-COLUMN(WS-PROF-DEBIT-COL) NOT = SPACES
                   THEN
      *        A zero debit and nothing else: a zero line.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LINE-OK-SWITCH.
           IF WS-STMT-COLUMN(WS-PROF-CREDIT-COL) = SPACES THEN
               MOVE 'neither a debit nor a credit amount'
                   TO WS-STMT-BAD-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STMT-COLUMN(WS-PROF-CREDIT-COL) TO WS-RAW-AMOUNT.
           PERFORM CLEAN-RAW-AMOUNT.
           IF NOT WS-LINE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CONV-AMOUNT = FUNCTION ABS(WS-CONV-AMOUNT)
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                Drop spaces and the thousands
      *                                separator, make the decimal
      *                                separator a point, then let
      *                                NUMVAL have it.
       CLEAN-RAW-AMOUNT.
           MOVE 'N' TO WS-LINE-OK-SWITCH.
           MOVE SPACES TO WS-CLEAN-AMOUNT.
           MOVE 0 TO WS-CLEAN-LEN.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20
               MOVE WS-RAW-AMOUNT(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               EVALUATE TRUE
                   WHEN WS-ONE-CHAR = SPACE
                       CONTINUE
                   WHEN WS-ONE-CHAR = WS-PROF-DECIMAL
                       ADD 1 TO WS-CLEAN-LEN
                       MOVE '.' TO WS-CLEAN-AMOUNT(WS-CLEAN-LEN:1)
                   WHEN WS-ONE-CHAR = '.' OR WS-ONE-CHAR = ','
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-CLEAN-LEN
                       MOVE WS-ONE-CHAR
                           TO WS-CLEAN-AMOUNT(WS-CLEAN-LEN:1)
               END-EVALUATE
           END-PERFORM.
           IF WS-CLEAN-AMOUNT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-CLEAN-AMOUNT) NOT = 0 THEN
               MOVE 'unparseable amount' TO WS-STMT-BAD-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CONV-AMOUNT
                 = FUNCTION NUMVAL(WS-CLEAN-AMOUNT)
           END-COMPUTE.
           SET WS-LINE-OK TO TRUE.
           EXIT PARAGRAPH.

       LIST-UNREADABLE-STATEMENT-LINE.
           ADD 1 TO WS-STMT-BAD-COUNT.
           MOVE WS-STMT-LINE-NO-IN TO WS-LINE-NO-DISPLAY.
           DISPLAY 'Statement line '
                   FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                   ' not read (' FUNCTION TRIM(WS-STMT-BAD-REASON)
                   '): ' FUNCTION TRIM(STATEMENT-LINE(1:60)).
           EXIT PARAGRAPH.

      *                                Only committed money moves are
      *                                on a bank statement: skip the
      *                                opening balance and the P/R
           IF LR-MODE NOT = 'A' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM TEST-BACKED-OUT-LINE.
           IF WS-BACKED-OUT-LINE THEN
               ADD 1 TO WS-BACKED-OUT-SKIPPED
               EXIT PARAGRAPH
           END-IF.
      *    The bank settled in its own currency: a foreign ledger
      *    line folds through the rates and then matches within the
      *    drift tolerance; a default-currency line stays exact.
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
           EXIT PARAGRAPH.

      *                                A pass ahead of the match
      *                                finds every payment-run entry
      *                                and every committed reversal
      *                                of one: both sides of such a
      *                                pair are a backed-out payment.
      *                                An unreadable ledger is left
      *                                for the match pass to report.
       NOTE-BACKED-OUT-PAYMENTS.
           MOVE 'O' TO LR-OP.
           MOVE WS-LEDGER-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               IF LR-STATUS = '0' AND LR-MODE = 'A' THEN
                   PERFORM NOTE-PAYMENT-LINE
               END-IF
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           EXIT PARAGRAPH.

       NOTE-PAYMENT-LINE.
           IF LR-PAY-REF NOT = SPACES
                   AND WS-PAY-COUNT < WS-PAY-TABLE-SIZE THEN
               ADD 1 TO WS-PAY-COUNT
               MOVE LR-LINE-NO TO WS-PAY-LINE-NO(WS-PAY-COUNT)
               EXIT PARAGRAPH
           END-IF.
           IF LR-REVERSED-LINE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
               IF WS-PAY-LINE-NO(WS-PAY-IDX) = LR-REVERSED-LINE
                       AND WS-BACKED-OUT-COUNT + 2
                           <= WS-BACKED-OUT-TABLE-SIZE THEN
                   ADD 1 TO WS-BACKED-OUT-COUNT
                   MOVE LR-REVERSED-LINE
                       TO WS-BACKED-OUT-LINE-NO(WS-BACKED-OUT-COUNT)
                   ADD 1 TO WS-BACKED-OUT-COUNT
                   MOVE LR-LINE-NO
                       TO WS-BACKED-OUT-LINE-NO(WS-BACKED-OUT-COUNT)
                   MOVE 0 TO WS-PAY-LINE-NO(WS-PAY-IDX)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       TEST-BACKED-OUT-LINE.
           MOVE 'N' TO WS-BACKED-OUT-SWITCH.
           PERFORM VARYING WS-BACKED-OUT-IDX FROM 1 BY 1
                   UNTIL WS-BACKED-OUT-IDX > WS-BACKED-OUT-COUNT
                      OR WS-BACKED-OUT-LINE
               IF WS-BACKED-OUT-LINE-NO(WS-BACKED-OUT-IDX)
                       = LR-LINE-NO THEN
                   SET WS-BACKED-OUT-LINE TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       REPORT-BAD-LEDGER-LINE.
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           DISPLAY '  line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
               DISPLAY 'Nothing to import.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKUP-BEFORE-IMPORT.
           IF WS-IMPORT-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SEAL-BEFORE-IMPORT.
           IF WS-LEDGER-FORMAT = 'C' THEN
               OPEN EXTEND BUDGET-FILE-CSV
               IF WS-CSV-STATUS = '35' THEN
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
           DISPLAY WS-IMPORT-COUNT ' line(s) appended.'.
           IF WS-IMPORT-SKIP-COUNT > 0 THEN
               DISPLAY WS-IMPORT-SKIP-COUNT ' line(s) could not'
           END-IF.
           EXIT PARAGRAPH.

      *                                The whole batch is undone by
      *                                restoring the generation taken
      *                                here, so a batch that cannot
      *                                be undone is not posted.
       BACKUP-BEFORE-IMPORT.
           MOVE 'B' TO BK-OP.
           MOVE 'BUDGET-STMATCH' TO BK-PROGRAM.
           MOVE WS-LEDGER-NAME TO BK-LEDGER-NAME.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           EVALUATE BK-STATUS
               WHEN '0'
                   DISPLAY ' '
                   DISPLAY 'Backed up as '
                           FUNCTION TRIM(BK-THIS-FILE) '.'
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   SET WS-IMPORT-REFUSED TO TRUE
                   DISPLAY ' '
                   DISPLAY 'No backup generation of '
                           FUNCTION TRIM(WS-LEDGER-NAME)
                           ' could be taken: '
                           FUNCTION TRIM(BK-ERROR-TEXT)
                   DISPLAY 'Nothing was imported.'
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                A ledger already out of seal
      *                                still takes the batch, but
      *                                keeps its old control record
      *                                so the earlier edit stays
      *                                visible to BUDGET-MAIN.
       CHECK-SEAL-BEFORE-IMPORT.
           MOVE 'N' TO WS-SEAL-BROKEN-SWITCH.
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-STMATCH' TO SL-PROGRAM.
           MOVE WS-LEDGER-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS = 'M' THEN
               SET WS-SEAL-BROKEN TO TRUE
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-LEDGER-NAME)
                       ' already disagrees with its control record'
                       ' - the seal is left as it was.'
           END-IF.
           EXIT PARAGRAPH.

       APPEND-ONE-IMPORT.
           PERFORM ASSIGN-IMPORT-CATEGORY.
           MOVE WS-STMT-AMOUNT(WS-STMT-IDX) TO WS-AMOUNT-DISPLAY.
           EVALUATE TRUE
               WHEN WS-LEDGER-FORMAT = 'C'
                   MOVE SPACES TO CSV-LINE
                   STRING FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                            DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STMT-DESC(WS-STMT-IDX))
                                            DELIMITED BY SIZE
                          ';'               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IMPORT-CATEGORY)
                                            DELIMITED BY SIZE
                          ';;'              DELIMITED BY SIZE
                          WS-STMT-DATE(WS-STMT-IDX)
                                            DELIMITED BY SIZE
                          INTO CSV-LINE
                   END-STRING
                   WRITE CSV-BUDGET-RECORD
               WHEN LEDGER-V2
                   MOVE SPACES TO FIXED-BUDGET-RECORD-V2
                   MOVE WS-STMT-AMOUNT(WS-STMT-IDX)
                       TO CHANGE OF FIXED-BUDGET-RECORD-V2
                   MOVE 'A' TO RECORD-MODE OF FIXED-BUDGET-RECORD-V2
                   MOVE WS-STMT-DESC(WS-STMT-IDX)
                       TO COMMENT OF FIXED-BUDGET-RECORD-V2
                   MOVE 0 TO REPEAT-COUNT OF FIXED-BUDGET-RECORD-V2
                   MOVE WS-STMT-DATE(WS-STMT-IDX)
                       TO TRANS-DATE OF FIXED-BUDGET-RECORD-V2
                   MOVE WS-IMPORT-CATEGORY
                       TO CATEGORY OF FIXED-BUDGET-RECORD-V2
                   MOVE 129 TO WS-FIXED-RECORD-LENGTH
                   WRITE FIXED-BUDGET-RECORD-V2
               WHEN OTHER
      *            The fixed amount column tops out at 99999.99 and the
      *            layout has no category column; the money line still
      *            travels.
                   IF WS-STMT-AMOUNT(WS-STMT-IDX) > 99999.99
                           OR WS-STMT-AMOUNT(WS-STMT-IDX)
                               < -99999.99 THEN
                       DISPLAY '  ' WS-STMT-DATE(WS-STMT-IDX) ' '
                               WS-AMOUNT-DISPLAY
                               ' skipped: amount does not fit the'
                               ' fixed layout.'
                       ADD 1 TO WS-IMPORT-SKIP-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   IF NOT WS-FIXED-CAT-NOTED THEN
                       SET WS-FIXED-CAT-NOTED TO TRUE
                       DISPLAY '  (the fixed layout has no category'
                               ' column - rule categories not carried)'
                   END-IF
                   MOVE SPACES TO FIXED-BUDGET-RECORD
                   MOVE WS-STMT-AMOUNT(WS-STMT-IDX)
                       TO CHANGE OF FIXED-BUDGET-RECORD
                   MOVE 'A' TO RECORD-MODE OF FIXED-BUDGET-RECORD
                   MOVE WS-STMT-DESC(WS-STMT-IDX)
                       TO COMMENT OF FIXED-BUDGET-RECORD
                   MOVE 0 TO REPEAT-COUNT OF FIXED-BUDGET-RECORD
                   MOVE SPACES
                       TO CURRENCY-CODE OF FIXED-BUDGET-RECORD
                   MOVE WS-STMT-DATE(WS-STMT-IDX)
                       TO TRANS-DATE OF FIXED-BUDGET-RECORD
                   MOVE 53 TO WS-FIXED-RECORD-LENGTH
                   WRITE FIXED-BUDGET-RECORD
           END-EVALUATE.
           ADD 1 TO WS-IMPORT-COUNT.
           DISPLAY '  ' WS-STMT-DATE(WS-STMT-IDX) ' '
                   WS-AMOUNT-DISPLAY ' -> '
