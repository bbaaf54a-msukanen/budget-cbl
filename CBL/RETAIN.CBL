       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-RETAIN.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Retention: every year older than the policy keeps in detail
      * is rolled up into one yearly summary ledger, and the year's
      * .CLOSED archives move out of the way to a purge area, so the
      * cross-archive programs read one ledger per old year instead
      * of twelve.
      *
      *   budget-retain [ACCOUNT <name>] [LIST] [WAIT]
      *
      * The policy is DATA/RETAIN.CSV, one line per account,
      *
      *   ACCOUNT;YEARS[;FORMAT]
      *
      * and optionally a '*;YEARS[;FORMAT]' line for every account
      * without one of its own.  YEARS (0-99) is how many whole
      * years before the current one stay in detail: with 2, in
      * 2026, 2023 and older are rolled up.  FORMAT is CSV or DTA
      * for the summary ledger; blank takes the format of the
      * year's last archive.  An account the policy does not name
      * (and no '*' line) is never rolled up, nor is anything when
      * there is no policy file.
      *
      * The years come from the ledger catalog.  A year is rolled
      * up only when every catalogued period in it is CLOSED; one
      * still OPEN or REOPENED holds the whole year back, with a
      * warning.  Before anything is written, each archive of the
      * year is locked, verified against its seal and read through,
      * and its lines must add up to the closing balance the
      * catalog recorded for it.
      *
      * The summary ledger <account>-<year>.CSV.SUMMARY (or
      * .DTA.SUMMARY, in the version 2 layout), beside the year's
      * last archive, holds the year's opening balance and one
      * committed line per month and category: the month's actual
      * lines folded into the default currency as BUDGET-MAIN folds
      * them, dated the month's last day, with a split's portions
      * counted under their own categories.  P and R lines are
      * projections, not money, and are left out.  The summary is
      * read back and must close at the last archive's closing
      * balance, or it is discarded and the year left alone.  It is
      * then sealed, catalogued as the year's SUMMARY record (the
      * archives' CLOSED records give way to it), and the archives
      * and their seals move to DATA/PURGE.
      *
      * DATA/PURGE/PURGE.LOG records each year rolled up - the
      * summary, its opening and closing balance and the line
      * counts - and each archive moved, with the catalog figures
      * it had.  Those are enough to check a summary against the
      * purged detail, or to put an archive back by hand: move it
      * and its .SEAL back and restore its catalog line
      *   ACCOUNT;PERIOD;CLOSED;FILE;OPENING;CLOSING;CLOSED-AT
      * from the log.
      *
      * LIST only lists the years due and what they would become.
      * WAIT retries a busy archive lock for a while - for batch
      * runs, e.g. a year-end JOBRUN step
      *
      *   4;budget-retain WAIT
      *
      * Return codes: 0 every year due was rolled up (or none was
      * due), 4 a year due was held back (a period not closed, a
      * busy lock, a broken seal, an unreadable line or figures that
      * do not agree), 8 usage, 12 a file could not be read,
      * written or moved.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Retention per account.  Optional - no file means every
      *    archive is kept in detail.
           SELECT POLICY-FILE          ASSIGN TO "DATA/RETAIN.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-POLICY-STATUS.
           SELECT RATES-FILE           ASSIGN TO "DATA/RATES.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RATES-STATUS.
           SELECT SUMMARY-FILE-FIXED   ASSIGN TO DYNAMIC
                                                  WS-SUMMARY-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT SUMMARY-FILE-CSV     ASSIGN TO DYNAMIC
                                                  WS-SUMMARY-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT PURGE-LOG-FILE       ASSIGN TO "DATA/PURGE/PURGE.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-PURGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-LINE                 PIC X(100).
       FD  RATES-FILE.
       01  RATES-LINE                  PIC X(40).
       FD  SUMMARY-FILE-FIXED
           RECORD IS VARYING IN SIZE
           FROM 1 TO 129 CHARACTERS
           DEPENDING ON WS-FIXED-RECORD-LENGTH.
       01  FIXED-BUDGET-RECORD.
           COPY LEDGFIX2.
       01  FIXED-OUTPUT-LINE           PIC X(129).
       FD  SUMMARY-FILE-CSV.
       01  CSV-BUDGET-RECORD.
           COPY CSVLINE.
       FD  PURGE-LOG-FILE.
       01  PURGE-LOG-LINE              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-POLICY-STATUS            PIC XX VALUE '00'.
       01  WS-RATES-STATUS             PIC XX VALUE '00'.
       01  WS-SUMMARY-STATUS           PIC XX VALUE '00'.
       01  WS-PURGE-STATUS             PIC XX VALUE '00'.
       01  WS-FIXED-RECORD-LENGTH      PIC 9(4) COMP.
       01  WS-V2-HEADER-TEXT           PIC X(17)
                                       VALUE '*BUDGET-LEDGER-V2'.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 8 TIMES PIC X(80).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
       01  WS-ACCOUNT                  PIC X(20) VALUE SPACES.
       01  WS-LIST-SWITCH              PIC X VALUE 'N'.
           88  LIST-MODE               VALUE 'Y'.
      *    Today, for the cutoff and the purge log's timestamps.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH-DAY      PIC 9(4).
       01  WS-NOW-TIME                 PIC X(8).
       01  WS-NOW-STAMP                PIC X(15).
      *    DATA/RETAIN.CSV, as loaded.
       77  WS-POLICY-TABLE-SIZE        PIC 99 VALUE 50.
       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY         OCCURS 50 TIMES.
               10  WS-POL-ACCOUNT      PIC X(20).
               10  WS-POL-YEARS        PIC 99.
               10  WS-POL-FORMAT       PIC X(3).
       01  WS-POLICY-COUNT             PIC 99 VALUE 0.
       01  WS-POLICY-IDX               PIC 99 VALUE 0.
       01  WS-STAR-SWITCH              PIC X VALUE 'N'.
           88  WS-HAVE-STAR-POLICY     VALUE 'Y'.
       01  WS-STAR-YEARS               PIC 99 VALUE 0.
       01  WS-STAR-FORMAT              PIC X(3) VALUE SPACES.
       01  WS-POL-IN.
           05  WS-POL-IN-ACCOUNT       PIC X(80).
           05  WS-POL-IN-YEARS         PIC X(10).
           05  WS-POL-IN-FORMAT        PIC X(10).
       01  WS-POL-IN-YEARS-NUM         PIC 9(4) VALUE 0.
      *    The policy applied to the year in hand.
       01  WS-HAVE-POLICY-SWITCH       PIC X VALUE 'N'.
           88  WS-HAVE-POLICY          VALUE 'Y'.
       01  WS-KEEP-YEARS               PIC 99 VALUE 0.
       01  WS-KEEP-FORMAT              PIC X(3) VALUE SPACES.
       01  WS-CUTOFF-YEAR              PIC 9(4) VALUE 0.
      *    The catalogued periods, copied out of the selection: the
      *    catalog calls made while a year is rolled up reuse
      *    CT-REQUEST.
       77  WS-PT-TABLE-SIZE            PIC 9(3) VALUE 200.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY             OCCURS 200 TIMES.
               10  WS-PT-ACCOUNT       PIC X(20).
               10  WS-PT-PERIOD        PIC X(06).
               10  WS-PT-STATUS        PIC X(08).
               10  WS-PT-FILE          PIC X(80).
               10  WS-PT-OPENING       PIC S9(9)V99 USAGE COMP-3.
               10  WS-PT-CLOSING       PIC S9(9)V99 USAGE COMP-3.
               10  WS-PT-CLOSED-AT     PIC X(15).
               10  WS-PT-MOVED-TO      PIC X(80).
               10  WS-PT-ENTRIES       PIC 9(5).
               10  WS-PT-LOCK-SWITCH   PIC X.
                   88  WS-PT-LOCKED    VALUE 'Y'.
       01  WS-PT-COUNT                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-PT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
      *    One account's year: entries WS-GROUP-FIRST to
      *    WS-GROUP-LAST of the period table.
       01  WS-GROUP-FIRST              PIC 9(4) USAGE COMP VALUE 0.
       01  WS-GROUP-LAST               PIC 9(4) USAGE COMP VALUE 0.
      *    The catalog selection stopped short, so the last group
      *    may be only part of its year.
       01  WS-SELECT-CUT-SWITCH        PIC X VALUE 'N'.
           88  WS-SELECT-CUT           VALUE 'Y'.
       01  WS-NEXT-IDX                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-ARCH-IDX                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-GROUP-END-SWITCH         PIC X VALUE 'N'.
           88  WS-GROUP-ENDED          VALUE 'Y'.
       01  WS-YEAR-ACCOUNT             PIC X(20).
       01  WS-YEAR-TEXT                PIC X(4).
       01  WS-YEAR-NUM                 PIC 9(4) VALUE 0.
       01  WS-YEAR-CLOSED-COUNT        PIC 9(4) USAGE COMP VALUE 0.
       01  WS-YEAR-SUMMARY-COUNT       PIC 9(4) USAGE COMP VALUE 0.
       01  WS-YEAR-OTHER-COUNT         PIC 9(4) USAGE COMP VALUE 0.
       01  WS-HOLDING-PERIOD           PIC X(06).
       01  WS-HOLDING-STATUS           PIC X(08).
       01  WS-YEAR-REFUSED-SWITCH      PIC X VALUE 'N'.
           88  WS-YEAR-REFUSED         VALUE 'Y'.
      *    The year's control figures.
       01  WS-YEAR-OPENING             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-YEAR-CLOSING             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-YEAR-ENTRIES             PIC 9(6) VALUE 0.
       01  WS-YEAR-COMMITTED           PIC 9(6) VALUE 0.
       01  WS-YEAR-PORTIONS            PIC 9(6) VALUE 0.
       01  WS-YEAR-DROPPED             PIC 9(6) VALUE 0.
      *    One archive's figures while it is read.
       01  WS-ARCH-OPENING             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ARCH-SUM                 PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ARCH-CLOSING             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-ARCH-OPENING-SWITCH      PIC X VALUE 'N'.
           88  WS-ARCH-HAS-OPENING     VALUE 'Y'.
      *    The money line a split portion belongs to.  Its portions
      *    fold at its currency and date, and move their share of
      *    its total to their own category.
       01  WS-PARENT-SWITCH            PIC X VALUE 'N'.
           88  WS-PARENT-COMMITTED     VALUE 'Y'.
       01  WS-PARENT-CURRENCY          PIC XXX VALUE SPACES.
       01  WS-PARENT-DATE              PIC X(8) VALUE SPACES.
       01  WS-PARENT-BUCKET            PIC 9(3) VALUE 0.
      *    Month and category totals, the summary's lines.
       77  WS-BUCKET-TABLE-SIZE        PIC 9(3) VALUE 400.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY         OCCURS 400 TIMES.
               10  WS-BUCKET-MONTH     PIC X(06).
               10  WS-BUCKET-CATEGORY  PIC X(08).
               10  WS-BUCKET-AMOUNT    PIC S9(9)V99 USAGE COMP-3.
               10  WS-BUCKET-LINES     PIC 9(5).
       01  WS-BUCKET-COUNT             PIC 9(3) VALUE 0.
       01  WS-BUCKET-IDX               PIC 9(3) VALUE 0.
       01  WS-BUCKET-SLOT              PIC 9(3) VALUE 0.
       01  WS-FIND-CATEGORY            PIC X(08).
      *    The summary ledger.
       01  WS-SUMMARY-NAME             PIC X(80) VALUE SPACES.
       01  WS-SUMMARY-FORMAT           PIC X(3) VALUE SPACES.
           88  WS-SUMMARY-CSV          VALUE 'CSV'.
       01  WS-SUMMARY-LINES            PIC 9(5) VALUE 0.
       01  WS-SUMMARY-COMMENT          PIC X(50).
       01  WS-SUMMARY-CATEGORY-TEXT    PIC X(13).
       01  WS-READBACK-OPENING         PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-READBACK-SUM             PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-READBACK-CLOSING         PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-READBACK-LINES           PIC 9(5) VALUE 0.
       01  WS-READBACK-BAD             PIC 9(5) VALUE 0.
      *    A month's last day, the date its summary lines carry.
       01  WS-MONTH-TEXT               PIC X(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-TEXT.
           05  WS-MONTH-YEAR           PIC 9(4).
           05  WS-MONTH-MONTH          PIC 9(2).
       01  WS-FIRST-OF-NEXT            PIC 9(8) VALUE 0.
       01  WS-MONTH-END                PIC 9(8) VALUE 0.
      *    Names: the directory of the year's last archive, where the
      *    summary goes, and the purge area the archives go to.
      *    Trailing space terminates the name for CBL_CREATE_DIR.
       01  WS-PURGE-DIR                PIC X(12) VALUE 'DATA/PURGE'.
       01  WS-SUMMARY-DIR              PIC X(80) VALUE SPACES.
       01  WS-BASE-NAME                PIC X(80) VALUE SPACES.
       01  WS-NAME-LENGTH              PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CHAR-IDX                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-SLASH-POS                PIC 9(4) USAGE COMP VALUE 0.
       01  WS-FILE-EXIST-INFO          PIC X(16).
       01  WS-FILE-CHECK-NAME          PIC X(81).
       01  WS-EXISTS-SWITCH            PIC X VALUE 'N'.
           88  WS-FILE-EXISTS          VALUE 'Y'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
       01  WS-MOVE-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.
      *    Run outcome.
       01  WS-FINAL-RC                 PIC 99 VALUE 0.
       01  WS-DUE-COUNT                PIC 9(4) VALUE 0.
       01  WS-ROLLED-COUNT             PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(4) VALUE 0.
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
      *    The entry picked for a currency on a date (see
      *    PICK-FOLD-RATE) and the earliest-dated one for it.
       01  WS-PICK-CURRENCY            PIC XXX VALUE SPACES.
       01  WS-PICK-DATE                PIC X(8) VALUE SPACES.
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
      *    Formatting.
       01  WS-AMOUNT-DISPLAY           PIC -(7)9.99.
       01  WS-MONEY-DISPLAY            PIC -(10)9.99.
       01  WS-MONEY-DISPLAY-2          PIC -(10)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01  WS-COUNT-DISPLAY-2          PIC ZZZZZ9.
       01  WS-COUNT-DISPLAY-3          PIC ZZZZZ9.
       01  WS-COUNT-DISPLAY-4          PIC ZZZZZ9.
       01  WS-COUNT-DISPLAY-5          PIC ZZZZZ9.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-MOVED-TEXT               PIC X(80).
      *    Exclusive lock per archive for as long as its year is
      *    being rolled up.  A 'WAIT' token retries busy locks for a
      *    while - for batch runs.
       01  WS-LOCK-WAIT-SWITCH         PIC X VALUE 'N'.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
           COPY LEDGLOCK.
           COPY LEDGCAT.
           COPY LEDGREAD.
           COPY LEDGSEAL.

       PROCEDURE DIVISION.
           PERFORM READ-ARGUMENTS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RETENTION-POLICY.
           IF WS-POLICY-COUNT = 0 AND NOT WS-HAVE-STAR-POLICY THEN
               DISPLAY 'No retention policy in DATA/RETAIN.CSV -'
                       ' every archive is kept in detail.'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM SELECT-CATALOGUED-PERIODS.
           MOVE 1 TO WS-PT-IDX.
           PERFORM UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM FIND-YEAR-GROUP
               PERFORM CONSIDER-ONE-YEAR
               COMPUTE WS-PT-IDX = WS-GROUP-LAST + 1
           END-PERFORM.
           PERFORM REPORT-RUN-TOTALS.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       READ-ARGUMENTS.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
               TALLYING IN WS-TOKEN-COUNT
               ON OVERFLOW
                   PERFORM SHOW-USAGE
           END-UNSTRING.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               PERFORM NOTE-ARGUMENT-TOKEN
           END-PERFORM.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-retain [ACCOUNT <name>] [LIST]'
                   ' [WAIT]'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       NOTE-ARGUMENT-TOKEN.
           EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(WS-TOKEN-IDX))
               WHEN SPACES
                   CONTINUE
               WHEN 'ACCOUNT'
                   IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
                       PERFORM SHOW-USAGE
                   END-IF
                   ADD 1 TO WS-TOKEN-IDX
                   MOVE FUNCTION UPPER-CASE(WS-TOKEN(WS-TOKEN-IDX))
                       TO WS-ACCOUNT
               WHEN 'LIST'
                   SET LIST-MODE TO TRUE
               WHEN 'WAIT'
                   SET LOCK-WAIT-MODE TO TRUE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                'ACCOUNT;YEARS[;FORMAT]' lines
      *                                and a '*' line for the rest.
      *                                A line that does not read is
      *                                warned about and ignored -
      *                                a retention policy silently
      *                                half-applied is worse than
      *                                none.
       LOAD-RETENTION-POLICY.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
               MOVE SPACES TO POLICY-LINE
               READ POLICY-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-POLICY-LINE
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.
           EXIT PARAGRAPH.

       NOTE-POLICY-LINE.
           IF POLICY-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-POL-IN.
           UNSTRING POLICY-LINE
               DELIMITED BY ';'
               INTO WS-POL-IN-ACCOUNT WS-POL-IN-YEARS WS-POL-IN-FORMAT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POL-IN-ACCOUNT))
               TO WS-POL-IN-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POL-IN-FORMAT))
               TO WS-POL-IN-FORMAT.
      *    A '*' line other than the default is a comment.
           IF WS-POL-IN-ACCOUNT(1:1) = '*'
                   AND WS-POL-IN-ACCOUNT NOT = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-POL-IN-YEARS) IS NOT NUMERIC
                   OR WS-POL-IN-ACCOUNT(21:60) NOT = SPACES
                   OR (WS-POL-IN-FORMAT NOT = SPACES
                   AND WS-POL-IN-FORMAT NOT = 'CSV'
                   AND WS-POL-IN-FORMAT NOT = 'DTA') THEN
               DISPLAY 'WARNING: retention line ignored: '
                       FUNCTION TRIM(POLICY-LINE)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-POL-IN-YEARS) TO WS-POL-IN-YEARS-NUM.
           IF WS-POL-IN-YEARS-NUM > 99 THEN
               DISPLAY 'WARNING: retention line ignored: '
                       FUNCTION TRIM(POLICY-LINE)
               EXIT PARAGRAPH
           END-IF.
           IF WS-POL-IN-ACCOUNT = '*' THEN
               SET WS-HAVE-STAR-POLICY TO TRUE
               MOVE WS-POL-IN-YEARS-NUM TO WS-STAR-YEARS
               MOVE WS-POL-IN-FORMAT TO WS-STAR-FORMAT
               EXIT PARAGRAPH
           END-IF.
           IF WS-POLICY-COUNT >= WS-POLICY-TABLE-SIZE THEN
               DISPLAY 'WARNING: too many retention lines - '
                       FUNCTION TRIM(POLICY-LINE) ' ignored.'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POLICY-COUNT.
           MOVE WS-POL-IN-ACCOUNT TO WS-POL-ACCOUNT(WS-POLICY-COUNT).
           MOVE WS-POL-IN-YEARS-NUM TO WS-POL-YEARS(WS-POLICY-COUNT).
           MOVE WS-POL-IN-FORMAT TO WS-POL-FORMAT(WS-POLICY-COUNT).
           EXIT PARAGRAPH.

      *                                The account's own line, else
      *                                the '*' line, else none.
       FIND-ACCOUNT-POLICY.
           MOVE 'N' TO WS-HAVE-POLICY-SWITCH.
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                      OR WS-HAVE-POLICY
               IF WS-POL-ACCOUNT(WS-POLICY-IDX) = WS-YEAR-ACCOUNT THEN
                   SET WS-HAVE-POLICY TO TRUE
                   MOVE WS-POL-YEARS(WS-POLICY-IDX) TO WS-KEEP-YEARS
                   MOVE WS-POL-FORMAT(WS-POLICY-IDX) TO WS-KEEP-FORMAT
               END-IF
           END-PERFORM.
           IF NOT WS-HAVE-POLICY AND WS-HAVE-STAR-POLICY THEN
               SET WS-HAVE-POLICY TO TRUE
               MOVE WS-STAR-YEARS TO WS-KEEP-YEARS
               MOVE WS-STAR-FORMAT TO WS-KEEP-FORMAT
           END-IF.
           EXIT PARAGRAPH.

      *                                Every account's periods (or
      *                                ACCOUNT's), by account then
      *                                period.
       SELECT-CATALOGUED-PERIODS.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-RETAIN' TO CT-PROGRAM.
           MOVE WS-ACCOUNT TO CT-ACCOUNT.
           MOVE SPACES TO CT-FROM-PERIOD CT-TO-PERIOD.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = 'F' THEN
               DISPLAY 'Cannot read the ledger catalog: '
                       FUNCTION TRIM(CT-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CT-STATUS = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           IF CT-SELECT-OVERFLOW = 'Y' THEN
               DISPLAY 'WARNING: the catalog holds more than '
                       WS-PT-TABLE-SIZE ' periods - only the first'
                       ' are looked at; run again for the rest.'
               SET WS-SELECT-CUT TO TRUE
               PERFORM NOTE-ATTENTION
           END-IF.
           MOVE 0 TO WS-PT-COUNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > CT-SELECT-COUNT
               ADD 1 TO WS-PT-COUNT
               MOVE CT-SEL-ACCOUNT(WS-CT-IDX)
                   TO WS-PT-ACCOUNT(WS-PT-COUNT)
               MOVE CT-SEL-PERIOD(WS-CT-IDX)
                   TO WS-PT-PERIOD(WS-PT-COUNT)
               MOVE CT-SEL-STATUS(WS-CT-IDX)
                   TO WS-PT-STATUS(WS-PT-COUNT)
               MOVE CT-SEL-FILE(WS-CT-IDX) TO WS-PT-FILE(WS-PT-COUNT)
               MOVE CT-SEL-OPENING(WS-CT-IDX)
                   TO WS-PT-OPENING(WS-PT-COUNT)
               MOVE CT-SEL-CLOSING(WS-CT-IDX)
                   TO WS-PT-CLOSING(WS-PT-COUNT)
               MOVE CT-SEL-CLOSED-AT(WS-CT-IDX)
                   TO WS-PT-CLOSED-AT(WS-PT-COUNT)
               MOVE SPACES TO WS-PT-MOVED-TO(WS-PT-COUNT)
               MOVE 0 TO WS-PT-ENTRIES(WS-PT-COUNT)
               MOVE 'N' TO WS-PT-LOCK-SWITCH(WS-PT-COUNT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                WS-GROUP-FIRST..WS-GROUP-LAST:
      *                                the run of periods from
      *                                WS-PT-IDX on with the same
      *                                account and year.
       FIND-YEAR-GROUP.
           MOVE WS-PT-IDX TO WS-GROUP-FIRST WS-GROUP-LAST.
           MOVE 'N' TO WS-GROUP-END-SWITCH.
           PERFORM UNTIL WS-GROUP-ENDED
               PERFORM STEP-YEAR-GROUP
           END-PERFORM.
           EXIT PARAGRAPH.

       STEP-YEAR-GROUP.
           IF WS-GROUP-LAST >= WS-PT-COUNT THEN
               SET WS-GROUP-ENDED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEXT-IDX = WS-GROUP-LAST + 1.
           IF WS-PT-ACCOUNT(WS-NEXT-IDX)
                   NOT = WS-PT-ACCOUNT(WS-GROUP-FIRST)
                   OR WS-PT-PERIOD(WS-NEXT-IDX)(1:4)
                   NOT = WS-PT-PERIOD(WS-GROUP-FIRST)(1:4) THEN
               SET WS-GROUP-ENDED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-IDX TO WS-GROUP-LAST.
           EXIT PARAGRAPH.

      *                                A year is due when the policy
      *                                covers its account and it lies
      *                                before the cutoff; it is
      *                                rolled up when every period in
      *                                it is CLOSED.  A year already
      *                                rolled up is its SUMMARY
      *                                record alone.  The last year
      *                                of a selection that stopped
      *                                short may be missing periods,
      *                                so it waits for the next run.
       CONSIDER-ONE-YEAR.
           MOVE WS-PT-ACCOUNT(WS-GROUP-FIRST) TO WS-YEAR-ACCOUNT.
           MOVE WS-PT-PERIOD(WS-GROUP-FIRST)(1:4) TO WS-YEAR-TEXT.
           IF WS-YEAR-TEXT IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-POLICY.
           IF NOT WS-HAVE-POLICY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR-TEXT TO WS-YEAR-NUM.
           COMPUTE WS-CUTOFF-YEAR = WS-TODAY-YEAR - WS-KEEP-YEARS.
           IF WS-YEAR-NUM >= WS-CUTOFF-YEAR THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SELECT-CUT AND WS-GROUP-LAST >= WS-PT-COUNT THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' left for the next run: the'
                       ' catalog selection stopped inside it.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-YEAR-CLOSED-COUNT WS-YEAR-SUMMARY-COUNT
                     WS-YEAR-OTHER-COUNT.
           MOVE SPACES TO WS-HOLDING-PERIOD WS-HOLDING-STATUS.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
               EVALUATE WS-PT-STATUS(WS-ARCH-IDX)
                   WHEN 'CLOSED'
                       ADD 1 TO WS-YEAR-CLOSED-COUNT
                   WHEN 'SUMMARY'
                       ADD 1 TO WS-YEAR-SUMMARY-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-YEAR-OTHER-COUNT
                       IF WS-HOLDING-PERIOD = SPACES THEN
                           MOVE WS-PT-PERIOD(WS-ARCH-IDX)
                               TO WS-HOLDING-PERIOD
                           MOVE WS-PT-STATUS(WS-ARCH-IDX)
                               TO WS-HOLDING-STATUS
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-YEAR-CLOSED-COUNT = 0 AND WS-YEAR-OTHER-COUNT = 0
               THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           IF WS-YEAR-OTHER-COUNT > 0 THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: period '
                       WS-HOLDING-PERIOD ' is '
                       FUNCTION TRIM(WS-HOLDING-STATUS)
                       ', not closed.'
               PERFORM HOLD-YEAR-BACK
               EXIT PARAGRAPH
           END-IF.
           IF WS-YEAR-SUMMARY-COUNT > 0 THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: the year already'
                       ' has a summary and closed periods beside it.'
               PERFORM HOLD-YEAR-BACK
               EXIT PARAGRAPH
           END-IF.
           PERFORM ROLL-UP-ONE-YEAR.
           EXIT PARAGRAPH.

       HOLD-YEAR-BACK.
           ADD 1 TO WS-HELD-COUNT.
           PERFORM NOTE-ATTENTION.
           EXIT PARAGRAPH.

       NOTE-ATTENTION.
           IF WS-FINAL-RC < 4 THEN
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           EXIT PARAGRAPH.

       NOTE-FAILURE.
           MOVE 12 TO WS-FINAL-RC.
           EXIT PARAGRAPH.

       ROLL-UP-ONE-YEAR.
           MOVE 'N' TO WS-YEAR-REFUSED-SWITCH.
           PERFORM NAME-SUMMARY-LEDGER.
           IF WS-YEAR-REFUSED THEN
               PERFORM HOLD-YEAR-BACK
               EXIT PARAGRAPH
           END-IF.
           PERFORM NAME-PURGE-TARGETS.
           IF WS-YEAR-REFUSED THEN
               PERFORM HOLD-YEAR-BACK
               EXIT PARAGRAPH
           END-IF.
           IF LIST-MODE THEN
               MOVE WS-YEAR-CLOSED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' due: '
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' period(s) ' WS-PT-PERIOD(WS-GROUP-FIRST)
                       '-' WS-PT-PERIOD(WS-GROUP-LAST) ' into '
                       FUNCTION TRIM(WS-SUMMARY-NAME)
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCK-YEAR-ARCHIVES.
           IF NOT WS-YEAR-REFUSED THEN
               PERFORM SUMMARISE-LOCKED-YEAR
           END-IF.
           PERFORM RELEASE-YEAR-LOCKS.
           IF WS-YEAR-REFUSED THEN
               PERFORM HOLD-YEAR-BACK
           ELSE
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.
           EXIT PARAGRAPH.

      *                                Everything from here on runs
      *                                with every archive of the year
      *                                locked.  Nothing moves until
      *                                the summary is written, read
      *                                back, sealed and catalogued.
       SUMMARISE-LOCKED-YEAR.
           PERFORM VERIFY-YEAR-SEALS.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM TALLY-YEAR-ARCHIVES.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SUMMARY-LEDGER.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFIRM-SUMMARY-LEDGER.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SEAL-SUMMARY-LEDGER.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-YEAR-IN-CATALOG.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOVE-YEAR-TO-PURGE.
           PERFORM APPEND-PURGE-LOG.
           MOVE WS-YEAR-OPENING TO WS-MONEY-DISPLAY.
           MOVE WS-YEAR-CLOSING TO WS-MONEY-DISPLAY-2.
           MOVE WS-YEAR-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SUMMARY-LINES TO WS-COUNT-DISPLAY-2.
           DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' ' WS-YEAR-TEXT
                   ' rolled up: ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' period(s) into '
                   FUNCTION TRIM(WS-SUMMARY-NAME) ' ('
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                   ' line(s), opening '
                   FUNCTION TRIM(WS-MONEY-DISPLAY) ', closing '
                   FUNCTION TRIM(WS-MONEY-DISPLAY-2) ').'.
           EXIT PARAGRAPH.

      *                                <dir>/<ACCOUNT>-<YYYY>.CSV.
      *                                SUMMARY (or .DTA.SUMMARY) in
      *                                the last archive's directory.
      *                                An existing file of that name
      *                                is never overwritten.
       NAME-SUMMARY-LEDGER.
           MOVE WS-KEEP-FORMAT TO WS-SUMMARY-FORMAT.
           IF WS-SUMMARY-FORMAT = SPACES THEN
               MOVE 0 TO WS-CHAR-IDX
               INSPECT WS-PT-FILE(WS-GROUP-LAST)
                   TALLYING WS-CHAR-IDX FOR ALL '.CSV'
               IF WS-CHAR-IDX > 0 THEN
                   MOVE 'CSV' TO WS-SUMMARY-FORMAT
               ELSE
                   MOVE 'DTA' TO WS-SUMMARY-FORMAT
               END-IF
           END-IF.
           MOVE WS-PT-FILE(WS-GROUP-LAST) TO WS-BASE-NAME.
           PERFORM SPLIT-DIRECTORY.
           MOVE SPACES TO WS-SUMMARY-NAME.
           STRING WS-SUMMARY-DIR(1:WS-SLASH-POS)
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR-ACCOUNT)
                                        DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-YEAR-TEXT          DELIMITED BY SIZE
                  '.'                   DELIMITED BY SIZE
                  WS-SUMMARY-FORMAT     DELIMITED BY SIZE
                  '.SUMMARY'            DELIMITED BY SIZE
                  INTO WS-SUMMARY-NAME
           END-STRING.
           IF WS-SLASH-POS = 0 THEN
               MOVE SPACES TO WS-SUMMARY-NAME
               STRING FUNCTION TRIM(WS-YEAR-ACCOUNT)
                                        DELIMITED BY SIZE
                      '-'               DELIMITED BY SIZE
                      WS-YEAR-TEXT      DELIMITED BY SIZE
                      '.'               DELIMITED BY SIZE
                      WS-SUMMARY-FORMAT DELIMITED BY SIZE
                      '.SUMMARY'        DELIMITED BY SIZE
                      INTO WS-SUMMARY-NAME
               END-STRING
           END-IF.
           MOVE WS-SUMMARY-NAME TO WS-FILE-CHECK-NAME.
           PERFORM CHECK-FILE-EXISTS.
           IF WS-FILE-EXISTS THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: '
                       FUNCTION TRIM(WS-SUMMARY-NAME)
                       ' already exists.'
               SET WS-YEAR-REFUSED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *                                WS-BASE-NAME in, its directory
      *                                (with the '/') in
      *                                WS-SUMMARY-DIR(1:WS-SLASH-POS)
      *                                and the bare file name back in
      *                                WS-BASE-NAME.  No '/' leaves
      *                                WS-SLASH-POS zero.
       SPLIT-DIRECTORY.
           MOVE WS-BASE-NAME TO WS-SUMMARY-DIR.
           MOVE 0 TO WS-SLASH-POS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-NAME TRAILING))
               TO WS-NAME-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-NAME-LENGTH
               IF WS-BASE-NAME(WS-CHAR-IDX:1) = '/' THEN
                   MOVE WS-CHAR-IDX TO WS-SLASH-POS
               END-IF
           END-PERFORM.
           IF WS-SLASH-POS > 0 THEN
               MOVE WS-SUMMARY-DIR(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           END-IF.
           EXIT PARAGRAPH.

      *                                DATA/PURGE/<archive file name>
      *                                for each archive; one already
      *                                there holds the year back
      *                                rather than be overwritten.
       NAME-PURGE-TARGETS.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
                      OR WS-YEAR-REFUSED
               MOVE WS-PT-FILE(WS-ARCH-IDX) TO WS-BASE-NAME
               PERFORM SPLIT-DIRECTORY
               MOVE SPACES TO WS-PT-MOVED-TO(WS-ARCH-IDX)
               STRING FUNCTION TRIM(WS-PURGE-DIR)
                                        DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-NAME)
                                        DELIMITED BY SIZE
                      INTO WS-PT-MOVED-TO(WS-ARCH-IDX)
               END-STRING
               MOVE WS-PT-MOVED-TO(WS-ARCH-IDX) TO WS-FILE-CHECK-NAME
               PERFORM CHECK-FILE-EXISTS
               IF WS-FILE-EXISTS THEN
                   DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                           WS-YEAR-TEXT ' held back: '
                           FUNCTION TRIM(WS-PT-MOVED-TO(WS-ARCH-IDX))
                           ' is already in the purge area.'
                   SET WS-YEAR-REFUSED TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                CBL_CHECK_FILE_EXIST sets
      *                                RETURN-CODE, which must not
      *                                leak out to the caller.
       CHECK-FILE-EXISTS.
           MOVE 'N' TO WS-EXISTS-SWITCH.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-FILE-CHECK-NAME WS-FILE-EXIST-INFO.
           IF RETURN-CODE = 0 THEN
               SET WS-FILE-EXISTS TO TRUE
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

       LOCK-YEAR-ARCHIVES.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
                      OR WS-YEAR-REFUSED
               MOVE 'A' TO LK-OP
               MOVE WS-PT-FILE(WS-ARCH-IDX) TO LK-LEDGER-NAME
               MOVE 'BUDGET-RETAIN' TO LK-PROGRAM
               MOVE 'N' TO LK-FORCE
               MOVE 'X' TO LK-MODE
               MOVE WS-LOCK-WAIT-SWITCH TO LK-WAIT
               CALL 'LEDGER-LOCK' USING LK-REQUEST
               IF LK-STATUS = '0' THEN
                   SET WS-PT-LOCKED(WS-ARCH-IDX) TO TRUE
               ELSE
                   DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                           WS-YEAR-TEXT ' held back: '
                           FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                           ' busy, held by '
                           FUNCTION TRIM(LK-HOLDER) '.'
                   SET WS-YEAR-REFUSED TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       RELEASE-YEAR-LOCKS.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
               IF WS-PT-LOCKED(WS-ARCH-IDX) THEN
                   MOVE 'R' TO LK-OP
                   MOVE WS-PT-FILE(WS-ARCH-IDX) TO LK-LEDGER-NAME
                   CALL 'LEDGER-LOCK' USING LK-REQUEST
                   MOVE 'N' TO WS-PT-LOCK-SWITCH(WS-ARCH-IDX)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                An archive edited since it was
      *                                sealed holds its year back; an
      *                                unsealed one (closed before
      *                                seals were kept) is taken as
      *                                it stands.
       VERIFY-YEAR-SEALS.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
                      OR WS-YEAR-REFUSED
               MOVE 'V' TO SL-OP
               MOVE 'BUDGET-RETAIN' TO SL-PROGRAM
               MOVE WS-PT-FILE(WS-ARCH-IDX) TO SL-LEDGER-NAME
               CALL 'LEDGER-SEAL' USING SL-REQUEST
               EVALUATE SL-STATUS
                   WHEN 'M'
                       DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                               WS-YEAR-TEXT ' held back: '
                               FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                               ' does not match its seal:'
                       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                               UNTIL WS-CHAR-IDX > SL-MISMATCH-COUNT
                           DISPLAY '  '
                                   FUNCTION TRIM(
                                       SL-MISMATCH-TEXT(WS-CHAR-IDX))
                       END-PERFORM
                       SET WS-YEAR-REFUSED TO TRUE
                   WHEN 'F'
                       DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                               WS-YEAR-TEXT ' held back: '
                               FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                               ': ' FUNCTION TRIM(SL-ERROR-TEXT)
                       SET WS-YEAR-REFUSED TO TRUE
                       PERFORM NOTE-FAILURE
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

       TALLY-YEAR-ARCHIVES.
           MOVE 0 TO WS-BUCKET-COUNT WS-YEAR-ENTRIES WS-YEAR-COMMITTED
                     WS-YEAR-PORTIONS WS-YEAR-DROPPED.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
                      OR WS-YEAR-REFUSED
               PERFORM TALLY-ONE-ARCHIVE
           END-PERFORM.
           MOVE WS-PT-CLOSING(WS-GROUP-LAST) TO WS-YEAR-CLOSING.
           EXIT PARAGRAPH.

      *                                Each archive must add up, on
      *                                its own, to the closing figure
      *                                the catalog recorded when it
      *                                was closed: its opening line
      *                                (the catalog's opening when it
      *                                has none) plus its committed
      *                                lines, folded.
       TALLY-ONE-ARCHIVE.
           MOVE WS-PT-OPENING(WS-ARCH-IDX) TO WS-ARCH-OPENING.
           MOVE 0 TO WS-ARCH-SUM.
           MOVE 'N' TO WS-ARCH-OPENING-SWITCH WS-PARENT-SWITCH.
           MOVE 'O' TO LR-OP.
           MOVE WS-PT-FILE(WS-ARCH-IDX) TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: '
                       FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                       ': ' FUNCTION TRIM(LR-ERROR-TEXT)
               SET WS-YEAR-REFUSED TO TRUE
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9' OR WS-YEAR-REFUSED
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0'
                       PERFORM TALLY-ARCHIVE-ENTRY
                   WHEN 'E'
                       MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY
                       DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                               WS-YEAR-TEXT ' held back: '
                               FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                               ' line '
                               FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                               ' unreadable: '
                               FUNCTION TRIM(LR-ERROR-TEXT)
                       SET WS-YEAR-REFUSED TO TRUE
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARCH-IDX = WS-GROUP-FIRST THEN
               MOVE WS-ARCH-OPENING TO WS-YEAR-OPENING
           END-IF.
           COMPUTE WS-ARCH-CLOSING = WS-ARCH-OPENING + WS-ARCH-SUM.
           IF WS-ARCH-CLOSING NOT = WS-PT-CLOSING(WS-ARCH-IDX) THEN
               MOVE WS-ARCH-CLOSING TO WS-MONEY-DISPLAY
               MOVE WS-PT-CLOSING(WS-ARCH-IDX) TO WS-MONEY-DISPLAY-2
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: '
                       FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                       ' adds up to ' FUNCTION TRIM(WS-MONEY-DISPLAY)
                       ', the catalog closed it at '
                       FUNCTION TRIM(WS-MONEY-DISPLAY-2) '.'
               SET WS-YEAR-REFUSED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

       TALLY-ARCHIVE-ENTRY.
           ADD 1 TO WS-PT-ENTRIES(WS-ARCH-IDX).
           ADD 1 TO WS-YEAR-ENTRIES.
           EVALUATE LR-MODE
               WHEN 'I'
                   IF NOT WS-ARCH-HAS-OPENING THEN
                       MOVE LR-AMOUNT TO WS-ARCH-OPENING
                       SET WS-ARCH-HAS-OPENING TO TRUE
                   END-IF
               WHEN 'A'
               WHEN SPACE
                   PERFORM TALLY-COMMITTED-LINE
               WHEN 'S'
                   PERFORM TALLY-SPLIT-PORTION
               WHEN OTHER
                   ADD 1 TO WS-YEAR-DROPPED
                   MOVE 'N' TO WS-PARENT-SWITCH
           END-EVALUATE.
           EXIT PARAGRAPH.

       TALLY-COMMITTED-LINE.
           PERFORM SET-FOLD-AMOUNT.
           ADD WS-FOLD-AMOUNT TO WS-ARCH-SUM.
           ADD 1 TO WS-YEAR-COMMITTED.
           MOVE 'N' TO WS-PARENT-SWITCH.
           MOVE LR-CATEGORY TO WS-FIND-CATEGORY.
           PERFORM FIND-BUCKET.
           IF WS-BUCKET-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD WS-FOLD-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-SLOT).
           ADD 1 TO WS-BUCKET-LINES(WS-BUCKET-SLOT).
           SET WS-PARENT-COMMITTED TO TRUE.
           MOVE WS-BUCKET-SLOT TO WS-PARENT-BUCKET.
           MOVE LR-CURRENCY TO WS-PARENT-CURRENCY.
           MOVE LR-DATE TO WS-PARENT-DATE.
           EXIT PARAGRAPH.

      *                                A portion moves its share of
      *                                the money line from the line's
      *                                category to its own; the
      *                                portions of a P or R line are
      *                                dropped with it.
       TALLY-SPLIT-PORTION.
           IF NOT WS-PARENT-COMMITTED THEN
               ADD 1 TO WS-YEAR-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-YEAR-PORTIONS.
           MOVE WS-PARENT-CURRENCY TO LR-CURRENCY.
           MOVE WS-PARENT-DATE TO LR-DATE.
           PERFORM SET-FOLD-AMOUNT.
           MOVE LR-CATEGORY TO WS-FIND-CATEGORY.
           PERFORM FIND-BUCKET.
           IF WS-BUCKET-SLOT = 0 OR WS-BUCKET-SLOT = WS-PARENT-BUCKET
               THEN
               EXIT PARAGRAPH
           END-IF.
           ADD WS-FOLD-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-SLOT).
           ADD 1 TO WS-BUCKET-LINES(WS-BUCKET-SLOT).
           SUBTRACT WS-FOLD-AMOUNT
               FROM WS-BUCKET-AMOUNT(WS-PARENT-BUCKET).
           EXIT PARAGRAPH.

      *                                The total for this archive's
      *                                month and WS-FIND-CATEGORY,
      *                                opened on first use.  A full
      *                                table holds the year back.
       FIND-BUCKET.
           MOVE 0 TO WS-BUCKET-SLOT.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
                      OR WS-BUCKET-SLOT > 0
               IF WS-BUCKET-MONTH(WS-BUCKET-IDX)
                       = WS-PT-PERIOD(WS-ARCH-IDX)
                       AND WS-BUCKET-CATEGORY(WS-BUCKET-IDX)
                       = WS-FIND-CATEGORY THEN
                   MOVE WS-BUCKET-IDX TO WS-BUCKET-SLOT
               END-IF
           END-PERFORM.
           IF WS-BUCKET-SLOT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUCKET-COUNT >= WS-BUCKET-TABLE-SIZE THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: more than '
                       WS-BUCKET-TABLE-SIZE
                       ' month and category totals.'
               SET WS-YEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT.
           MOVE WS-BUCKET-COUNT TO WS-BUCKET-SLOT.
           MOVE WS-PT-PERIOD(WS-ARCH-IDX)
               TO WS-BUCKET-MONTH(WS-BUCKET-SLOT).
           MOVE WS-FIND-CATEGORY TO WS-BUCKET-CATEGORY(WS-BUCKET-SLOT).
           MOVE 0 TO WS-BUCKET-AMOUNT(WS-BUCKET-SLOT).
           MOVE 0 TO WS-BUCKET-LINES(WS-BUCKET-SLOT).
           EXIT PARAGRAPH.

      *                                The opening line, then one
      *                                committed line per month and
      *                                category that did not net to
      *                                zero.  Every figure must fit
      *                                the ledgers' amount column.
       WRITE-SUMMARY-LEDGER.
           IF WS-YEAR-OPENING > 9999999.99
                   OR WS-YEAR-OPENING < -9999999.99 THEN
               MOVE WS-YEAR-OPENING TO WS-MONEY-DISPLAY
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: the opening balance '
                       FUNCTION TRIM(WS-MONEY-DISPLAY)
                       ' does not fit a ledger line.'
               SET WS-YEAR-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
                      OR WS-YEAR-REFUSED
               IF WS-BUCKET-AMOUNT(WS-BUCKET-IDX) > 9999999.99
                       OR WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                       < -9999999.99 THEN
                   MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                       TO WS-MONEY-DISPLAY
                   DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                           WS-YEAR-TEXT ' held back: the '
                           WS-BUCKET-MONTH(WS-BUCKET-IDX) ' '
                           FUNCTION TRIM(
                               WS-BUCKET-CATEGORY(WS-BUCKET-IDX))
                           ' total '
                           FUNCTION TRIM(WS-MONEY-DISPLAY)
                           ' does not fit a ledger line.'
                   SET WS-YEAR-REFUSED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-YEAR-REFUSED THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUMMARY-CSV THEN
               OPEN OUTPUT SUMMARY-FILE-CSV
           ELSE
               OPEN OUTPUT SUMMARY-FILE-FIXED
           END-IF.
           IF WS-SUMMARY-STATUS NOT = '00' THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: cannot write '
                       FUNCTION TRIM(WS-SUMMARY-NAME)
                       ', file status ' WS-SUMMARY-STATUS '.'
               SET WS-YEAR-REFUSED TO TRUE
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SUMMARY-LINES.
           MOVE WS-YEAR-OPENING TO WS-AMOUNT-DISPLAY.
           IF WS-SUMMARY-CSV THEN
               MOVE SPACES TO CSV-LINE
               STRING '#'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
               WRITE CSV-BUDGET-RECORD
           ELSE
               MOVE WS-V2-HEADER-TEXT TO FIXED-OUTPUT-LINE
               MOVE 17 TO WS-FIXED-RECORD-LENGTH
               WRITE FIXED-OUTPUT-LINE
               MOVE SPACES TO FIXED-BUDGET-RECORD
               MOVE WS-YEAR-OPENING TO CHANGE OF FIXED-BUDGET-RECORD
               MOVE 'I' TO RECORD-MODE OF FIXED-BUDGET-RECORD
               MOVE 129 TO WS-FIXED-RECORD-LENGTH
               WRITE FIXED-BUDGET-RECORD
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
               IF WS-BUCKET-AMOUNT(WS-BUCKET-IDX) NOT = 0 THEN
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM.
           IF WS-SUMMARY-CSV THEN
               CLOSE SUMMARY-FILE-CSV
           ELSE
               CLOSE SUMMARY-FILE-FIXED
           END-IF.
           EXIT PARAGRAPH.

       WRITE-SUMMARY-LINE.
           MOVE WS-BUCKET-MONTH(WS-BUCKET-IDX) TO WS-MONTH-TEXT.
           PERFORM SET-MONTH-END.
           IF WS-BUCKET-CATEGORY(WS-BUCKET-IDX) = SPACES THEN
               MOVE 'uncategorised' TO WS-SUMMARY-CATEGORY-TEXT
           ELSE
               MOVE WS-BUCKET-CATEGORY(WS-BUCKET-IDX)
                   TO WS-SUMMARY-CATEGORY-TEXT
           END-IF.
           MOVE WS-BUCKET-LINES(WS-BUCKET-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-SUMMARY-COMMENT.
           STRING 'SUMMARY '            DELIMITED BY SIZE
                  WS-MONTH-TEXT(1:4)    DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-MONTH-TEXT(5:2)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUMMARY-CATEGORY-TEXT)
                                        DELIMITED BY SIZE
                  ', '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' line(s)'            DELIMITED BY SIZE
                  INTO WS-SUMMARY-COMMENT
           END-STRING.
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX) TO WS-AMOUNT-DISPLAY.
           IF WS-SUMMARY-CSV THEN
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUMMARY-COMMENT)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BUCKET-CATEGORY(WS-BUCKET-IDX))
                                        DELIMITED BY SIZE
                      ';;'              DELIMITED BY SIZE
                      WS-MONTH-END      DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
               WRITE CSV-BUDGET-RECORD
           ELSE
               MOVE SPACES TO FIXED-BUDGET-RECORD
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                   TO CHANGE OF FIXED-BUDGET-RECORD
               MOVE 'A' TO RECORD-MODE OF FIXED-BUDGET-RECORD
               MOVE WS-SUMMARY-COMMENT
                   TO COMMENT OF FIXED-BUDGET-RECORD
               MOVE 0 TO REPEAT-COUNT OF FIXED-BUDGET-RECORD
               MOVE WS-MONTH-END TO TRANS-DATE OF FIXED-BUDGET-RECORD
               MOVE WS-BUCKET-CATEGORY(WS-BUCKET-IDX)
                   TO CATEGORY OF FIXED-BUDGET-RECORD
               MOVE 129 TO WS-FIXED-RECORD-LENGTH
               WRITE FIXED-BUDGET-RECORD
           END-IF.
           ADD 1 TO WS-SUMMARY-LINES.
           EXIT PARAGRAPH.

      *                                WS-MONTH-TEXT (YYYYMM) in, its
      *                                last day (YYYYMMDD) out in
      *                                WS-MONTH-END.
       SET-MONTH-END.
           IF WS-MONTH-TEXT IS NOT NUMERIC
                   OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12 THEN
               MOVE 0 TO WS-MONTH-END
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTH-MONTH = 12 THEN
               COMPUTE WS-FIRST-OF-NEXT
                     = (WS-MONTH-YEAR + 1) * 10000 + 101
               END-COMPUTE
           ELSE
               COMPUTE WS-FIRST-OF-NEXT
                     = WS-MONTH-YEAR * 10000
                     + (WS-MONTH-MONTH + 1) * 100 + 1
               END-COMPUTE
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1)
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                The summary read back the way
      *                                every other program will read
      *                                it must close where the year's
      *                                last archive closed; if not,
      *                                it is discarded.
       CONFIRM-SUMMARY-LEDGER.
           MOVE 0 TO WS-READBACK-OPENING WS-READBACK-SUM
                     WS-READBACK-LINES WS-READBACK-BAD.
           MOVE 'O' TO LR-OP.
           MOVE WS-SUMMARY-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: '
                       FUNCTION TRIM(WS-SUMMARY-NAME)
                       ': ' FUNCTION TRIM(LR-ERROR-TEXT)
               PERFORM DISCARD-SUMMARY-LEDGER
               SET WS-YEAR-REFUSED TO TRUE
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0'
                       IF LR-MODE = 'I' THEN
                           MOVE LR-AMOUNT TO WS-READBACK-OPENING
                       ELSE
                           PERFORM SET-FOLD-AMOUNT
                           ADD WS-FOLD-AMOUNT TO WS-READBACK-SUM
                           ADD 1 TO WS-READBACK-LINES
                       END-IF
                   WHEN 'E'
                       ADD 1 TO WS-READBACK-BAD
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           COMPUTE WS-READBACK-CLOSING
                 = WS-READBACK-OPENING + WS-READBACK-SUM
           END-COMPUTE.
           IF WS-READBACK-CLOSING = WS-YEAR-CLOSING
                   AND WS-READBACK-OPENING = WS-YEAR-OPENING
                   AND WS-READBACK-LINES = WS-SUMMARY-LINES
                   AND WS-READBACK-BAD = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-READBACK-CLOSING TO WS-MONEY-DISPLAY.
           MOVE WS-YEAR-CLOSING TO WS-MONEY-DISPLAY-2.
           DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' ' WS-YEAR-TEXT
                   ' held back: the summary closes at '
                   FUNCTION TRIM(WS-MONEY-DISPLAY)
                   ', the year''s last archive at '
                   FUNCTION TRIM(WS-MONEY-DISPLAY-2)
                   ' - summary discarded.'.
           IF WS-READBACK-CLOSING = WS-YEAR-CLOSING THEN
               DISPLAY '  (its lines did not read back as written)'
           ELSE
               DISPLAY '  (a period did not open where the one'
                       ' before it closed)'
           END-IF.
           PERFORM DISCARD-SUMMARY-LEDGER.
           SET WS-YEAR-REFUSED TO TRUE.
           EXIT PARAGRAPH.

       DISCARD-SUMMARY-LEDGER.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_DELETE_FILE' USING WS-SUMMARY-NAME.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

       SEAL-SUMMARY-LEDGER.
           MOVE 'W' TO SL-OP.
           MOVE 'BUDGET-RETAIN' TO SL-PROGRAM.
           MOVE WS-SUMMARY-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' '
                       WS-YEAR-TEXT ' held back: cannot seal '
                       FUNCTION TRIM(WS-SUMMARY-NAME) ': '
                       FUNCTION TRIM(SL-ERROR-TEXT)
               PERFORM DISCARD-SUMMARY-LEDGER
               SET WS-YEAR-REFUSED TO TRUE
               PERFORM NOTE-FAILURE
           END-IF.
           EXIT PARAGRAPH.

      *                                The year's CLOSED records give
      *                                way to one SUMMARY record under
      *                                its last period - only the
      *                                periods summarised, never the
      *                                whole calendar year blind.
       RECORD-YEAR-IN-CATALOG.
           MOVE 'Y' TO CT-OP.
           MOVE 'BUDGET-RETAIN' TO CT-PROGRAM.
           MOVE WS-YEAR-ACCOUNT TO CT-ACCOUNT.
           MOVE WS-PT-PERIOD(WS-GROUP-FIRST) TO CT-FROM-PERIOD.
           MOVE WS-PT-PERIOD(WS-GROUP-LAST) TO CT-TO-PERIOD.
           MOVE WS-PT-PERIOD(WS-GROUP-LAST) TO CT-PERIOD.
           MOVE WS-SUMMARY-NAME TO CT-ARCHIVE-NAME.
           MOVE SPACES TO CT-LEDGER-NAME CT-NEXT-NAME.
           MOVE WS-YEAR-OPENING TO CT-OPENING.
           MOVE WS-YEAR-CLOSING TO CT-CLOSING.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(WS-YEAR-ACCOUNT) ' ' WS-YEAR-TEXT
                   ' held back: the catalog refused the roll-up: '
                   FUNCTION TRIM(CT-ERROR-TEXT).
           PERFORM DISCARD-SUMMARY-LEDGER.
           MOVE 'D' TO SL-OP.
           MOVE WS-SUMMARY-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           SET WS-YEAR-REFUSED TO TRUE.
           PERFORM NOTE-FAILURE.
           EXIT PARAGRAPH.

      *                                Each archive and its seal to
      *                                DATA/PURGE.  The year is
      *                                summarised and catalogued by
      *                                now, so an archive that will
      *                                not move is reported (and
      *                                logged NOT MOVED) rather than
      *                                undoing the rest.
       MOVE-YEAR-TO-PURGE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CREATE_DIR' USING WS-PURGE-DIR.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
               PERFORM MOVE-ONE-ARCHIVE
           END-PERFORM.
           EXIT PARAGRAPH.

       MOVE-ONE-ARCHIVE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_RENAME_FILE' USING WS-PT-FILE(WS-ARCH-IDX)
                                         WS-PT-MOVED-TO(WS-ARCH-IDX).
           MOVE RETURN-CODE TO WS-MOVE-RETURN-CODE.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-MOVE-RETURN-CODE NOT = 0 THEN
               DISPLAY 'Cannot move '
                       FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX)) ' to '
                       FUNCTION TRIM(WS-PT-MOVED-TO(WS-ARCH-IDX))
                       ' - it stays where it is; move it by hand.'
               MOVE 'NOT MOVED' TO WS-PT-MOVED-TO(WS-ARCH-IDX)
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO SL-OP.
           MOVE 'BUDGET-RETAIN' TO SL-PROGRAM.
           MOVE WS-PT-FILE(WS-ARCH-IDX) TO SL-LEDGER-NAME.
           MOVE WS-PT-MOVED-TO(WS-ARCH-IDX) TO SL-NEW-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           EXIT PARAGRAPH.

      *                                One line for the year and one
      *                                per archive, name=value like
      *                                DATA/AUDIT.LOG.
       APPEND-PURGE-LOG.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-TODAY-DATE         DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)      DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING.
           OPEN EXTEND PURGE-LOG-FILE.
      *    First roll-up: the log doesn't exist yet for EXTEND to
      *    append to, so fall back to creating it.
           IF WS-PURGE-STATUS = '35' THEN
               OPEN OUTPUT PURGE-LOG-FILE
           END-IF.
           IF WS-PURGE-STATUS NOT = '00' THEN
               DISPLAY 'WARNING: cannot write DATA/PURGE/PURGE.LOG,'
                       ' file status ' WS-PURGE-STATUS
                       ' - the year''s figures are not logged.'
               PERFORM NOTE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR-OPENING TO WS-MONEY-DISPLAY.
           MOVE WS-YEAR-CLOSING TO WS-MONEY-DISPLAY-2.
           MOVE WS-YEAR-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-YEAR-ENTRIES TO WS-COUNT-DISPLAY-2.
           MOVE WS-YEAR-COMMITTED TO WS-COUNT-DISPLAY-3.
           MOVE WS-YEAR-PORTIONS TO WS-COUNT-DISPLAY-4.
           MOVE WS-YEAR-DROPPED TO WS-COUNT-DISPLAY-5.
           MOVE WS-SUMMARY-LINES TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO PURGE-LOG-LINE.
           STRING WS-NOW-STAMP          DELIMITED BY SIZE
                  ' account='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR-ACCOUNT)
                                        DELIMITED BY SIZE
                  ' year='              DELIMITED BY SIZE
                  WS-YEAR-TEXT          DELIMITED BY SIZE
                  ' summary='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUMMARY-NAME)
                                        DELIMITED BY SIZE
                  ' periods='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' opening='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                  ' closing='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY-2)
                                        DELIMITED BY SIZE
                  ' entries='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                                        DELIMITED BY SIZE
                  ' committed='         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                                        DELIMITED BY SIZE
                  ' portions='          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-4)
                                        DELIMITED BY SIZE
                  ' dropped='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-5)
                                        DELIMITED BY SIZE
                  ' lines='             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO PURGE-LOG-LINE
           END-STRING.
           WRITE PURGE-LOG-LINE.
           PERFORM VARYING WS-ARCH-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-ARCH-IDX > WS-GROUP-LAST
               PERFORM WRITE-ARCHIVE-LOG-LINE
           END-PERFORM.
           CLOSE PURGE-LOG-FILE.
           EXIT PARAGRAPH.

       WRITE-ARCHIVE-LOG-LINE.
           MOVE WS-PT-OPENING(WS-ARCH-IDX) TO WS-MONEY-DISPLAY.
           MOVE WS-PT-CLOSING(WS-ARCH-IDX) TO WS-MONEY-DISPLAY-2.
           MOVE WS-PT-ENTRIES(WS-ARCH-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PURGE-LOG-LINE.
           STRING WS-NOW-STAMP          DELIMITED BY SIZE
                  ' account='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR-ACCOUNT)
                                        DELIMITED BY SIZE
                  ' period='            DELIMITED BY SIZE
                  WS-PT-PERIOD(WS-ARCH-IDX)
                                        DELIMITED BY SIZE
                  ' archive='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-FILE(WS-ARCH-IDX))
                                        DELIMITED BY SIZE
                  ' moved-to='          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-MOVED-TO(WS-ARCH-IDX))
                                        DELIMITED BY SIZE
                  ' opening='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                  ' closing='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY-2)
                                        DELIMITED BY SIZE
                  ' entries='           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ' closed-at='         DELIMITED BY SIZE
                  WS-PT-CLOSED-AT(WS-ARCH-IDX)
                                        DELIMITED BY SIZE
                  INTO PURGE-LOG-LINE
           END-STRING.
           WRITE PURGE-LOG-LINE.
           EXIT PARAGRAPH.

       REPORT-RUN-TOTALS.
           IF WS-DUE-COUNT = 0 THEN
               DISPLAY 'Nothing due for roll-up.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ROLLED-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY-3.
           IF LIST-MODE THEN
               DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' year(s) due for roll-up, '
                       FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                       ' held back (LIST - nothing changed).'
           ELSE
               DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' year(s) due: '
                       FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                       ' rolled up, '
                       FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                       ' held back.'
           END-IF.
           EXIT PARAGRAPH.

       SET-FOLD-AMOUNT.
           MOVE LR-AMOUNT TO WS-FOLD-AMOUNT.
           IF LR-CURRENCY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LR-CURRENCY TO WS-PICK-CURRENCY.
           MOVE LR-DATE TO WS-PICK-DATE.
           PERFORM PICK-FOLD-RATE.
           IF WS-RATE-PICK = 0 THEN
               PERFORM WARN-MISSING-RATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FOLD-AMOUNT ROUNDED
                 = LR-AMOUNT * WS-RATE-VALUE(WS-RATE-PICK)
           END-COMPUTE.
           EXIT PARAGRAPH.

      *                                The rate in force for
      *                                WS-PICK-CURRENCY on
      *                                WS-PICK-DATE: the latest
      *                                effective date on or before
      *                                it.  No date takes the latest
      *                                rate on file, and a date older
      *                                than every dated rate the
      *                                earliest one.  On a tie the
      *                                first line on file wins.
       PICK-FOLD-RATE.
           MOVE 0 TO WS-RATE-PICK WS-RATE-FIRST.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-PICK-CURRENCY
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
           IF WS-PICK-DATE NOT = SPACES
                   AND WS-RATE-FROM(WS-RATE-IDX) > WS-PICK-DATE THEN
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

      *                                Folded at face value, as
      *                                BUDGET-MAIN folds it, so the
      *                                figures still agree with the
      *                                catalog's.
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

      *                                One 'CODE;RATE' line per
      *                                currency, or several dated
      *                                ones, 'CODE;RATE;YYYYMMDD',
      *                                each in force from its date
      *                                on.  '*' lines are comments.
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
