       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEDGER-CATALOG.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Ledger catalog keeper.  CLOSE-PERIOD renames a ledger to
      * <name>.CLOSED and opens the next period under a new name;
      * REOPEN-PERIOD undoes that.  This records each step in
      * DATA/CATALOG.CSV - account, period, status, file, opening and
      * closing balance, close timestamp - so the trend, goals,
      * query and consolidation reports can take an account and a
      * period range instead of a list of archive names typed in the
      * right order, and BUDGET-CATALOG can list what is missing.
      * BUDGET-RETAIN's year roll-up replaces a year of closed
      * periods with the one summary ledger that stands for them.
      * See LEDGCAT for the request-area protocol.
      *
      * The catalog is small (one line per account per month), so
      * every request loads it whole, works on the table, and a
      * change rewrites the file whole, sorted by account and
      * period, under the exclusive lock on the catalog file itself.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE         ASSIGN TO "DATA/CATALOG.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE                PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS           PIC XX VALUE '00'.
       01  WS-CATALOG-NAME             PIC X(80)
                                       VALUE 'DATA/CATALOG.CSV'.
      *    The whole catalog, as loaded.  A dropped record (the
      *    aborted period of a reopen) is marked and left out of the
      *    rewrite.
       77  WS-CAT-TABLE-SIZE           PIC 9(4) VALUE 500.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY            OCCURS 500 TIMES.
               10  WS-CAT-KEY.
                   15  WS-CAT-ACCOUNT  PIC X(20).
                   15  WS-CAT-PERIOD   PIC X(06).
               10  WS-CAT-STATUS       PIC X(08).
               10  WS-CAT-FILE         PIC X(80).
               10  WS-CAT-OPENING      PIC S9(9)V99 USAGE COMP-3.
               10  WS-CAT-CLOSING      PIC S9(9)V99 USAGE COMP-3.
               10  WS-CAT-CLOSED-AT    PIC X(15).
               10  WS-CAT-DROP-SWITCH  PIC X.
                   88  WS-CAT-DROPPED  VALUE 'Y'.
       01  WS-CAT-COUNT                PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CAT-IDX                  PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CAT-IDX-2                PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CAT-FOUND-IDX            PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CAT-HOLD                 PIC X(142).
       01  WS-CAT-SWAPPED-SWITCH       PIC X VALUE 'N'.
           88  WS-CAT-SWAPPED          VALUE 'Y'.
       01  WS-CAT-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-CAT-FULL             VALUE 'Y'.
       01  WS-CAT-IN.
           05  WS-CAT-IN-ACCOUNT       PIC X(20).
           05  WS-CAT-IN-PERIOD        PIC X(06).
           05  WS-CAT-IN-STATUS        PIC X(08).
           05  WS-CAT-IN-FILE          PIC X(80).
           05  WS-CAT-IN-OPENING       PIC X(15).
           05  WS-CAT-IN-CLOSING       PIC X(15).
           05  WS-CAT-IN-CLOSED-AT     PIC X(15).
       01  WS-OPENING-OUT              PIC -(9)9.99.
       01  WS-CLOSING-OUT              PIC -(9)9.99.
      *    Period arithmetic on YYYYMM.
       01  WS-PERIOD-WORK              PIC X(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(8).
       01  WS-TIMESTAMP                PIC X(15).
      *    Account name from a file name: DATA/CHECKING-202610.CSV
      *    is account CHECKING.
       01  WS-BASE-NAME                PIC X(80).
       01  WS-NAME-IDX                 PIC 99 VALUE 0.
       01  WS-NAME-LEN                 PIC 99 VALUE 0.
       01  WS-SLASH-POS                PIC 99 VALUE 0.
       01  WS-LOCK-HELD-SWITCH         PIC X VALUE 'N'.
           88  WS-LOCK-HELD            VALUE 'Y'.
      *    Year roll-up: the periods given way and the last of them.
       01  WS-ROLLED-COUNT             PIC 9(4) USAGE COMP VALUE 0.
       01  WS-ROLLED-LAST              PIC X(06).
           COPY LEDGLOCK.
       LINKAGE SECTION.
           COPY LEDGCAT.

       PROCEDURE DIVISION USING CT-REQUEST.
           MOVE '0' TO CT-STATUS.
           MOVE SPACES TO CT-ERROR-TEXT.
           MOVE 0 TO CT-SELECT-COUNT.
           MOVE 'N' TO CT-SELECT-OVERFLOW.
           EVALUATE CT-OP
               WHEN 'C' PERFORM RECORD-CLOSE
               WHEN 'R' PERFORM RECORD-REOPEN
               WHEN 'F' PERFORM FIND-LEDGER
               WHEN 'S' PERFORM SELECT-PERIODS
               WHEN 'Y' PERFORM RECORD-ROLLUP
               WHEN OTHER
                   MOVE 'F' TO CT-STATUS
                   MOVE 'unknown catalog request' TO CT-ERROR-TEXT
           END-EVALUATE.
           GOBACK.

      *                                The closed period becomes
      *                                CLOSED under its archive name;
      *                                the new period goes on file as
      *                                OPEN, one month on, opening at
      *                                the figure just closed.
       RECORD-CLOSE.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CATALOG.
           IF CT-STATUS = 'F' THEN
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-LEDGER-NAME TO WS-CAT-IN-FILE.
           PERFORM FIND-LIVE-RECORD.
           IF WS-CAT-FOUND-IDX = 0 THEN
               PERFORM ADD-CATALOG-ENTRY
               IF WS-CAT-FULL THEN
                   PERFORM RELEASE-CATALOG-LOCK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IDX
               IF CT-ACCOUNT = SPACES THEN
                   PERFORM DERIVE-ACCOUNT-NAME
               END-IF
               MOVE FUNCTION UPPER-CASE(CT-ACCOUNT)
                   TO WS-CAT-ACCOUNT(WS-CAT-FOUND-IDX)
               MOVE CT-PERIOD TO WS-PERIOD-WORK
               IF WS-PERIOD-WORK IS NOT NUMERIC
                       OR WS-PERIOD-MONTH < 1
                       OR WS-PERIOD-MONTH > 12 THEN
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY(1:6) TO WS-PERIOD-WORK
               END-IF
               MOVE WS-PERIOD-WORK TO WS-CAT-PERIOD(WS-CAT-FOUND-IDX)
           END-IF.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-CAT-ACCOUNT(WS-CAT-FOUND-IDX) TO CT-ACCOUNT.
           MOVE WS-CAT-PERIOD(WS-CAT-FOUND-IDX) TO CT-PERIOD.
           MOVE 'CLOSED' TO WS-CAT-STATUS(WS-CAT-FOUND-IDX).
           MOVE CT-ARCHIVE-NAME TO WS-CAT-FILE(WS-CAT-FOUND-IDX).
           MOVE CT-OPENING TO WS-CAT-OPENING(WS-CAT-FOUND-IDX).
           MOVE CT-CLOSING TO WS-CAT-CLOSING(WS-CAT-FOUND-IDX).
           MOVE WS-TIMESTAMP TO WS-CAT-CLOSED-AT(WS-CAT-FOUND-IDX).
      *    A next-period file already on file (a close repeated
      *    after a reopen left it behind) is replaced, not doubled.
           MOVE CT-NEXT-NAME TO WS-CAT-IN-FILE.
           PERFORM FIND-LIVE-RECORD.
           IF WS-CAT-FOUND-IDX = 0 THEN
               PERFORM ADD-CATALOG-ENTRY
               IF WS-CAT-FULL THEN
                   PERFORM RELEASE-CATALOG-LOCK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IDX
           END-IF.
           MOVE CT-PERIOD TO WS-PERIOD-WORK.
           PERFORM ADVANCE-PERIOD.
           MOVE CT-ACCOUNT TO WS-CAT-ACCOUNT(WS-CAT-FOUND-IDX).
           MOVE WS-PERIOD-WORK TO WS-CAT-PERIOD(WS-CAT-FOUND-IDX).
           MOVE 'OPEN' TO WS-CAT-STATUS(WS-CAT-FOUND-IDX).
           MOVE CT-NEXT-NAME TO WS-CAT-FILE(WS-CAT-FOUND-IDX).
           MOVE CT-CLOSING TO WS-CAT-OPENING(WS-CAT-FOUND-IDX).
           MOVE 0 TO WS-CAT-CLOSING(WS-CAT-FOUND-IDX).
           MOVE SPACES TO WS-CAT-CLOSED-AT(WS-CAT-FOUND-IDX).
           PERFORM WRITE-CATALOG.
           PERFORM RELEASE-CATALOG-LOCK.
           EXIT PARAGRAPH.

      *                                The archive is live again under
      *                                its own name; the aborted
      *                                next-period file was deleted,
      *                                so its record goes too.
       RECORD-REOPEN.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CATALOG.
           IF CT-STATUS = 'F' THEN
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-ARCHIVE-NAME TO WS-CAT-IN-FILE.
           PERFORM FIND-FILE-RECORD.
           IF WS-CAT-FOUND-IDX = 0 THEN
               MOVE 'N' TO CT-STATUS
               MOVE 'the archive was never catalogued'
                   TO CT-ERROR-TEXT
           ELSE
               MOVE WS-CAT-ACCOUNT(WS-CAT-FOUND-IDX) TO CT-ACCOUNT
               MOVE WS-CAT-PERIOD(WS-CAT-FOUND-IDX) TO CT-PERIOD
               MOVE 'REOPENED' TO WS-CAT-STATUS(WS-CAT-FOUND-IDX)
               MOVE CT-LEDGER-NAME TO WS-CAT-FILE(WS-CAT-FOUND-IDX)
               MOVE 0 TO WS-CAT-CLOSING(WS-CAT-FOUND-IDX)
               MOVE SPACES TO WS-CAT-CLOSED-AT(WS-CAT-FOUND-IDX)
           END-IF.
           MOVE CT-NEXT-NAME TO WS-CAT-IN-FILE.
           PERFORM FIND-LIVE-RECORD.
           IF WS-CAT-FOUND-IDX > 0 THEN
               SET WS-CAT-DROPPED(WS-CAT-FOUND-IDX) TO TRUE
           END-IF.
           PERFORM WRITE-CATALOG.
           PERFORM RELEASE-CATALOG-LOCK.
           EXIT PARAGRAPH.

      *                                The year's closed periods are
      *                                dropped and the summary goes
      *                                on file in their place; a
      *                                period in the range that is
      *                                open or reopened again refuses
      *                                the whole roll-up, so nothing
      *                                live is ever folded away.
       RECORD-ROLLUP.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CATALOG.
           IF CT-STATUS = 'F' THEN
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(CT-ACCOUNT) TO CT-ACCOUNT.
           MOVE 0 TO WS-ROLLED-COUNT.
           MOVE SPACES TO WS-ROLLED-LAST.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR CT-STATUS = 'F'
               IF WS-CAT-ACCOUNT(WS-CAT-IDX) = CT-ACCOUNT
                       AND WS-CAT-PERIOD(WS-CAT-IDX)
                           NOT < CT-FROM-PERIOD
                       AND WS-CAT-PERIOD(WS-CAT-IDX)
                           NOT > CT-TO-PERIOD
                       AND NOT WS-CAT-DROPPED(WS-CAT-IDX) THEN
                   PERFORM ROLL-UP-ONE-PERIOD
               END-IF
           END-PERFORM.
           IF CT-STATUS = 'F' THEN
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROLLED-COUNT = 0 THEN
               MOVE 'N' TO CT-STATUS
               MOVE 'no closed period in the range' TO CT-ERROR-TEXT
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-CATALOG-ENTRY.
           IF WS-CAT-FULL THEN
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-TIMESTAMP.
           IF CT-PERIOD = SPACES THEN
               MOVE WS-ROLLED-LAST TO CT-PERIOD
           END-IF.
           MOVE CT-ACCOUNT TO WS-CAT-ACCOUNT(WS-CAT-COUNT).
           MOVE CT-PERIOD TO WS-CAT-PERIOD(WS-CAT-COUNT).
           MOVE 'SUMMARY' TO WS-CAT-STATUS(WS-CAT-COUNT).
           MOVE CT-ARCHIVE-NAME TO WS-CAT-FILE(WS-CAT-COUNT).
           MOVE CT-OPENING TO WS-CAT-OPENING(WS-CAT-COUNT).
           MOVE CT-CLOSING TO WS-CAT-CLOSING(WS-CAT-COUNT).
           MOVE WS-TIMESTAMP TO WS-CAT-CLOSED-AT(WS-CAT-COUNT).
           PERFORM WRITE-CATALOG.
           PERFORM RELEASE-CATALOG-LOCK.
           EXIT PARAGRAPH.

       ROLL-UP-ONE-PERIOD.
           IF WS-CAT-STATUS(WS-CAT-IDX) NOT = 'CLOSED' THEN
               MOVE 'F' TO CT-STATUS
               MOVE SPACES TO CT-ERROR-TEXT
               STRING 'period '         DELIMITED BY SIZE
                      WS-CAT-PERIOD(WS-CAT-IDX)
                                        DELIMITED BY SIZE
                      ' is '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-STATUS(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ', not closed'    DELIMITED BY SIZE
                      INTO CT-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           SET WS-CAT-DROPPED(WS-CAT-IDX) TO TRUE.
           ADD 1 TO WS-ROLLED-COUNT.
           IF WS-CAT-PERIOD(WS-CAT-IDX) > WS-ROLLED-LAST THEN
               MOVE WS-CAT-PERIOD(WS-CAT-IDX) TO WS-ROLLED-LAST
           END-IF.
           EXIT PARAGRAPH.

      *                                A file the catalog has not
      *                                seen comes back 'N' with the
      *                                account a close would give it.
       FIND-LEDGER.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CATALOG.
           PERFORM RELEASE-CATALOG-LOCK.
           IF CT-STATUS = 'F' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-LEDGER-NAME TO WS-CAT-IN-FILE.
           PERFORM FIND-FILE-RECORD.
           IF WS-CAT-FOUND-IDX = 0 THEN
               MOVE 'N' TO CT-STATUS
               IF CT-ACCOUNT = SPACES THEN
                   PERFORM DERIVE-ACCOUNT-NAME
               END-IF
               MOVE FUNCTION UPPER-CASE(CT-ACCOUNT) TO CT-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAT-FOUND-IDX TO WS-CAT-IDX.
           PERFORM RETURN-ONE-ENTRY.
           MOVE WS-CAT-ACCOUNT(WS-CAT-FOUND-IDX) TO CT-ACCOUNT.
           MOVE WS-CAT-PERIOD(WS-CAT-FOUND-IDX) TO CT-PERIOD.
           EXIT PARAGRAPH.

      *                                The table is kept in account
      *                                and period order on file, and
      *                                sorted again after the load in
      *                                case someone hand-edited it.
       SELECT-PERIODS.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF NOT WS-LOCK-HELD THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CATALOG.
           PERFORM RELEASE-CATALOG-LOCK.
           IF CT-STATUS = 'F' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SORT-CATALOG.
           MOVE FUNCTION UPPER-CASE(CT-ACCOUNT) TO CT-ACCOUNT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF (CT-ACCOUNT = SPACES
                       OR WS-CAT-ACCOUNT(WS-CAT-IDX) = CT-ACCOUNT)
                   AND (CT-FROM-PERIOD = SPACES
                       OR WS-CAT-PERIOD(WS-CAT-IDX)
                           NOT < CT-FROM-PERIOD)
                   AND (CT-TO-PERIOD = SPACES
                       OR WS-CAT-PERIOD(WS-CAT-IDX)
                           NOT > CT-TO-PERIOD) THEN
                   PERFORM RETURN-ONE-ENTRY
               END-IF
           END-PERFORM.
           IF CT-SELECT-COUNT = 0 THEN
               MOVE 'N' TO CT-STATUS
           END-IF.
           EXIT PARAGRAPH.

       RETURN-ONE-ENTRY.
           IF CT-SELECT-COUNT >= 200 THEN
               MOVE 'Y' TO CT-SELECT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CT-SELECT-COUNT.
           MOVE WS-CAT-ACCOUNT(WS-CAT-IDX)
               TO CT-SEL-ACCOUNT(CT-SELECT-COUNT).
           MOVE WS-CAT-PERIOD(WS-CAT-IDX)
               TO CT-SEL-PERIOD(CT-SELECT-COUNT).
           MOVE WS-CAT-STATUS(WS-CAT-IDX)
               TO CT-SEL-STATUS(CT-SELECT-COUNT).
           MOVE WS-CAT-FILE(WS-CAT-IDX)
               TO CT-SEL-FILE(CT-SELECT-COUNT).
           MOVE WS-CAT-OPENING(WS-CAT-IDX)
               TO CT-SEL-OPENING(CT-SELECT-COUNT).
           MOVE WS-CAT-CLOSING(WS-CAT-IDX)
               TO CT-SEL-CLOSING(CT-SELECT-COUNT).
           MOVE WS-CAT-CLOSED-AT(WS-CAT-IDX)
               TO CT-SEL-CLOSED-AT(CT-SELECT-COUNT).
           EXIT PARAGRAPH.

      *                                The live (open or reopened)
      *                                record for WS-CAT-IN-FILE - a
      *                                file name may have been used
      *                                again after its archive was
      *                                renamed away.
       FIND-LIVE-RECORD.
           MOVE 0 TO WS-CAT-FOUND-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-FILE(WS-CAT-IDX) = WS-CAT-IN-FILE
                       AND WS-CAT-STATUS(WS-CAT-IDX) NOT = 'CLOSED'
                       AND WS-CAT-STATUS(WS-CAT-IDX) NOT = 'SUMMARY'
                       AND NOT WS-CAT-DROPPED(WS-CAT-IDX) THEN
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       FIND-FILE-RECORD.
           MOVE 0 TO WS-CAT-FOUND-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-FILE(WS-CAT-IDX) = WS-CAT-IN-FILE
                       AND NOT WS-CAT-DROPPED(WS-CAT-IDX) THEN
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       ADD-CATALOG-ENTRY.
           IF WS-CAT-COUNT >= WS-CAT-TABLE-SIZE THEN
               SET WS-CAT-FULL TO TRUE
               MOVE 'F' TO CT-STATUS
               MOVE 'the catalog is full' TO CT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-COUNT).
           MOVE 0 TO WS-CAT-OPENING(WS-CAT-COUNT)
                     WS-CAT-CLOSING(WS-CAT-COUNT).
           MOVE 'N' TO WS-CAT-DROP-SWITCH(WS-CAT-COUNT).
           EXIT PARAGRAPH.

      *                                No catalog yet is an empty
      *                                catalog - the first close
      *                                creates it.
       LOAD-CATALOG.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE 'N' TO WS-CAT-FULL-SWITCH.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATALOG-STATUS NOT = '00' THEN
               MOVE 'F' TO CT-STATUS
               MOVE 'cannot read DATA/CATALOG.CSV' TO CT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CATALOG-STATUS NOT = '00'
               READ CATALOG-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-CATALOG-LINE
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           EXIT PARAGRAPH.

       NOTE-CATALOG-LINE.
           IF CATALOG-LINE = SPACES OR CATALOG-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CAT-IN.
           UNSTRING CATALOG-LINE
               DELIMITED BY ';'
               INTO WS-CAT-IN-ACCOUNT WS-CAT-IN-PERIOD
                    WS-CAT-IN-STATUS WS-CAT-IN-FILE
                    WS-CAT-IN-OPENING WS-CAT-IN-CLOSING
                    WS-CAT-IN-CLOSED-AT
           END-UNSTRING.
           PERFORM ADD-CATALOG-ENTRY.
           IF WS-CAT-FULL THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CAT-IN-ACCOUNT)
               TO WS-CAT-ACCOUNT(WS-CAT-COUNT).
           MOVE WS-CAT-IN-PERIOD TO WS-CAT-PERIOD(WS-CAT-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-CAT-IN-STATUS)
               TO WS-CAT-STATUS(WS-CAT-COUNT).
           MOVE WS-CAT-IN-FILE TO WS-CAT-FILE(WS-CAT-COUNT).
           IF WS-CAT-IN-OPENING NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CAT-IN-OPENING) = 0 THEN
               COMPUTE WS-CAT-OPENING(WS-CAT-COUNT)
                     = FUNCTION NUMVAL(WS-CAT-IN-OPENING)
               END-COMPUTE
           END-IF.
           IF WS-CAT-IN-CLOSING NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CAT-IN-CLOSING) = 0 THEN
               COMPUTE WS-CAT-CLOSING(WS-CAT-COUNT)
                     = FUNCTION NUMVAL(WS-CAT-IN-CLOSING)
               END-COMPUTE
           END-IF.
           MOVE WS-CAT-IN-CLOSED-AT TO WS-CAT-CLOSED-AT(WS-CAT-COUNT).
           EXIT PARAGRAPH.

      *                                Simple exchange sort on account
      *                                and period - a few hundred
      *                                lines at most.
       SORT-CATALOG.
           SET WS-CAT-SWAPPED TO TRUE.
           PERFORM UNTIL NOT WS-CAT-SWAPPED
               MOVE 'N' TO WS-CAT-SWAPPED-SWITCH
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX >= WS-CAT-COUNT
                   COMPUTE WS-CAT-IDX-2 = WS-CAT-IDX + 1
                   IF WS-CAT-KEY(WS-CAT-IDX)
                           > WS-CAT-KEY(WS-CAT-IDX-2) THEN
                       MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-CAT-HOLD
                       MOVE WS-CAT-ENTRY(WS-CAT-IDX-2)
                           TO WS-CAT-ENTRY(WS-CAT-IDX)
                       MOVE WS-CAT-HOLD TO WS-CAT-ENTRY(WS-CAT-IDX-2)
                       SET WS-CAT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-CATALOG.
           PERFORM SORT-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00' THEN
               MOVE 'F' TO CT-STATUS
               MOVE 'cannot write DATA/CATALOG.CSV' TO CT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF NOT WS-CAT-DROPPED(WS-CAT-IDX) THEN
                   PERFORM WRITE-ONE-CATALOG-LINE
               END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.
           EXIT PARAGRAPH.

      *                                An open period has no closing
      *                                figure yet: both are written
      *                                blank rather than as a zero
      *                                someone could mistake for one.
       WRITE-ONE-CATALOG-LINE.
           MOVE WS-CAT-OPENING(WS-CAT-IDX) TO WS-OPENING-OUT.
           MOVE WS-CAT-CLOSING(WS-CAT-IDX) TO WS-CLOSING-OUT.
           MOVE SPACES TO CATALOG-LINE.
           IF WS-CAT-STATUS(WS-CAT-IDX) = 'CLOSED'
                   OR WS-CAT-STATUS(WS-CAT-IDX) = 'SUMMARY' THEN
               STRING FUNCTION TRIM(WS-CAT-ACCOUNT(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WS-CAT-PERIOD(WS-CAT-IDX)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-STATUS(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-FILE(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPENING-OUT)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLOSING-OUT)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WS-CAT-CLOSED-AT(WS-CAT-IDX)
                                        DELIMITED BY SIZE
                      INTO CATALOG-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CAT-ACCOUNT(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WS-CAT-PERIOD(WS-CAT-IDX)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-STATUS(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-FILE(WS-CAT-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPENING-OUT)
                                        DELIMITED BY SIZE
                      ';;'              DELIMITED BY SIZE
                      INTO CATALOG-LINE
               END-STRING
           END-IF.
           WRITE CATALOG-LINE.
           EXIT PARAGRAPH.

       ADVANCE-PERIOD.
           IF WS-PERIOD-WORK IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERIOD-MONTH >= 12 THEN
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.
           EXIT PARAGRAPH.

      *                                Directory, extension and the
      *                                trailing period stamp dropped:
      *                                DATA/CHECKING-202610.CSV gives
      *                                CHECKING, DATA/BUDGET.DTA
      *                                gives BUDGET.
       DERIVE-ACCOUNT-NAME.
           MOVE 0 TO WS-SLASH-POS.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > 80
               IF CT-LEDGER-NAME(WS-NAME-IDX:1) = '/' THEN
                   MOVE WS-NAME-IDX TO WS-SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE-NAME.
           UNSTRING CT-LEDGER-NAME(WS-SLASH-POS + 1:)
               DELIMITED BY '.'
               INTO WS-BASE-NAME
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-BASE-NAME) TO WS-BASE-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-NAME))
               TO WS-NAME-LEN.
           PERFORM UNTIL WS-NAME-LEN < 2
                   OR (WS-BASE-NAME(WS-NAME-LEN:1) IS NOT NUMERIC
                       AND WS-BASE-NAME(WS-NAME-LEN:1) NOT = '-'
                       AND WS-BASE-NAME(WS-NAME-LEN:1) NOT = '_')
               MOVE SPACE TO WS-BASE-NAME(WS-NAME-LEN:1)
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM.
           MOVE WS-BASE-NAME TO CT-ACCOUNT.
           EXIT PARAGRAPH.

       BUILD-TIMESTAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-TODAY              DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-NOW(1:6)           DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.
           EXIT PARAGRAPH.

      *                                Rewrites wait their turn; a
      *                                lookup only needs the shared
      *                                lock so readers never block
      *                                one another.
       ACQUIRE-CATALOG-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-SWITCH.
           MOVE 'A' TO LK-OP.
           MOVE WS-CATALOG-NAME TO LK-LEDGER-NAME.
           MOVE CT-PROGRAM TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'Y' TO LK-WAIT.
           IF CT-OP = 'C' OR CT-OP = 'R' OR CT-OP = 'Y' THEN
               MOVE 'X' TO LK-MODE
           ELSE
               MOVE 'S' TO LK-MODE
           END-IF.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = '0' THEN
               SET WS-LOCK-HELD TO TRUE
           ELSE
               MOVE 'F' TO CT-STATUS
               MOVE SPACES TO CT-ERROR-TEXT
               STRING 'catalog busy: held by '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(LK-HOLDER)
                                        DELIMITED BY SIZE
                      INTO CT-ERROR-TEXT
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-CATALOG-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-CATALOG-NAME TO LK-LEDGER-NAME.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           EXIT PARAGRAPH.
