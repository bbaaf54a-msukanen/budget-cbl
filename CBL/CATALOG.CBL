       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-CATALOG.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Ledger catalog listing.  CLOSE-PERIOD and REOPEN-PERIOD keep
      * DATA/CATALOG.CSV up to date (see LEDGER-CATALOG); this prints
      * it, account by account, oldest period first, and says what
      * is wrong with it:
      *
      *   budget-catalog [<account>]
      *
      * Per period: status (OPEN, CLOSED, REOPENED, or SUMMARY for a
      * year BUDGET-RETAIN has rolled up into one ledger), opening
      * and closing balance, when it was closed, and the file.  Two
      * things are flagged - a month missing from an account's run
      * of periods (the month that would otherwise just vanish from
      * a trend), and a catalogued file that is no longer on disk.
      * RETURN-CODE 4 when anything was flagged, 8 when the account
      * asked for has nothing catalogued, 12 when the catalog cannot
      * be read.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PARM-RAW                 PIC X(999).
       01  WS-ACCOUNT-WANTED           PIC X(20).
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
       01  WS-PREV-ACCOUNT             PIC X(20).
      *    Gap detection: the period that should follow the one
      *    before, and the last month missing ahead of this one.
       01  WS-EXPECTED-PERIOD          PIC X(06).
       01  WS-EXPECTED-PARTS REDEFINES WS-EXPECTED-PERIOD.
           05  WS-EXPECTED-YEAR        PIC 9(4).
           05  WS-EXPECTED-MONTH       PIC 9(2).
       01  WS-GAP-LAST                 PIC X(06).
       01  WS-GAP-LAST-PARTS REDEFINES WS-GAP-LAST.
           05  WS-GAP-LAST-YEAR        PIC 9(4).
           05  WS-GAP-LAST-MONTH       PIC 9(2).
       01  WS-GAP-COUNT                PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(4) VALUE 0.
       01  WS-FILE-EXIST-INFO          PIC X(16).
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
       01  WS-FILE-CHECK-NAME          PIC X(81).
       01  WS-EXISTS-SWITCH            PIC X VALUE 'N'.
           88  WS-FILE-EXISTS          VALUE 'Y'.
      *    Report formatting.
       01  WS-OPENING-DISPLAY          PIC -(8)9.99.
       01  WS-CLOSING-DISPLAY          PIC X(12).
       01  WS-CLOSING-EDIT             PIC -(8)9.99.
       01  WS-FLAG-TEXT                PIC X(8).
       01  WS-COUNT-DISPLAY            PIC ZZZ9.
           COPY LEDGCAT.

       PROCEDURE DIVISION.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-ACCOUNT-WANTED.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-ACCOUNT-WANTED
           END-UNSTRING.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-CATALOG' TO CT-PROGRAM.
           MOVE WS-ACCOUNT-WANTED TO CT-ACCOUNT.
           MOVE SPACES TO CT-FROM-PERIOD CT-TO-PERIOD.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
           IF CT-STATUS = 'F' THEN
               DISPLAY 'Cannot read the ledger catalog: '
                       FUNCTION TRIM(CT-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CT-STATUS = 'N' THEN
               IF WS-ACCOUNT-WANTED = SPACES THEN
                   DISPLAY 'DATA/CATALOG.CSV is empty - nothing has'
                           ' been closed yet.'
               ELSE
                   DISPLAY 'Nothing catalogued for account '
                           FUNCTION TRIM(WS-ACCOUNT-WANTED) '.'
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.
           IF CT-SELECT-OVERFLOW = 'Y' THEN
               DISPLAY 'WARNING: only the first ' CT-SELECT-COUNT
                       ' catalog records are listed.'
           END-IF.
           MOVE SPACES TO WS-PREV-ACCOUNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > CT-SELECT-COUNT
               PERFORM LIST-ONE-RECORD
           END-PERFORM.
           DISPLAY ' '.
           MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' gap(s) in the period sequence, '
                   WITH NO ADVANCING.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' catalogued file(s) missing.'.
           IF WS-GAP-COUNT > 0 OR WS-MISSING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *                                A new account gets its own
      *                                heading; within one, every
      *                                period is checked against the
      *                                month after the one before.
       LIST-ONE-RECORD.
           IF CT-SEL-ACCOUNT(WS-CT-IDX) NOT = WS-PREV-ACCOUNT THEN
               DISPLAY ' '
               DISPLAY 'Account ' FUNCTION TRIM(
                           CT-SEL-ACCOUNT(WS-CT-IDX))
               DISPLAY 'Period Status      Opening      Closing'
                       ' Closed at       File'
               MOVE CT-SEL-ACCOUNT(WS-CT-IDX) TO WS-PREV-ACCOUNT
           ELSE
               PERFORM CHECK-FOR-GAP
           END-IF.
           PERFORM CHECK-FILE-EXISTS.
           MOVE CT-SEL-OPENING(WS-CT-IDX) TO WS-OPENING-DISPLAY.
           IF CT-SEL-STATUS(WS-CT-IDX) = 'CLOSED'
                   OR CT-SEL-STATUS(WS-CT-IDX) = 'SUMMARY' THEN
               MOVE CT-SEL-CLOSING(WS-CT-IDX) TO WS-CLOSING-EDIT
               MOVE WS-CLOSING-EDIT TO WS-CLOSING-DISPLAY
           ELSE
               MOVE SPACES TO WS-CLOSING-DISPLAY
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF NOT WS-FILE-EXISTS THEN
               MOVE 'MISSING' TO WS-FLAG-TEXT
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
           DISPLAY CT-SEL-PERIOD(WS-CT-IDX) ' '
                   CT-SEL-STATUS(WS-CT-IDX) ' '
                   WS-OPENING-DISPLAY ' '
                   WS-CLOSING-DISPLAY ' '
                   CT-SEL-CLOSED-AT(WS-CT-IDX) ' '
                   FUNCTION TRIM(CT-SEL-FILE(WS-CT-IDX)) ' '
                   WS-FLAG-TEXT.
           EXIT PARAGRAPH.

      *                                A run of missing months is
      *                                reported once, from the month
      *                                after the previous period to
      *                                the month before this one.  A
      *                                summary is filed under its
      *                                year's last month but covers
      *                                the year from January.
       CHECK-FOR-GAP.
           MOVE CT-SEL-PERIOD(WS-CT-IDX - 1) TO WS-EXPECTED-PERIOD.
           MOVE CT-SEL-PERIOD(WS-CT-IDX) TO WS-GAP-LAST.
           IF WS-EXPECTED-PERIOD IS NOT NUMERIC
                   OR WS-GAP-LAST IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF CT-SEL-STATUS(WS-CT-IDX) = 'SUMMARY' THEN
               MOVE 1 TO WS-GAP-LAST-MONTH
           END-IF.
           IF WS-GAP-LAST = WS-EXPECTED-PERIOD THEN
               ADD 1 TO WS-GAP-COUNT
               DISPLAY '** period ' WS-GAP-LAST ' is catalogued twice'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXPECTED-MONTH >= 12 THEN
               ADD 1 TO WS-EXPECTED-YEAR
               MOVE 1 TO WS-EXPECTED-MONTH
           ELSE
               ADD 1 TO WS-EXPECTED-MONTH
           END-IF.
           IF WS-GAP-LAST = WS-EXPECTED-PERIOD THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GAP-COUNT.
           IF WS-GAP-LAST-MONTH <= 1 THEN
               SUBTRACT 1 FROM WS-GAP-LAST-YEAR
               MOVE 12 TO WS-GAP-LAST-MONTH
           ELSE
               SUBTRACT 1 FROM WS-GAP-LAST-MONTH
           END-IF.
           IF WS-GAP-LAST = WS-EXPECTED-PERIOD THEN
               DISPLAY '** GAP: no ledger catalogued for '
                       WS-EXPECTED-PERIOD
           ELSE
               DISPLAY '** GAP: no ledger catalogued for '
                       WS-EXPECTED-PERIOD '-' WS-GAP-LAST
           END-IF.
           EXIT PARAGRAPH.

      *                                CBL_CHECK_FILE_EXIST wants a
      *                                space-terminated name and sets
      *                                RETURN-CODE, which must not
      *                                leak out as this run's status.
       CHECK-FILE-EXISTS.
           MOVE 'N' TO WS-EXISTS-SWITCH.
           MOVE SPACES TO WS-FILE-CHECK-NAME.
           MOVE CT-SEL-FILE(WS-CT-IDX) TO WS-FILE-CHECK-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-FILE-CHECK-NAME WS-FILE-EXIST-INFO.
           IF RETURN-CODE = 0 THEN
               SET WS-FILE-EXISTS TO TRUE
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.
