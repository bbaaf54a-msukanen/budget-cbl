       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEDGER-SIGNON.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Operator sign-on.  BUDGET-MAINTAIN signs its operator on here
      * before keying anything, and BUDGET-APPROVE signs on the
      * second operator who approves what went over a limit.  Each
      * request is answered from DATA/OPERATORS.CSV as it stands, so
      * a change to the file takes effect on the next run without a
      * restart of anything.  See LEDGSIGN for the protocol and the
      * file's layout.
      *
      * No operator file means sign-on is not in force: callers go
      * on exactly as they did before operators existed.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE        ASSIGN TO "DATA/OPERATORS.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-LINE               PIC X(400).
       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS              PIC XX VALUE '00'.
       01  WS-WANTED-ID                PIC X(8).
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-OPERATOR-FOUND       VALUE 'Y'.
      *    One operator line, as read.
       01  WS-OPER-IN.
           05  WS-OPER-IN-ID           PIC X(10).
           05  WS-OPER-IN-NAME         PIC X(30).
           05  WS-OPER-IN-LIMIT        PIC X(15).
           05  WS-OPER-IN-LEDGERS      PIC X(340).
      *    The permitted ledgers, one per token.
       77  WS-LEDGER-TOKEN-MAX         PIC 99 VALUE 12.
       01  WS-LEDGER-TOKENS.
           05  WS-LEDGER-TOKEN         OCCURS 12 TIMES PIC X(80).
       01  WS-LEDGER-TOKEN-COUNT       PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
       01  WS-PERMITTED-SWITCH         PIC X VALUE 'N'.
           88  WS-LEDGER-PERMITTED     VALUE 'Y'.
      *    The asked-for ledger, whole and as its file name alone.
       01  WS-UPPER-LEDGER             PIC X(80).
       01  WS-BASE-NAME                PIC X(80).
       01  WS-NAME-LENGTH              PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CHAR-IDX                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-SLASH-POS                PIC 9(4) USAGE COMP VALUE 0.
       LINKAGE SECTION.
           COPY LEDGSIGN.

       PROCEDURE DIVISION USING SO-REQUEST.
           MOVE '0' TO SO-STATUS.
           MOVE SPACES TO SO-ERROR-TEXT.
           EVALUATE SO-OP
               WHEN 'S' PERFORM SIGN-ON-OPERATOR
               WHEN OTHER
                   MOVE 'F' TO SO-STATUS
                   MOVE 'unknown sign-on request' TO SO-ERROR-TEXT
           END-EVALUATE.
           GOBACK.

       SIGN-ON-OPERATOR.
           MOVE SPACES TO SO-OPERATOR-NAME.
           MOVE 'N' TO SO-LIMIT-SWITCH.
           MOVE 0 TO SO-ENTRY-LIMIT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SO-OPERATOR-ID))
               TO WS-WANTED-ID.
           MOVE 'N' TO WS-FOUND-SWITCH.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = '00' THEN
               MOVE 'N' TO SO-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OPER-STATUS NOT = '00'
                   OR WS-OPERATOR-FOUND
               READ OPERATOR-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-OPERATOR-LINE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF SO-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-OPERATOR-FOUND OR WS-WANTED-ID = SPACES THEN
               MOVE 'U' TO SO-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF SO-LEDGER-NAME NOT = SPACES THEN
               PERFORM CHECK-LEDGER-PERMITTED
               IF NOT WS-LEDGER-PERMITTED THEN
                   MOVE 'D' TO SO-STATUS
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                Only the wanted operator's line
      *                                is taken apart; the rest are
      *                                passed over unread.
       NOTE-OPERATOR-LINE.
           IF OPERATOR-LINE = SPACES OR OPERATOR-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OPER-IN.
           UNSTRING OPERATOR-LINE
               DELIMITED BY ';'
               INTO WS-OPER-IN-ID WS-OPER-IN-NAME
                    WS-OPER-IN-LIMIT WS-OPER-IN-LEDGERS
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-IN-ID))
                   NOT = WS-WANTED-ID THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-OPERATOR-FOUND TO TRUE.
           MOVE WS-OPER-IN-NAME TO SO-OPERATOR-NAME.
           IF WS-OPER-IN-LIMIT NOT = SPACES THEN
      *        A limit that does not read as a plain amount would
      *        otherwise sign the operator on with no limit at all.
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-OPER-IN-LIMIT))
                       NOT = 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-OPER-IN-LIMIT)) < 0 THEN
                   MOVE 'F' TO SO-STATUS
                   STRING 'operator '       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-WANTED-ID)
                                            DELIMITED BY SIZE
                          ' has an unreadable limit'
                                            DELIMITED BY SIZE
                          INTO SO-ERROR-TEXT
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               SET SO-HAS-LIMIT TO TRUE
               COMPUTE SO-ENTRY-LIMIT
                     = FUNCTION NUMVAL(FUNCTION TRIM(WS-OPER-IN-LIMIT))
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-LEDGER-TOKENS.
           MOVE 0 TO WS-LEDGER-TOKEN-COUNT.
           UNSTRING WS-OPER-IN-LEDGERS
               DELIMITED BY ALL SPACE
               INTO WS-LEDGER-TOKEN(1) WS-LEDGER-TOKEN(2)
                    WS-LEDGER-TOKEN(3) WS-LEDGER-TOKEN(4)
                    WS-LEDGER-TOKEN(5) WS-LEDGER-TOKEN(6)
                    WS-LEDGER-TOKEN(7) WS-LEDGER-TOKEN(8)
                    WS-LEDGER-TOKEN(9) WS-LEDGER-TOKEN(10)
                    WS-LEDGER-TOKEN(11) WS-LEDGER-TOKEN(12)
               TALLYING IN WS-LEDGER-TOKEN-COUNT
           END-UNSTRING.
           EXIT PARAGRAPH.

      *                                A ledger is permitted when a
      *                                token names it as given, names
      *                                its file name alone, or is '*'.
       CHECK-LEDGER-PERMITTED.
           MOVE 'N' TO WS-PERMITTED-SWITCH.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SO-LEDGER-NAME))
               TO WS-UPPER-LEDGER.
           MOVE 0 TO WS-SLASH-POS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-UPPER-LEDGER))
               TO WS-NAME-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-NAME-LENGTH
               IF WS-UPPER-LEDGER(WS-CHAR-IDX:1) = '/'
                       OR WS-UPPER-LEDGER(WS-CHAR-IDX:1) = '\' THEN
                   MOVE WS-CHAR-IDX TO WS-SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE-NAME.
           IF WS-SLASH-POS < WS-NAME-LENGTH THEN
               MOVE WS-UPPER-LEDGER(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           END-IF.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-LEDGER-TOKEN-COUNT
                      OR WS-TOKEN-IDX > WS-LEDGER-TOKEN-MAX
               MOVE FUNCTION UPPER-CASE(WS-LEDGER-TOKEN(WS-TOKEN-IDX))
                   TO WS-LEDGER-TOKEN(WS-TOKEN-IDX)
               IF WS-LEDGER-TOKEN(WS-TOKEN-IDX) = '*'
                       OR WS-LEDGER-TOKEN(WS-TOKEN-IDX)
                           = WS-UPPER-LEDGER
                       OR WS-LEDGER-TOKEN(WS-TOKEN-IDX)
                           = WS-BASE-NAME THEN
                   SET WS-LEDGER-PERMITTED TO TRUE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
