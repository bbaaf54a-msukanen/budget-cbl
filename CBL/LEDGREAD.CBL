       FILE SECTION.
       FD  LEDGER-FILE.
      *    Wide enough for either format's widest line (see CSVLINE).
       01  LEDGER-LINE                 PIC X(150).
       WORKING-STORAGE SECTION.
       01  WS-FILE-NAME                PIC X(80).
       01  WS-FILE-STATUS              PIC XX VALUE '00'.
      *    The fixed layout's columns, as reference-modification
      *    offsets into LEDGER-LINE (see MAIN.CBL's BUDGET-RECORD):
      *    amount 1-9, mode 10, comment 11-40, repeat 41-42,
      *    currency 43-45, date 46-53, operators 54-69, share
      *    marker 70-99.  Version 2 (see LEDGFIX2): amount 1-11,
      *    mode 12, comment 13-62, repeat 63-64, currency 65-67,
      *    date 68-75, category 76-83, operators 84-99, share
      *    marker 100-129.
       01  WS-V2-HEADER-TEXT           PIC X(17)
                                       VALUE '*BUDGET-LEDGER-V2'.
       01  WS-MODE-BYTE                PIC X.
           COPY DATAPOTN.
       01  WS-CSV-FIELDS.
      *        absent) and the recurring repeat count.
           05  WS-CSV-MODE             PIC X(05).
           05  WS-CSV-REPEAT           PIC X(05).
           05  WS-CSV-KEYED-BY         PIC X(08).
           05  WS-CSV-APPROVED-BY      PIC X(08).
           05  WS-CSV-SHARE-SPEC       PIC X(30).
       01  WS-CSV-MODE-BYTE            PIC X.
      *    The last money line's operators and share marker, handed
      *    on to the split portions under it.
       01  WS-PARENT-KEYED-BY          PIC X(08) VALUE SPACES.
       01  WS-PARENT-APPROVED-BY       PIC X(08) VALUE SPACES.
       01  WS-PARENT-SHARE-SPEC        PIC X(30) VALUE SPACES.
      *    The line number a 'REVERSES LINE <n>' comment names.
       01  WS-REVERSED-TEXT            PIC X(10).
       01  WS-REVERSED-LEN             PIC 99 VALUE 0.
       LINKAGE SECTION.
           COPY LEDGREAD.

               MOVE 'N' TO WS-CSV-SWITCH
               MOVE 'F' TO LR-FORMAT
           END-IF.
           MOVE SPACE TO LR-LAYOUT.
           OPEN INPUT LEDGER-FILE.
           IF WS-FILE-STATUS = '00' AND NOT CSV-LEDGER THEN
               PERFORM NOTE-FIXED-LAYOUT
           END-IF.
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'F' TO LR-STATUS
               MOVE SPACES TO LR-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           SET WS-STREAM-OPEN TO TRUE.
           MOVE SPACES TO WS-PARENT-KEYED-BY WS-PARENT-APPROVED-BY
                          WS-PARENT-SHARE-SPEC.
           MOVE 0 TO LR-LINE-NO.
           MOVE '0' TO LR-STATUS.
           MOVE SPACES TO LR-ERROR-TEXT.
           EXIT PARAGRAPH.

      *                                A fixed file says which layout
      *                                it is on its first line; peek at
      *                                it, then start the file over so
      *                                the header still counts as line
      *                                1 of the stream.
       NOTE-FIXED-LAYOUT.
           MOVE '1' TO LR-LAYOUT.
           READ LEDGER-FILE
               AT END
                   MOVE SPACES TO LEDGER-LINE
           END-READ.
           IF LEDGER-LINE(1:17) = WS-V2-HEADER-TEXT THEN
               MOVE '2' TO LR-LAYOUT
           END-IF.
           CLOSE LEDGER-FILE.
           OPEN INPUT LEDGER-FILE.
           EXIT PARAGRAPH.

       CLOSE-STREAM.
           IF WS-STREAM-OPEN THEN
               CLOSE LEDGER-FILE
           ELSE
               PERFORM PARSE-FIXED-LINE
           END-IF.
           IF LR-STATUS = '0' THEN
               PERFORM NOTE-TRANSFER-REFERENCE
               PERFORM NOTE-PAYMENT-REFERENCE
               PERFORM NOTE-LINE-OPERATORS
           END-IF.
           EXIT PARAGRAPH.

      *                                A portion was keyed and approved
      *                                with its parent line, so it
      *                                reports the parent's operators,
      *                                and is shared the way its parent
      *                                is unless it says otherwise; an
      *                                opening balance has none of it.
       NOTE-LINE-OPERATORS.
           EVALUATE LR-MODE
               WHEN 'S'
                   MOVE WS-PARENT-KEYED-BY TO LR-KEYED-BY
                   MOVE WS-PARENT-APPROVED-BY TO LR-APPROVED-BY
                   IF LR-SHARE-SPEC = SPACES THEN
                       MOVE WS-PARENT-SHARE-SPEC TO LR-SHARE-SPEC
                   END-IF
               WHEN 'I'
                   MOVE SPACES TO LR-KEYED-BY LR-APPROVED-BY
                                  LR-SHARE-SPEC
               WHEN OTHER
                   MOVE LR-KEYED-BY TO WS-PARENT-KEYED-BY
                   MOVE LR-APPROVED-BY TO WS-PARENT-APPROVED-BY
                   MOVE LR-SHARE-SPEC TO WS-PARENT-SHARE-SPEC
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                A transfer leg is an ordinary
      *                                money line whose comment opens
      *                                'XFER <14-digit reference> ' -
      *                                both legs carry the same one.
       NOTE-TRANSFER-REFERENCE.
           IF LR-MODE = 'I' OR LR-MODE = 'S' THEN
               EXIT PARAGRAPH
           END-IF.
           IF LR-COMMENT(1:5) = 'XFER '
                   AND LR-COMMENT(6:14) IS NUMERIC
                   AND LR-COMMENT(20:1) = SPACE THEN
               MOVE LR-COMMENT(6:14) TO LR-XFER-REF
           END-IF.
           EXIT PARAGRAPH.

      *                                A payment run's posting opens
      *                                'PAY <14-digit reference> ', the
      *                                reference the whole batch
      *                                shares; a reversal opens
      *                                'REVERSES LINE <n>'.
       NOTE-PAYMENT-REFERENCE.
           IF LR-MODE = 'I' OR LR-MODE = 'S' THEN
               EXIT PARAGRAPH
           END-IF.
           IF LR-COMMENT(1:4) = 'PAY '
                   AND LR-COMMENT(5:14) IS NUMERIC
                   AND LR-COMMENT(19:1) = SPACE THEN
               MOVE LR-COMMENT(5:14) TO LR-PAY-REF
           END-IF.
           IF LR-COMMENT(1:14) NOT = 'REVERSES LINE ' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REVERSED-TEXT.
           MOVE 0 TO WS-REVERSED-LEN.
           UNSTRING LR-COMMENT(15:)
               DELIMITED BY SPACE
               INTO WS-REVERSED-TEXT COUNT IN WS-REVERSED-LEN
           END-UNSTRING.
           IF WS-REVERSED-LEN > 0 AND WS-REVERSED-LEN < 7
                   AND WS-REVERSED-TEXT(1:WS-REVERSED-LEN)
                       IS NUMERIC THEN
               MOVE WS-REVERSED-TEXT(1:WS-REVERSED-LEN)
                   TO LR-REVERSED-LINE
           END-IF.
           EXIT PARAGRAPH.

       PARSE-CSV-LINE.
           MOVE '0' TO LR-STATUS.
      *    A '>' line is a split portion of the money line above it:
      *    '>amount;comment;category[;share-marker]'.
           IF LEDGER-LINE(1:1) = '>' THEN
               MOVE SPACES TO WS-CSV-FIELDS
               UNSTRING LEDGER-LINE(2:)
                       WS-CSV-AMOUNT
                       WS-CSV-COMMENT
                       WS-CSV-CATEGORY
                       WS-CSV-SHARE-SPEC
               END-UNSTRING
               MOVE WS-CSV-AMOUNT TO LR-RAW-AMOUNT
               IF FUNCTION TEST-NUMVAL(
                   MOVE WS-CSV-COMMENT TO LR-COMMENT
                   MOVE FUNCTION UPPER-CASE(WS-CSV-CATEGORY)
                       TO LR-CATEGORY
                   MOVE FUNCTION UPPER-CASE(WS-CSV-SHARE-SPEC)
                       TO LR-SHARE-SPEC
               ELSE
                   MOVE 'E' TO LR-STATUS
                   MOVE 'unparseable split-portion amount'
                   WS-CSV-DATE
                   WS-CSV-MODE
                   WS-CSV-REPEAT
                   WS-CSV-KEYED-BY
                   WS-CSV-APPROVED-BY
                   WS-CSV-SHARE-SPEC
               ON OVERFLOW
                   MOVE 'E' TO LR-STATUS
                   MOVE 'more columns than the layout holds'
           MOVE FUNCTION UPPER-CASE(WS-CSV-CATEGORY) TO LR-CATEGORY.
           MOVE FUNCTION UPPER-CASE(WS-CSV-CURRENCY) TO LR-CURRENCY.
           MOVE WS-CSV-DATE TO LR-DATE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-KEYED-BY) TO LR-KEYED-BY.
           MOVE FUNCTION UPPER-CASE(WS-CSV-APPROVED-BY)
               TO LR-APPROVED-BY.
           MOVE FUNCTION UPPER-CASE(WS-CSV-SHARE-SPEC)
               TO LR-SHARE-SPEC.
           EXIT PARAGRAPH.

       PARSE-FIXED-LINE.
           IF LR-LAYOUT = '2' THEN
               PERFORM PARSE-FIXED-V2-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE '0' TO LR-STATUS.
           MOVE LEDGER-LINE(1:9) TO LR-RAW-AMOUNT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LEDGER-LINE(1:9)))
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(43:3)) TO LR-CURRENCY.
           MOVE LEDGER-LINE(46:8) TO LR-DATE.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(54:8)) TO LR-KEYED-BY.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(62:8))
               TO LR-APPROVED-BY.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(70:30))
               TO LR-SHARE-SPEC.
           EXIT PARAGRAPH.

      *                                Version 2: the same columns,
      *                                wider, plus the category and
      *                                the 'S' split portions that
      *                                only the CSV layout had before.
       PARSE-FIXED-V2-LINE.
           MOVE '0' TO LR-STATUS.
           MOVE LEDGER-LINE(1:11) TO LR-RAW-AMOUNT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LEDGER-LINE(1:11)))
                   NOT = 0 THEN
               MOVE 'E' TO LR-STATUS
               MOVE 'unparseable amount column' TO LR-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LR-AMOUNT
                 = FUNCTION NUMVAL(FUNCTION TRIM(LEDGER-LINE(1:11)))
           END-COMPUTE.
           MOVE LEDGER-LINE(12:1) TO WS-MODE-BYTE.
           IF NOT (REC-INITIAL OF WS-MODE-BYTE
                   OR REC-ACTUAL OF WS-MODE-BYTE
                   OR REC-POTENTIAL OF WS-MODE-BYTE
                   OR REC-RECURRING OF WS-MODE-BYTE
                   OR REC-PORTION OF WS-MODE-BYTE) THEN
               MOVE 'E' TO LR-STATUS
               MOVE 'mode byte outside the I/A/P/R/S set'
                   TO LR-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MODE-BYTE TO LR-MODE.
           IF LR-MODE = SPACE THEN
               MOVE 'A' TO LR-MODE
           END-IF.
           MOVE LEDGER-LINE(13:50) TO LR-COMMENT.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(76:8)) TO LR-CATEGORY.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(100:30))
               TO LR-SHARE-SPEC.
      *    A portion carries nothing else of its own.
           IF LR-MODE = 'S' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN LEDGER-LINE(63:2) = SPACES
                   MOVE 0 TO LR-REPEAT
               WHEN LEDGER-LINE(63:2) IS NUMERIC
                   MOVE LEDGER-LINE(63:2) TO LR-REPEAT
               WHEN OTHER
                   MOVE 'E' TO LR-STATUS
                   MOVE 'repeat count is not numeric'
                       TO LR-ERROR-TEXT
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(65:3)) TO LR-CURRENCY.
           MOVE LEDGER-LINE(68:8) TO LR-DATE.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(84:8)) TO LR-KEYED-BY.
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(92:8))
               TO LR-APPROVED-BY.
           EXIT PARAGRAPH.
