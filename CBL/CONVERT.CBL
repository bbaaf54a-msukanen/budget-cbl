      * through LEDGER-READER (which understands both layouts) and
      * writes the OTHER layout to the output file.
      *
      *   budget-convert <input-ledger> <output-ledger> [UPGRADE]
      *                  [WAIT]
      *
      * Direction comes from the input name: a '.CSV' input becomes a
      * fixed .DTA-style output in the version 2 layout (LEDGFIX2),
      * anything else becomes CSV.  The '#' opening line and the 'I'
      * opening record map onto each other; comment, category,
      * currency, date, the P/R mode and the repeat count are
      * carried both ways (CSV holds the mode and count in its 6th
      * and 7th columns), and so are the operators who keyed and
      * approved a line (the CSV 8th and 9th columns, the fixed
      * layouts' operator bytes), a shared cost's marker (the CSV
      * 10th column, the fixed layouts' share bytes) and a split
      * payment's portions ('>' lines in CSV, 'S' records in
      * version 2), so both directions are lossless.
      *
      * UPGRADE rewrites an original-layout fixed ledger or period
      * archive in the version 2 layout instead: the header record
      * first, then every line of the input in its place - each
      * record's fields moved into their version 2 positions as they
      * stand, comment lines copied as they are.  The two files are
      * then read back and their entry counts, unreadable-line
      * counts and amount totals compared; any difference ends the
      * run with RETURN-CODE 12.  The output carries no control
      * record - once it replaces the original, accept it with
      * budget-maintain <ledger> RESEAL.  A CSV input takes UPGRADE
      * as the plain conversion it already is; a version 2 input is
      * refused.
      *
      * Unparseable input lines are listed with their line numbers
      * and skipped (UPGRADE moves them over like any other line);
      * the input file is never touched.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                                                  WS-OUTPUT-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FIXED-STATUS.
           SELECT INPUT-FILE-FIXED     ASSIGN TO DYNAMIC
                                                  WS-INPUT-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE-CSV      ASSIGN TO DYNAMIC
                                                  WS-OUTPUT-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  OUTPUT-FILE-FIXED
           RECORD IS VARYING IN SIZE
           FROM 1 TO 129 CHARACTERS
           DEPENDING ON WS-FIXED-RECORD-LENGTH.
       01  FIXED-BUDGET-RECORD.
           COPY LEDGFIX2.
       01  FIXED-OUTPUT-LINE           PIC X(129).
      *    UPGRADE reads the original layout's lines as they stand.
       FD  INPUT-FILE-FIXED
           RECORD IS VARYING IN SIZE
           FROM 1 TO 129 CHARACTERS
           DEPENDING ON WS-INPUT-RECORD-LENGTH.
       01  INPUT-LINE                  PIC X(129).
       FD  OUTPUT-FILE-CSV.
       01  CSV-BUDGET-RECORD.
           COPY CSVLINE.
       WORKING-STORAGE SECTION.
       01  WS-FIXED-RECORD-LENGTH      PIC 9(4) COMP.
       01  WS-FIXED-STATUS             PIC XX VALUE '00'.
       01  WS-INPUT-RECORD-LENGTH      PIC 9(4) COMP.
       01  WS-INPUT-STATUS             PIC XX VALUE '00'.
       01  WS-CSV-STATUS               PIC XX VALUE '00'.
       01  WS-OUTPUT-FILE-NAME         PIC X(80).
       01  WS-PARM-RAW                 PIC X(200).
      *    Output format is the opposite of the input's.
       01  WS-TO-CSV-SWITCH            PIC X VALUE 'N'.
           88  TO-CSV-OUTPUT           VALUE 'Y'.
       01  WS-AMOUNT-DISPLAY           PIC -(7)9.99.
       01  WS-REPEAT-DISPLAY           PIC Z9.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-CONVERTED-COUNT          PIC 9(6) USAGE COMP-3 VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(6) USAGE COMP-3 VALUE 0.
       01  WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01  WS-SEMICOLON-COUNT          PIC 99 VALUE 0.
      *    The last money line's share marker, which its portions
      *    bear unless they name their own.
       01  WS-PARENT-SHARE             PIC X(30) VALUE SPACES.
      *    Shared read lock on the input ledger, honoured with every
      *    other program that opens one; 'WAIT' as the third token
      *    retries a busy lock for a while - for batch runs.
       01  WS-PARM-TOKEN-3             PIC X(20).
       01  WS-PARM-TOKEN-4             PIC X(20).
       01  WS-LOCK-WAIT-SWITCH         PIC X VALUE 'N'.
           88  LOCK-WAIT-MODE          VALUE 'Y'.
           COPY LEDGLOCK.
           COPY LEDGREAD.
      *    UPGRADE: original layout in, version 2 out, the header
      *    record first (see UPGRADE-FIXED-LEDGER).
       01  WS-UPGRADE-SWITCH           PIC X VALUE 'N'.
           88  UPGRADE-MODE            VALUE 'Y'.
       01  WS-V2-HEADER-TEXT           PIC X(17)
                                       VALUE '*BUDGET-LEDGER-V2'.
      *    The original layout's byte positions.
       01  WS-V1-LINE.
           05  WS-V1-CHANGE            PIC X(09).
           05  WS-V1-MODE              PIC X.
           05  WS-V1-COMMENT           PIC X(30).
           05  WS-V1-REPEAT            PIC XX.
           05  WS-V1-CURRENCY          PIC XXX.
           05  WS-V1-DATE              PIC X(08).
           05  WS-V1-KEYED-BY          PIC X(08).
           05  WS-V1-APPROVED-BY       PIC X(08).
           05  WS-V1-SHARE             PIC X(30).
           05  FILLER                  PIC X(30).
      *    Read-back check: what LEDGER-READER makes of the input is
      *    what it must make of the output.
       01  WS-TALLY-ENTRIES            PIC 9(6) USAGE COMP-3 VALUE 0.
       01  WS-TALLY-BAD                PIC 9(6) USAGE COMP-3 VALUE 0.
       01  WS-TALLY-TOTAL              PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-INPUT-ENTRIES            PIC 9(6) USAGE COMP-3 VALUE 0.
       01  WS-INPUT-BAD                PIC 9(6) USAGE COMP-3 VALUE 0.
       01  WS-INPUT-TOTAL              PIC S9(11)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-TOTAL-DISPLAY            PIC -(10)9.99.
       01  WS-READBACK-SWITCH          PIC X VALUE 'N'.
           88  WS-READBACK-DIFFERS     VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-FILES.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF UPGRADE-MODE AND LR-FORMAT NOT = 'C' THEN
               PERFORM UPGRADE-FIXED-LEDGER
               GOBACK
           END-IF.
           IF LR-FORMAT = 'C' THEN
               MOVE 'N' TO WS-TO-CSV-SWITCH
               OPEN OUTPUT OUTPUT-FILE-FIXED
               PERFORM WRITE-V2-HEADER
           ELSE
               SET TO-CSV-OUTPUT TO TRUE
               OPEN OUTPUT OUTPUT-FILE-CSV
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-INPUT-FILE-NAME WS-OUTPUT-FILE-NAME
                    WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
           END-UNSTRING.
           IF WS-INPUT-FILE-NAME = SPACES
                   OR WS-OUTPUT-FILE-NAME = SPACES THEN
               DISPLAY 'Usage: budget-convert <input-ledger> '
                       '<output-ledger> [UPGRADE] [WAIT]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PARM-TOKEN-3 = 'WAIT' OR WS-PARM-TOKEN-4 = 'WAIT' THEN
               SET LOCK-WAIT-MODE TO TRUE
           END-IF.
           IF WS-PARM-TOKEN-3 = 'UPGRADE'
                   OR WS-PARM-TOKEN-4 = 'UPGRADE' THEN
               SET UPGRADE-MODE TO TRUE
           END-IF.
      *    Opening the output truncates it - refuse before that can
      *    happen to the very ledger we are reading.
           IF WS-INPUT-FILE-NAME = WS-OUTPUT-FILE-NAME THEN
       WRITE-CSV-ENTRY.
           MOVE LR-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CSV-LINE.
           IF LR-MODE = 'S' THEN
               PERFORM WRITE-CSV-PORTION
               EXIT PARAGRAPH
           END-IF.
           IF LR-MODE = 'I' THEN
               STRING '#' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(LR-COMMENT)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(LR-CATEGORY)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(LR-CURRENCY)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                              INTO CSV-LINE
                       END-STRING
               END-EVALUATE
               IF LR-KEYED-BY NOT = SPACES
                       OR LR-APPROVED-BY NOT = SPACES
                       OR LR-SHARE-SPEC NOT = SPACES THEN
                   PERFORM ADD-OPERATOR-COLUMNS
               END-IF
           END-IF.
           MOVE LR-SHARE-SPEC TO WS-PARENT-SHARE.
           WRITE CSV-BUDGET-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           EXIT PARAGRAPH.

      *                                A version 2 'S' record becomes
      *                                the '>amount;comment;category
      *                                [;shares]' line it came from.
       WRITE-CSV-PORTION.
           STRING '>'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(LR-COMMENT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(LR-CATEGORY)
                                        DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           IF LR-SHARE-SPEC NOT = WS-PARENT-SHARE THEN
               STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(LR-SHARE-SPEC)
                                        DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
           END-IF.
           WRITE CSV-BUDGET-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           EXIT PARAGRAPH.

      *                                The operators go in the 8th and
      *                                9th columns, the mode and repeat
      *                                columns padded out empty first,
      *                                and the share marker in the
      *                                10th.
       ADD-OPERATOR-COLUMNS.
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
                  FUNCTION TRIM(LR-KEYED-BY)
                                        DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           IF LR-APPROVED-BY NOT = SPACES
                   OR LR-SHARE-SPEC NOT = SPACES THEN
               STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(LR-APPROVED-BY)
                                        DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
           END-IF.
           IF LR-SHARE-SPEC NOT = SPACES THEN
               STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(LR-SHARE-SPEC)
                                        DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

      *                                Every field has its place in
      *                                the version 2 layout; a split
      *                                portion goes out as an 'S'
      *                                record straight after its
      *                                parent, its share marker only
      *                                when it has one of its own.
       WRITE-FIXED-ENTRY.
           MOVE SPACES TO FIXED-BUDGET-RECORD.
           MOVE LR-AMOUNT TO CHANGE OF FIXED-BUDGET-RECORD.
           MOVE LR-MODE TO RECORD-MODE OF FIXED-BUDGET-RECORD.
           MOVE LR-COMMENT TO COMMENT OF FIXED-BUDGET-RECORD.
           MOVE LR-CATEGORY TO CATEGORY OF FIXED-BUDGET-RECORD.
           IF LR-MODE = 'S' THEN
               IF LR-SHARE-SPEC NOT = WS-PARENT-SHARE THEN
                   MOVE LR-SHARE-SPEC
                       TO SHARE-SPEC OF FIXED-BUDGET-RECORD
               END-IF
           ELSE
               MOVE LR-REPEAT TO REPEAT-COUNT OF FIXED-BUDGET-RECORD
               MOVE LR-CURRENCY TO CURRENCY-CODE OF FIXED-BUDGET-RECORD
               MOVE LR-DATE TO TRANS-DATE OF FIXED-BUDGET-RECORD
               MOVE LR-KEYED-BY TO KEYED-BY OF FIXED-BUDGET-RECORD
               MOVE LR-APPROVED-BY
                   TO APPROVED-BY OF FIXED-BUDGET-RECORD
               MOVE LR-SHARE-SPEC TO SHARE-SPEC OF FIXED-BUDGET-RECORD
               MOVE LR-SHARE-SPEC TO WS-PARENT-SHARE
           END-IF.
           MOVE 129 TO WS-FIXED-RECORD-LENGTH.
           WRITE FIXED-BUDGET-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           EXIT PARAGRAPH.

       WRITE-V2-HEADER.
           MOVE WS-V2-HEADER-TEXT TO FIXED-OUTPUT-LINE.
           MOVE 17 TO WS-FIXED-RECORD-LENGTH.
           WRITE FIXED-OUTPUT-LINE.
           EXIT PARAGRAPH.

      *                                The original layout's lines are
      *                                taken as they stand rather than
      *                                as LEDGER-READER parses them, so
      *                                comment lines survive and not a
      *                                byte of a record is reworded.
       UPGRADE-FIXED-LEDGER.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-LAYOUT = '2' THEN
               DISPLAY FUNCTION TRIM(WS-INPUT-FILE-NAME)
                       ' is in the version 2 layout already.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INPUT-FILE-FIXED.
           IF WS-INPUT-STATUS NOT = '00' THEN
               DISPLAY 'Cannot read '
                       FUNCTION TRIM(WS-INPUT-FILE-NAME)
                       ', file status ' WS-INPUT-STATUS '.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OUTPUT-FILE-FIXED.
           IF WS-FIXED-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write '
                       FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                       ', file status ' WS-FIXED-STATUS '.'
               CLOSE INPUT-FILE-FIXED
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-V2-HEADER.
           MOVE 0 TO LR-LINE-NO.
           PERFORM UNTIL WS-INPUT-STATUS NOT = '00'
               MOVE SPACES TO INPUT-LINE
               READ INPUT-FILE-FIXED
                   AT END CONTINUE
                   NOT AT END PERFORM UPGRADE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE-FIXED.
           CLOSE OUTPUT-FILE-FIXED.
           PERFORM VERIFY-UPGRADE.
           PERFORM RELEASE-LEDGER-LOCK.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' records upgraded into '
                   FUNCTION TRIM(WS-OUTPUT-FILE-NAME) '.'.
           IF WS-READBACK-DIFFERS THEN
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROBLEM-COUNT > 0 THEN
               MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' lines need a look - see the notes above.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT PARAGRAPH.

       UPGRADE-ONE-LINE.
           ADD 1 TO LR-LINE-NO.
           IF INPUT-LINE = SPACES OR INPUT-LINE(1:1) = '*' THEN
               MOVE INPUT-LINE TO FIXED-OUTPUT-LINE
               MOVE WS-INPUT-RECORD-LENGTH TO WS-FIXED-RECORD-LENGTH
               IF WS-FIXED-RECORD-LENGTH = 0 THEN
                   MOVE 1 TO WS-FIXED-RECORD-LENGTH
               END-IF
               WRITE FIXED-OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE INPUT-LINE TO WS-V1-LINE.
           MOVE SPACES TO FIXED-OUTPUT-LINE.
      *    The amount keeps its own text, right-aligned in the wider
      *    field.
           MOVE WS-V1-CHANGE TO FIXED-OUTPUT-LINE(3:9).
           MOVE WS-V1-MODE TO FIXED-OUTPUT-LINE(12:1).
           MOVE WS-V1-COMMENT TO FIXED-OUTPUT-LINE(13:30).
           MOVE WS-V1-REPEAT TO FIXED-OUTPUT-LINE(63:2).
           MOVE WS-V1-CURRENCY TO FIXED-OUTPUT-LINE(65:3).
           MOVE WS-V1-DATE TO FIXED-OUTPUT-LINE(68:8).
           MOVE WS-V1-KEYED-BY TO FIXED-OUTPUT-LINE(84:8).
           MOVE WS-V1-APPROVED-BY TO FIXED-OUTPUT-LINE(92:8).
           MOVE WS-V1-SHARE TO FIXED-OUTPUT-LINE(100:30).
           MOVE 129 TO WS-FIXED-RECORD-LENGTH.
           WRITE FIXED-OUTPUT-LINE.
           ADD 1 TO WS-CONVERTED-COUNT.
           IF INPUT-LINE(100:30) NOT = SPACES THEN
               MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY
               DISPLAY 'Line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                       ': text past byte 99 not carried - the'
                       ' original layout ends there.'
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.
           EXIT PARAGRAPH.

      *                                Both files through LEDGER-READER:
      *                                the same entries, the same
      *                                unreadable lines and the same
      *                                money, or the upgrade is not to
      *                                be used.
       VERIFY-UPGRADE.
           MOVE WS-INPUT-FILE-NAME TO LR-FILE-NAME.
           PERFORM TALLY-LEDGER.
           MOVE WS-TALLY-ENTRIES TO WS-INPUT-ENTRIES.
           MOVE WS-TALLY-BAD TO WS-INPUT-BAD.
           MOVE WS-TALLY-TOTAL TO WS-INPUT-TOTAL.
           MOVE WS-OUTPUT-FILE-NAME TO LR-FILE-NAME.
           PERFORM TALLY-LEDGER.
           IF WS-TALLY-ENTRIES = WS-INPUT-ENTRIES
                   AND WS-TALLY-BAD = WS-INPUT-BAD
                   AND WS-TALLY-TOTAL = WS-INPUT-TOTAL THEN
               MOVE WS-INPUT-ENTRIES TO WS-COUNT-DISPLAY
               MOVE WS-INPUT-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY 'Read back: ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                       ' entries totalling '
                       FUNCTION TRIM(WS-TOTAL-DISPLAY)
                       ' in both files.'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'The upgraded file does not read back the same as '
                   FUNCTION TRIM(WS-INPUT-FILE-NAME) ':'.
           MOVE WS-INPUT-ENTRIES TO WS-COUNT-DISPLAY.
           MOVE WS-INPUT-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY '  input   ' WS-COUNT-DISPLAY ' entries '
                   WS-TOTAL-DISPLAY.
           MOVE WS-TALLY-ENTRIES TO WS-COUNT-DISPLAY.
           MOVE WS-TALLY-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY '  output  ' WS-COUNT-DISPLAY ' entries '
                   WS-TOTAL-DISPLAY.
           DISPLAY 'Do not use '
                   FUNCTION TRIM(WS-OUTPUT-FILE-NAME) '.'.
           SET WS-READBACK-DIFFERS TO TRUE.
           EXIT PARAGRAPH.

       TALLY-LEDGER.
           MOVE 0 TO WS-TALLY-ENTRIES WS-TALLY-BAD WS-TALLY-TOTAL.
           MOVE 'O' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               MOVE 999999 TO WS-TALLY-BAD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0'
                       ADD 1 TO WS-TALLY-ENTRIES
                       ADD LR-AMOUNT TO WS-TALLY-TOTAL
                   WHEN 'E'
                       ADD 1 TO WS-TALLY-BAD
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           EXIT PARAGRAPH.

       REPORT-BAD-LINE.
           MOVE LR-LINE-NO TO WS-LINE-NO-DISPLAY.
           DISPLAY 'Line ' FUNCTION TRIM(WS-LINE-NO-DISPLAY)
