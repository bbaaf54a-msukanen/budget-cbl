       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEDGER-BACKUP.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Ledger backup generations.  Every program that writes a
      * ledger - BUDGET-MAINTAIN's appends, STMATCH's IMPORT, the
      * CLOSE and REOPEN of BUDGET-MAIN - calls here first, and the
      * ledger as it stood is copied into DATA/BACKUP as its next
      * numbered generation.  BUDGET-RESTORE lists the generations
      * and puts a chosen one back.  See LEDGBACK for the request-
      * area protocol, the generation index and DATA/GENERATIONS.CSV.
      *
      * Callers already hold the ledger's exclusive lock, and must
      * not have a LEDGER-READER stream open: the line count and
      * balance of each generation are read through it here.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The ledger's generation index in DATA/BACKUP.
           SELECT GENS-FILE            ASSIGN TO DYNAMIC
                                                  WS-GENS-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-GENS-STATUS.
      *    Generations to keep, per ledger.  Optional - no file
      *    means every ledger keeps the default.
           SELECT CONFIG-FILE          ASSIGN TO "DATA/GENERATIONS.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CONFIG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GENS-FILE.
       01  GENS-LINE                   PIC X(100).
       FD  CONFIG-FILE.
       01  CONFIG-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-GENS-FILE-NAME           PIC X(100).
       01  WS-GENS-STATUS              PIC XX VALUE '00'.
       01  WS-CONFIG-STATUS            PIC XX VALUE '00'.
      *    Trailing space terminates the name for CBL_CREATE_DIR.
       01  WS-BACKUP-DIR               PIC X(12) VALUE 'DATA/BACKUP'.
       01  WS-BASE-NAME                PIC X(80).
       01  WS-LEDGER-COPY-NAME         PIC X(81).
      *    A restore is copied next to the ledger first and renamed
      *    over it last, so a failed copy leaves the ledger alone.
       01  WS-WORK-FILE-NAME           PIC X(90).
       01  WS-NAME-LENGTH              PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CHAR-IDX                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-SLASH-POS                PIC 9(4) USAGE COMP VALUE 0.
       01  WS-FILE-EXIST-INFO          PIC X(16).
       01  WS-FILE-CHECK-NAME          PIC X(101).
       01  WS-EXISTS-SWITCH            PIC X VALUE 'N'.
           88  WS-FILE-EXISTS          VALUE 'Y'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
       01  WS-COPY-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.
      *    Generations kept: 5 unless DATA/GENERATIONS.CSV says
      *    otherwise for this ledger or for every ledger ('*').
       77  WS-DEFAULT-KEEP             PIC 99 VALUE 5.
       77  WS-GEN-LOAD-MAX             PIC 99 VALUE 99.
       01  WS-STAR-KEEP                PIC 99 VALUE 0.
       01  WS-LEDGER-KEEP              PIC 99 VALUE 0.
       01  WS-CFG-IN.
           05  WS-CFG-LEDGER           PIC X(80).
           05  WS-CFG-KEEP             PIC X(10).
       01  WS-CFG-KEEP-NUM             PIC 9(4) VALUE 0.
      *    One index line, as read.
       01  WS-GENS-IN.
           05  WS-GENS-IN-NUMBER       PIC X(10).
           05  WS-GENS-IN-TAKEN-AT     PIC X(15).
           05  WS-GENS-IN-PROGRAM      PIC X(15).
           05  WS-GENS-IN-LINES        PIC X(10).
           05  WS-GENS-IN-BALANCE      PIC X(20).
       01  WS-GEN-IDX                  PIC 9(3) USAGE COMP VALUE 0.
       01  WS-FOUND-IDX                PIC 9(3) USAGE COMP VALUE 0.
      *    The generation being restored, held aside while the
      *    ledger's own pre-restore backup rolls the table.
       01  WS-CHOSEN-ENTRY.
           05  WS-CHOSEN-NUMBER        PIC 9(4).
           05  WS-CHOSEN-TAKEN-AT      PIC X(15).
           05  WS-CHOSEN-PROGRAM       PIC X(15).
           05  WS-CHOSEN-LINES         PIC 9(7) USAGE COMP.
           05  WS-CHOSEN-BALANCE       PIC S9(9)V99 USAGE COMP-3.
           05  WS-CHOSEN-FILE          PIC X(100).
       01  WS-NUMBER-OUT               PIC 9(4).
       01  WS-LINES-OUT                PIC 9(7).
       01  WS-BALANCE-OUT              PIC -(9)9.99.
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(8).
       01  WS-TIMESTAMP                PIC X(15).
           COPY LEDGREAD.
       LINKAGE SECTION.
           COPY LEDGBACK.

       PROCEDURE DIVISION USING BK-REQUEST.
           MOVE '0' TO BK-STATUS.
           MOVE SPACES TO BK-ERROR-TEXT.
           MOVE 0 TO BK-SAVED-GENERATION.
           PERFORM BUILD-BACKUP-NAMES.
           EVALUATE BK-OP
               WHEN 'B' PERFORM TAKE-GENERATION
               WHEN 'L' PERFORM LIST-GENERATIONS
               WHEN 'R' PERFORM RESTORE-GENERATION
               WHEN OTHER
                   MOVE 'F' TO BK-STATUS
                   MOVE 'unknown backup request' TO BK-ERROR-TEXT
           END-EVALUATE.
           GOBACK.

      *                                Generations are filed under
      *                                the ledger's own file name, so
      *                                DATA/HOME.CSV's generations are
      *                                DATA/BACKUP/HOME.CSV.Gnnnn.
       BUILD-BACKUP-NAMES.
           MOVE SPACES TO WS-LEDGER-COPY-NAME.
           MOVE BK-LEDGER-NAME TO WS-LEDGER-COPY-NAME.
           MOVE 0 TO WS-SLASH-POS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BK-LEDGER-NAME))
               TO WS-NAME-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-NAME-LENGTH
               IF BK-LEDGER-NAME(WS-CHAR-IDX:1) = '/'
                       OR BK-LEDGER-NAME(WS-CHAR-IDX:1) = '\' THEN
                   MOVE WS-CHAR-IDX TO WS-SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE-NAME.
           IF WS-SLASH-POS < WS-NAME-LENGTH THEN
               MOVE BK-LEDGER-NAME(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           END-IF.
           MOVE SPACES TO WS-GENS-FILE-NAME.
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  '.GENS'               DELIMITED BY SIZE
                  INTO WS-GENS-FILE-NAME
           END-STRING.
           MOVE SPACES TO WS-WORK-FILE-NAME.
           STRING FUNCTION TRIM(BK-LEDGER-NAME) DELIMITED BY SIZE
                  '.RESTORE'            DELIMITED BY SIZE
                  INTO WS-WORK-FILE-NAME
           END-STRING.
           EXIT PARAGRAPH.

      *                                A ledger not yet on disk has
      *                                nothing to lose - its first
      *                                append creates it.
       TAKE-GENERATION.
           MOVE WS-LEDGER-COPY-NAME TO WS-FILE-CHECK-NAME.
           PERFORM CHECK-FILE-EXISTS.
           IF NOT WS-FILE-EXISTS THEN
               MOVE 'N' TO BK-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-KEEP-COUNT.
           PERFORM LOAD-GENERATIONS.
           IF BK-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-LEDGER-FIGURES.
           IF BK-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           IF BK-GEN-COUNT = 0 THEN
               MOVE 1 TO BK-THIS-NUMBER
           ELSE
               IF BK-GEN-NUMBER(BK-GEN-COUNT) >= 9999 THEN
                   MOVE 1 TO BK-THIS-NUMBER
               ELSE
                   COMPUTE BK-THIS-NUMBER
                         = BK-GEN-NUMBER(BK-GEN-COUNT) + 1
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE BK-THIS-NUMBER TO WS-NUMBER-OUT.
           PERFORM BUILD-GENERATION-FILE-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CREATE_DIR' USING WS-BACKUP-DIR.
           CALL 'CBL_COPY_FILE' USING WS-LEDGER-COPY-NAME
                                      BK-THIS-FILE.
           MOVE RETURN-CODE TO WS-COPY-RETURN-CODE.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-COPY-RETURN-CODE NOT = 0 THEN
               MOVE 'F' TO BK-STATUS
               STRING 'cannot copy the ledger to '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(BK-THIS-FILE)
                                        DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-TODAY              DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-NOW(1:6)           DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.
           MOVE WS-TIMESTAMP TO BK-THIS-TAKEN-AT.
           MOVE BK-PROGRAM TO BK-THIS-PROGRAM.
           ADD 1 TO BK-GEN-COUNT.
           MOVE BK-THIS-NUMBER TO BK-GEN-NUMBER(BK-GEN-COUNT).
           MOVE BK-THIS-TAKEN-AT TO BK-GEN-TAKEN-AT(BK-GEN-COUNT).
           MOVE BK-THIS-PROGRAM TO BK-GEN-PROGRAM(BK-GEN-COUNT).
           MOVE BK-THIS-LINES TO BK-GEN-LINES(BK-GEN-COUNT).
           MOVE BK-THIS-BALANCE TO BK-GEN-BALANCE(BK-GEN-COUNT).
           MOVE BK-THIS-FILE TO BK-GEN-FILE(BK-GEN-COUNT).
           PERFORM DROP-OLDEST-GENERATION
               UNTIL BK-GEN-COUNT <= BK-KEEP.
           PERFORM SAVE-GENERATIONS.
           EXIT PARAGRAPH.

       BUILD-GENERATION-FILE-NAME.
           MOVE SPACES TO BK-THIS-FILE.
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  '.G'                  DELIMITED BY SIZE
                  WS-NUMBER-OUT         DELIMITED BY SIZE
                  INTO BK-THIS-FILE
           END-STRING.
           EXIT PARAGRAPH.

       DROP-OLDEST-GENERATION.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_DELETE_FILE' USING BK-GEN-FILE(1).
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX >= BK-GEN-COUNT
               MOVE BK-GEN-ENTRY(WS-GEN-IDX + 1)
                   TO BK-GEN-ENTRY(WS-GEN-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM BK-GEN-COUNT.
           EXIT PARAGRAPH.

       LIST-GENERATIONS.
           PERFORM LOAD-KEEP-COUNT.
           PERFORM LOAD-GENERATIONS.
           IF BK-STATUS = '0' AND BK-GEN-COUNT = 0 THEN
               MOVE 'N' TO BK-STATUS
           END-IF.
           EXIT PARAGRAPH.

      *                                The chosen generation is copied
      *                                beside the ledger before the
      *                                ledger's own backup is taken -
      *                                with only one generation kept,
      *                                that backup would otherwise
      *                                roll the chosen one away.
       RESTORE-GENERATION.
           PERFORM LOAD-KEEP-COUNT.
           PERFORM LOAD-GENERATIONS.
           IF BK-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > BK-GEN-COUNT
               IF BK-GEN-NUMBER(WS-GEN-IDX) = BK-GENERATION THEN
                   MOVE WS-GEN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
               MOVE 'N' TO BK-STATUS
               MOVE BK-GENERATION TO WS-NUMBER-OUT
               STRING 'no generation G' DELIMITED BY SIZE
                      WS-NUMBER-OUT     DELIMITED BY SIZE
                      ' is kept for this ledger'
                                        DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE BK-GEN-ENTRY(WS-FOUND-IDX) TO WS-CHOSEN-ENTRY.
           MOVE WS-CHOSEN-FILE TO WS-FILE-CHECK-NAME.
           PERFORM CHECK-FILE-EXISTS.
           IF NOT WS-FILE-EXISTS THEN
               MOVE 'F' TO BK-STATUS
               STRING 'generation file missing: '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHOSEN-FILE)
                                        DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_COPY_FILE' USING WS-CHOSEN-FILE
                                      WS-WORK-FILE-NAME.
           MOVE RETURN-CODE TO WS-COPY-RETURN-CODE.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-COPY-RETURN-CODE NOT = 0 THEN
               MOVE 'F' TO BK-STATUS
               STRING 'cannot copy the generation to '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WORK-FILE-NAME)
                                        DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-GENERATION.
           EVALUATE BK-STATUS
               WHEN '0'
                   MOVE BK-THIS-NUMBER TO BK-SAVED-GENERATION
               WHEN 'N'
                   MOVE '0' TO BK-STATUS
               WHEN OTHER
                   MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
                   CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-NAME
                   MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_DELETE_FILE' USING WS-LEDGER-COPY-NAME.
           CALL 'CBL_RENAME_FILE' USING WS-WORK-FILE-NAME
                                         WS-LEDGER-COPY-NAME.
           MOVE RETURN-CODE TO WS-COPY-RETURN-CODE.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-COPY-RETURN-CODE NOT = 0 THEN
               MOVE 'F' TO BK-STATUS
               STRING 'cannot put the generation in place - it is'
                                        DELIMITED BY SIZE
                      ' left as '       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WORK-FILE-NAME)
                                        DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHOSEN-NUMBER TO BK-THIS-NUMBER.
           MOVE WS-CHOSEN-FILE TO BK-THIS-FILE.
           MOVE WS-CHOSEN-TAKEN-AT TO BK-THIS-TAKEN-AT.
           MOVE WS-CHOSEN-PROGRAM TO BK-THIS-PROGRAM.
           MOVE WS-CHOSEN-LINES TO BK-THIS-LINES.
           MOVE WS-CHOSEN-BALANCE TO BK-THIS-BALANCE.
           EXIT PARAGRAPH.

      *                                The ledger's own line beats a
      *                                '*' line, which beats the
      *                                default; a count outside 1-99
      *                                is ignored.
       LOAD-KEEP-COUNT.
           MOVE 0 TO WS-STAR-KEEP WS-LEDGER-KEEP.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = '00' THEN
               PERFORM UNTIL WS-CONFIG-STATUS NOT = '00'
                   MOVE SPACES TO CONFIG-LINE
                   READ CONFIG-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM NOTE-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-LEDGER-KEEP > 0
                   MOVE WS-LEDGER-KEEP TO BK-KEEP
               WHEN WS-STAR-KEEP > 0
                   MOVE WS-STAR-KEEP TO BK-KEEP
               WHEN OTHER
                   MOVE WS-DEFAULT-KEEP TO BK-KEEP
           END-EVALUATE.
           EXIT PARAGRAPH.

       NOTE-CONFIG-LINE.
           IF CONFIG-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CFG-IN.
           UNSTRING CONFIG-LINE
               DELIMITED BY ';'
               INTO WS-CFG-LEDGER WS-CFG-KEEP
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CFG-KEEP) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CFG-KEEP) TO WS-CFG-KEEP-NUM.
           IF WS-CFG-KEEP-NUM < 1 OR WS-CFG-KEEP-NUM > 99 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-CFG-LEDGER) TO WS-CFG-LEDGER.
           EVALUATE TRUE
               WHEN WS-CFG-LEDGER = '*'
                   MOVE WS-CFG-KEEP-NUM TO WS-STAR-KEEP
               WHEN WS-CFG-LEDGER = BK-LEDGER-NAME
                 OR WS-CFG-LEDGER = WS-BASE-NAME
                   MOVE WS-CFG-KEEP-NUM TO WS-LEDGER-KEEP
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                No index yet is no generations
      *                                yet.  Lines that do not read
      *                                back are dropped from the
      *                                table (and so from the index
      *                                when it is next written).
       LOAD-GENERATIONS.
           MOVE 0 TO BK-GEN-COUNT.
           OPEN INPUT GENS-FILE.
           IF WS-GENS-STATUS = '35' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-GENS-STATUS NOT = '00' THEN
               MOVE 'F' TO BK-STATUS
               STRING 'cannot read the generation index, status '
                                        DELIMITED BY SIZE
                      WS-GENS-STATUS    DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GENS-STATUS NOT = '00'
               MOVE SPACES TO GENS-LINE
               READ GENS-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-GENERATION-LINE
               END-READ
           END-PERFORM.
           CLOSE GENS-FILE.
           EXIT PARAGRAPH.

       NOTE-GENERATION-LINE.
           IF GENS-LINE = SPACES
                   OR BK-GEN-COUNT >= WS-GEN-LOAD-MAX THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GENS-IN.
           UNSTRING GENS-LINE
               DELIMITED BY ';'
               INTO WS-GENS-IN-NUMBER WS-GENS-IN-TAKEN-AT
                    WS-GENS-IN-PROGRAM WS-GENS-IN-LINES
                    WS-GENS-IN-BALANCE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-GENS-IN-NUMBER) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-GENS-IN-LINES) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-GENS-IN-BALANCE)) NOT = 0
                   THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BK-GEN-COUNT.
           MOVE FUNCTION NUMVAL(WS-GENS-IN-NUMBER)
               TO BK-GEN-NUMBER(BK-GEN-COUNT).
           MOVE WS-GENS-IN-TAKEN-AT TO BK-GEN-TAKEN-AT(BK-GEN-COUNT).
           MOVE WS-GENS-IN-PROGRAM TO BK-GEN-PROGRAM(BK-GEN-COUNT).
           MOVE FUNCTION NUMVAL(WS-GENS-IN-LINES)
               TO BK-GEN-LINES(BK-GEN-COUNT).
           COMPUTE BK-GEN-BALANCE(BK-GEN-COUNT)
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-GENS-IN-BALANCE))
           END-COMPUTE.
           MOVE BK-GEN-NUMBER(BK-GEN-COUNT) TO WS-NUMBER-OUT.
           PERFORM BUILD-GENERATION-FILE-NAME.
           MOVE BK-THIS-FILE TO BK-GEN-FILE(BK-GEN-COUNT).
           EXIT PARAGRAPH.

       SAVE-GENERATIONS.
           OPEN OUTPUT GENS-FILE.
           IF WS-GENS-STATUS NOT = '00' THEN
               MOVE 'F' TO BK-STATUS
               STRING 'cannot write the generation index, status '
                                        DELIMITED BY SIZE
                      WS-GENS-STATUS    DELIMITED BY SIZE
                      INTO BK-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > BK-GEN-COUNT
               MOVE BK-GEN-NUMBER(WS-GEN-IDX) TO WS-NUMBER-OUT
               MOVE BK-GEN-LINES(WS-GEN-IDX) TO WS-LINES-OUT
               MOVE BK-GEN-BALANCE(WS-GEN-IDX) TO WS-BALANCE-OUT
               MOVE SPACES TO GENS-LINE
               STRING WS-NUMBER-OUT     DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      BK-GEN-TAKEN-AT(WS-GEN-IDX)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(BK-GEN-PROGRAM(WS-GEN-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WS-LINES-OUT      DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BALANCE-OUT)
                                        DELIMITED BY SIZE
                      INTO GENS-LINE
               END-STRING
               WRITE GENS-LINE
           END-PERFORM.
           CLOSE GENS-FILE.
           EXIT PARAGRAPH.

      *                                Line count as the seal counts
      *                                it; balance is the opening
      *                                line plus committed lines -
      *                                potentials, recurring
      *                                projections and split
      *                                portions move no money.
       COMPUTE-LEDGER-FIGURES.
           MOVE 0 TO BK-THIS-LINES BK-THIS-BALANCE.
           MOVE 'O' TO LR-OP.
           MOVE BK-LEDGER-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               MOVE 'F' TO BK-STATUS
               MOVE LR-ERROR-TEXT TO BK-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9' OR LR-STATUS = 'F'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0'
                       ADD 1 TO BK-THIS-LINES
                       IF LR-MODE = 'I' OR LR-MODE = 'A' THEN
                           ADD LR-AMOUNT TO BK-THIS-BALANCE
                       END-IF
                   WHEN 'E'
                       ADD 1 TO BK-THIS-LINES
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.
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
