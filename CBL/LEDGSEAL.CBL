       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEDGER-SEAL.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Ledger control-total seal.  BUDGET-AUDITRPT could only guess
      * at an edit made outside BUDGET-MAINTAIN, and only when the
      * balance moved while the entry count stayed put; this keeps
      * three control figures per ledger - record count, hash total
      * of the amounts, checksum over the line text - in <ledger>.SEAL
      * and checks a ledger against them, so any edit shows.  See
      * LEDGSEAL for the request-area protocol and the figures.
      *
      * Every program that writes a ledger calls here to reseal it,
      * and every program that trusts a ledger's numbers calls here
      * first to verify it.  Callers already hold the ledger lock;
      * the seal file travels with its ledger under that lock.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The ledger's raw text, for the checksum - LEDGER-READER
      *    supplies the parsed view for the count and the hash.
           SELECT RAW-LEDGER-FILE      ASSIGN TO DYNAMIC
                                                  WS-RAW-LEDGER-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RAW-STATUS.
           SELECT SEAL-FILE            ASSIGN TO DYNAMIC
                                                  WS-SEAL-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-LEDGER-FILE.
       01  RAW-LEDGER-LINE             PIC X(256).
       FD  SEAL-FILE.
       01  SEAL-LINE                   PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-RAW-LEDGER-NAME          PIC X(80).
       01  WS-RAW-STATUS               PIC XX VALUE '00'.
       01  WS-SEAL-FILE-NAME           PIC X(86).
       01  WS-NEW-SEAL-FILE-NAME       PIC X(86).
       01  WS-SEAL-STATUS              PIC XX VALUE '00'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
      *    Checksum work.  Each line's characters are weighted by
      *    position, and the running total by line order, so moving
      *    text around changes it as surely as changing it.
       77  WS-CHECKSUM-MODULUS         PIC 9(9) VALUE 999999937.
       01  WS-RAW-LINE-NO              PIC 9(7) USAGE COMP VALUE 0.
       01  WS-LINE-LENGTH              PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CHAR-IDX                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-LINE-SUM                 PIC 9(12) USAGE COMP VALUE 0.
       01  WS-CHECK-WORK               PIC 9(18) USAGE COMP VALUE 0.
       01  WS-CHECK-QUOTIENT           PIC 9(18) USAGE COMP VALUE 0.
      *    The control record, as read and as written.
       01  WS-SEAL-IN.
           05  WS-SEAL-IN-COUNT        PIC X(10).
           05  WS-SEAL-IN-HASH         PIC X(20).
           05  WS-SEAL-IN-CHECKSUM     PIC X(12).
           05  WS-SEAL-IN-AT           PIC X(15).
           05  WS-SEAL-IN-BY           PIC X(15).
       01  WS-COUNT-OUT                PIC 9(7).
       01  WS-HASH-OUT                 PIC -(11)9.99.
       01  WS-CHECKSUM-OUT             PIC 9(9).
      *    One mismatch line: which figure, sealed and found.
       01  WS-FIGURE-NAME              PIC X(12).
       01  WS-SEALED-DISPLAY           PIC X(20).
       01  WS-FOUND-DISPLAY            PIC X(20).
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(8).
       01  WS-TIMESTAMP                PIC X(15).
           COPY LEDGREAD.
       LINKAGE SECTION.
           COPY LEDGSEAL.

       PROCEDURE DIVISION USING SL-REQUEST.
           MOVE '0' TO SL-STATUS.
           MOVE SPACES TO SL-ERROR-TEXT.
           MOVE 0 TO SL-MISMATCH-COUNT.
           MOVE SPACES TO SL-MISMATCH-TEXT(1) SL-MISMATCH-TEXT(2)
                          SL-MISMATCH-TEXT(3).
           MOVE SPACES TO SL-SEALED-AT SL-SEALED-BY.
           PERFORM BUILD-SEAL-FILE-NAME.
           EVALUATE SL-OP
               WHEN 'V' PERFORM VERIFY-SEAL
               WHEN 'W' PERFORM WRITE-SEAL
               WHEN 'M' PERFORM MOVE-SEAL
               WHEN 'D' PERFORM DROP-SEAL
               WHEN OTHER
                   MOVE 'F' TO SL-STATUS
                   MOVE 'unknown seal request' TO SL-ERROR-TEXT
           END-EVALUATE.
           GOBACK.

       BUILD-SEAL-FILE-NAME.
           MOVE SPACES TO WS-SEAL-FILE-NAME.
           STRING FUNCTION TRIM(SL-LEDGER-NAME) DELIMITED BY SIZE
                  '.SEAL'               DELIMITED BY SIZE
                  INTO WS-SEAL-FILE-NAME
           END-STRING.
           EXIT PARAGRAPH.

      *                                No control record is not a
      *                                mismatch - ledgers from before
      *                                sealing, and hand-built ones,
      *                                have none until their first
      *                                sealed write.
       VERIFY-SEAL.
           PERFORM READ-SEAL-RECORD.
           IF SL-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-LEDGER-FIGURES.
           IF SL-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           IF SL-FOUND-COUNT NOT = SL-SEALED-COUNT THEN
               MOVE SL-SEALED-COUNT TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-SEALED-DISPLAY
               MOVE SL-FOUND-COUNT TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-FOUND-DISPLAY
               MOVE 'record count' TO WS-FIGURE-NAME
               PERFORM NOTE-MISMATCH
           END-IF.
           IF SL-FOUND-HASH NOT = SL-SEALED-HASH THEN
               MOVE SL-SEALED-HASH TO WS-HASH-OUT
               MOVE FUNCTION TRIM(WS-HASH-OUT) TO WS-SEALED-DISPLAY
               MOVE SL-FOUND-HASH TO WS-HASH-OUT
               MOVE FUNCTION TRIM(WS-HASH-OUT) TO WS-FOUND-DISPLAY
               MOVE 'hash total' TO WS-FIGURE-NAME
               PERFORM NOTE-MISMATCH
           END-IF.
           IF SL-FOUND-CHECKSUM NOT = SL-SEALED-CHECKSUM THEN
               MOVE SL-SEALED-CHECKSUM TO WS-CHECKSUM-OUT
               MOVE WS-CHECKSUM-OUT TO WS-SEALED-DISPLAY
               MOVE SL-FOUND-CHECKSUM TO WS-CHECKSUM-OUT
               MOVE WS-CHECKSUM-OUT TO WS-FOUND-DISPLAY
               MOVE 'checksum' TO WS-FIGURE-NAME
               PERFORM NOTE-MISMATCH
           END-IF.
           IF SL-MISMATCH-COUNT > 0 THEN
               MOVE 'M' TO SL-STATUS
           END-IF.
           EXIT PARAGRAPH.

       NOTE-MISMATCH.
           ADD 1 TO SL-MISMATCH-COUNT.
           STRING FUNCTION TRIM(WS-FIGURE-NAME) DELIMITED BY SIZE
                  ': sealed '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEALED-DISPLAY)
                                        DELIMITED BY SIZE
                  ', found '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOUND-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO SL-MISMATCH-TEXT(SL-MISMATCH-COUNT)
           END-STRING.
           EXIT PARAGRAPH.

       READ-SEAL-RECORD.
           OPEN INPUT SEAL-FILE.
           IF WS-SEAL-STATUS = '35' THEN
               MOVE 'N' TO SL-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEAL-STATUS NOT = '00' THEN
               MOVE 'F' TO SL-STATUS
               STRING 'cannot open the control record, status '
                                        DELIMITED BY SIZE
                      WS-SEAL-STATUS    DELIMITED BY SIZE
                      INTO SL-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SEAL-LINE.
           READ SEAL-FILE
               AT END CONTINUE
           END-READ.
           CLOSE SEAL-FILE.
           MOVE SPACES TO WS-SEAL-IN.
           UNSTRING SEAL-LINE
               DELIMITED BY ';'
               INTO WS-SEAL-IN-COUNT WS-SEAL-IN-HASH
                    WS-SEAL-IN-CHECKSUM WS-SEAL-IN-AT WS-SEAL-IN-BY
           END-UNSTRING.
      *    A control record that does not read back is itself an
      *    edit to be explained, not a ledger to wave through.
           IF FUNCTION TRIM(WS-SEAL-IN-COUNT) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-SEAL-IN-CHECKSUM)
                       IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SEAL-IN-HASH)) NOT = 0 THEN
               MOVE 'M' TO SL-STATUS
               MOVE 1 TO SL-MISMATCH-COUNT
               MOVE 'control record unreadable - it has been edited'
                   TO SL-MISMATCH-TEXT(1)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SEAL-IN-COUNT) TO SL-SEALED-COUNT.
           COMPUTE SL-SEALED-HASH
                 = FUNCTION NUMVAL(FUNCTION TRIM(WS-SEAL-IN-HASH))
           END-COMPUTE.
           MOVE FUNCTION NUMVAL(WS-SEAL-IN-CHECKSUM)
               TO SL-SEALED-CHECKSUM.
           MOVE WS-SEAL-IN-AT TO SL-SEALED-AT.
           MOVE WS-SEAL-IN-BY TO SL-SEALED-BY.
           EXIT PARAGRAPH.

       WRITE-SEAL.
           PERFORM COMPUTE-LEDGER-FIGURES.
           IF SL-STATUS NOT = '0' THEN
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
           MOVE SL-FOUND-COUNT TO WS-COUNT-OUT.
           MOVE SL-FOUND-HASH TO WS-HASH-OUT.
           MOVE SL-FOUND-CHECKSUM TO WS-CHECKSUM-OUT.
           MOVE SPACES TO SEAL-LINE.
           STRING WS-COUNT-OUT          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HASH-OUT)
                                        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-CHECKSUM-OUT       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WS-TIMESTAMP          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(SL-PROGRAM)
                                        DELIMITED BY SIZE
                  INTO SEAL-LINE
           END-STRING.
           OPEN OUTPUT SEAL-FILE.
           IF WS-SEAL-STATUS NOT = '00' THEN
               MOVE 'F' TO SL-STATUS
               STRING 'cannot write the control record, status '
                                        DELIMITED BY SIZE
                      WS-SEAL-STATUS    DELIMITED BY SIZE
                      INTO SL-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           WRITE SEAL-LINE.
           CLOSE SEAL-FILE.
           EXIT PARAGRAPH.

      *                                A rename carries the record
      *                                as it is - matching or not -
      *                                so a CLOSE or REOPEN neither
      *                                breaks a good seal nor mends a
      *                                bad one.
       MOVE-SEAL.
           MOVE SPACES TO WS-NEW-SEAL-FILE-NAME.
           STRING FUNCTION TRIM(SL-NEW-NAME) DELIMITED BY SIZE
                  '.SEAL'               DELIMITED BY SIZE
                  INTO WS-NEW-SEAL-FILE-NAME
           END-STRING.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_RENAME_FILE' USING WS-SEAL-FILE-NAME
                                         WS-NEW-SEAL-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 'N' TO SL-STATUS
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

       DROP-SEAL.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_DELETE_FILE' USING WS-SEAL-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 'N' TO SL-STATUS
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

      *                                Two passes: LEDGER-READER for
      *                                the content lines and their
      *                                amounts, then the raw text for
      *                                the checksum.
       COMPUTE-LEDGER-FIGURES.
           MOVE 0 TO SL-FOUND-COUNT SL-FOUND-HASH SL-FOUND-CHECKSUM.
           MOVE 'O' TO LR-OP.
           MOVE SL-LEDGER-NAME TO LR-FILE-NAME.
           CALL 'LEDGER-READER' USING LR-REQUEST.
           IF LR-STATUS = 'F' THEN
               MOVE 'F' TO SL-STATUS
               MOVE LR-ERROR-TEXT TO SL-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LR-STATUS = '9' OR LR-STATUS = 'F'
               MOVE 'N' TO LR-OP
               CALL 'LEDGER-READER' USING LR-REQUEST
               EVALUATE LR-STATUS
                   WHEN '0'
                       ADD 1 TO SL-FOUND-COUNT
                       ADD LR-AMOUNT TO SL-FOUND-HASH
                   WHEN 'E'
                       ADD 1 TO SL-FOUND-COUNT
               END-EVALUATE
           END-PERFORM.
           MOVE 'C' TO LR-OP.
           CALL 'LEDGER-READER' USING LR-REQUEST.

           MOVE SL-LEDGER-NAME TO WS-RAW-LEDGER-NAME.
           MOVE 0 TO WS-RAW-LINE-NO.
           OPEN INPUT RAW-LEDGER-FILE.
           IF WS-RAW-STATUS NOT = '00' THEN
               MOVE 'F' TO SL-STATUS
               STRING 'cannot read the ledger text, status '
                                        DELIMITED BY SIZE
                      WS-RAW-STATUS     DELIMITED BY SIZE
                      INTO SL-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RAW-STATUS NOT = '00'
               MOVE SPACES TO RAW-LEDGER-LINE
               READ RAW-LEDGER-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM ADD-LINE-TO-CHECKSUM
               END-READ
           END-PERFORM.
           CLOSE RAW-LEDGER-FILE.
           EXIT PARAGRAPH.

       ADD-LINE-TO-CHECKSUM.
           ADD 1 TO WS-RAW-LINE-NO.
           MOVE 0 TO WS-LINE-SUM.
           IF RAW-LEDGER-LINE = SPACES THEN
               MOVE 0 TO WS-LINE-LENGTH
           ELSE
               MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(RAW-LEDGER-LINE TRAILING))
                   TO WS-LINE-LENGTH
           END-IF.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LENGTH
               COMPUTE WS-LINE-SUM = WS-LINE-SUM
                     + FUNCTION ORD(RAW-LEDGER-LINE(WS-CHAR-IDX:1))
                       * WS-CHAR-IDX
               END-COMPUTE
           END-PERFORM.
           COMPUTE WS-CHECK-WORK
                 = SL-FOUND-CHECKSUM * 31 + WS-LINE-SUM
                 + WS-RAW-LINE-NO
           END-COMPUTE.
           DIVIDE WS-CHECK-WORK BY WS-CHECKSUM-MODULUS
               GIVING WS-CHECK-QUOTIENT
               REMAINDER SL-FOUND-CHECKSUM.
           EXIT PARAGRAPH.
