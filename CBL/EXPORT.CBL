      *    The most recent money line, for tagging '>' portions.
       01  WS-PARENT-LINE              PIC 9(6) VALUE 0.
       01  WS-PARENT-CURR              PIC XXX VALUE SPACES.
       01  WS-PARENT-DATE              PIC X(8) VALUE SPACES.
       01  WS-SAVED-LR-CURRENCY        PIC XXX VALUE SPACES.
       01  WS-SAVED-LR-DATE            PIC X(8) VALUE SPACES.
      *    Row formatting.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
       01  WS-PARENT-DISPLAY           PIC ZZZZZ9.
       01  WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01  WS-PARENT-TEXT              PIC X(6).
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

       EXPORT-ONE-ENTRY.
           IF LR-MODE = 'S' THEN
      *        A portion folds in its parent's currency at the rate
      *        on its parent's date; its own LR-CURRENCY and LR-DATE
      *        are parked meanwhile.
               MOVE LR-CURRENCY TO WS-SAVED-LR-CURRENCY
               MOVE LR-DATE TO WS-SAVED-LR-DATE
               MOVE WS-PARENT-CURR TO LR-CURRENCY
               MOVE WS-PARENT-DATE TO LR-DATE
               PERFORM SET-FOLD-AMOUNT
               MOVE WS-SAVED-LR-CURRENCY TO LR-CURRENCY
               MOVE WS-SAVED-LR-DATE TO LR-DATE
               MOVE WS-PARENT-LINE TO WS-PARENT-DISPLAY
               MOVE WS-PARENT-DISPLAY TO WS-PARENT-TEXT
           ELSE
               MOVE SPACES TO WS-PARENT-TEXT
               MOVE LR-LINE-NO TO WS-PARENT-LINE
               MOVE LR-CURRENCY TO WS-PARENT-CURR
               MOVE LR-DATE TO WS-PARENT-DATE
           END-IF.
      *    Only real money moves the running column.
           EVALUATE LR-MODE
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
