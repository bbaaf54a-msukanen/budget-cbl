       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEDGER-SHARES.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Shared-cost markers.  BUDGET-MAINTAIN checks a keyed marker
      * here before it goes on a line, and BUDGET-SHARE splits every
      * marked line here into what each member paid and bore, so the
      * two can never read a marker differently.  See LEDGSHAR for
      * the protocol, the marker and the member file.
      *
      * The member file is read once per run and kept; a run that
      * needs a changed member file picks it up with an 'L'.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE          ASSIGN TO "DATA/MEMBERS.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-MEMBER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MEMBER-STATUS            PIC XX VALUE '00'.
       01  WS-LOADED-SWITCH            PIC X VALUE 'N'.
           88  WS-MEMBERS-LOADED       VALUE 'Y'.
       01  WS-NO-FILE-SWITCH           PIC X VALUE 'N'.
           88  WS-NO-MEMBER-FILE       VALUE 'Y'.
       77  WS-MEMBER-TABLE-SIZE        PIC 99 VALUE 20.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY         OCCURS 20 TIMES.
               10  WS-MEMBER-ID        PIC X(08).
               10  WS-MEMBER-NAME      PIC X(30).
               10  WS-MEMBER-ACTIVE    PIC X.
       01  WS-MEMBER-COUNT             PIC 99 VALUE 0.
       01  WS-MEMBER-IDX               PIC 99 VALUE 0.
       01  WS-MEMBER-IN.
           05  WS-MEMBER-IN-ID         PIC X(10).
           05  WS-MEMBER-IN-NAME       PIC X(30).
           05  WS-MEMBER-IN-ACTIVE     PIC X(05).
      *    The marker taken apart.
       01  WS-SPEC                     PIC X(30).
       01  WS-SPEC-PAYER               PIC X(10).
       01  WS-SPEC-LIST                PIC X(30).
       01  WS-SPEC-REST                PIC X(30).
       01  WS-LIST-LENGTH              PIC 99 VALUE 0.
       01  WS-LIST-POINTER             PIC 99 VALUE 0.
       01  WS-LIST-ITEM                PIC X(30).
       01  WS-ITEM-ID                  PIC X(10).
       01  WS-ITEM-WEIGHT              PIC X(05).
       01  WS-ITEM-MORE                PIC X(05).
       01  WS-WEIGHT                   PIC 99 VALUE 0.
       01  WS-PART-IDX                 PIC 99 VALUE 0.
       01  WS-LOOKUP-ID                PIC X(10).
       01  WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88  WS-MEMBER-FOUND         VALUE 'Y'.
       01  WS-ACTIVE-SWITCH            PIC X VALUE 'N'.
           88  WS-MEMBER-IS-ACTIVE     VALUE 'Y'.
       01  WS-TOTAL-WEIGHT             PIC 9(4) USAGE COMP VALUE 0.
       01  WS-SHARED-SO-FAR            PIC S9(9)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-WEIGHT-DISPLAY           PIC Z9.
       01  WS-TIDY-SPEC                PIC X(40).
       LINKAGE SECTION.
           COPY LEDGSHAR.

       PROCEDURE DIVISION USING SH-REQUEST.
           MOVE '0' TO SH-STATUS.
           MOVE SPACES TO SH-ERROR-TEXT.
           EVALUATE SH-OP
               WHEN 'L'
                   MOVE 'N' TO WS-LOADED-SWITCH
                   PERFORM LOAD-MEMBERS
               WHEN 'V'
                   PERFORM LOAD-MEMBERS
                   IF SH-STATUS = '0' THEN
                       PERFORM READ-SPEC
                   END-IF
                   IF SH-STATUS = '0' THEN
                       PERFORM TIDY-SPEC
                   END-IF
               WHEN 'S'
                   PERFORM LOAD-MEMBERS
                   IF SH-STATUS = '0' THEN
                       PERFORM READ-SPEC
                   END-IF
                   IF SH-STATUS = '0' THEN
                       PERFORM SPLIT-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE 'F' TO SH-STATUS
                   MOVE 'unknown share request' TO SH-ERROR-TEXT
           END-EVALUATE.
           GOBACK.

      *                                Read the file the first time
      *                                (or again on an 'L'), and hand
      *                                the caller the members each
      *                                call.
       LOAD-MEMBERS.
           IF NOT WS-MEMBERS-LOADED THEN
               MOVE 0 TO WS-MEMBER-COUNT
               MOVE 'N' TO WS-NO-FILE-SWITCH
               OPEN INPUT MEMBER-FILE
               IF WS-MEMBER-STATUS NOT = '00' THEN
                   SET WS-NO-MEMBER-FILE TO TRUE
               ELSE
                   PERFORM UNTIL WS-MEMBER-STATUS NOT = '00'
                       READ MEMBER-FILE
                           AT END CONTINUE
                           NOT AT END PERFORM NOTE-MEMBER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-FILE
               END-IF
               SET WS-MEMBERS-LOADED TO TRUE
           END-IF.
           MOVE WS-MEMBER-COUNT TO SH-MEMBER-COUNT.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               MOVE WS-MEMBER-ID(WS-MEMBER-IDX)
                   TO SH-MEMBER-ID(WS-MEMBER-IDX)
               MOVE WS-MEMBER-NAME(WS-MEMBER-IDX)
                   TO SH-MEMBER-NAME(WS-MEMBER-IDX)
               MOVE WS-MEMBER-ACTIVE(WS-MEMBER-IDX)
                   TO SH-MEMBER-ACTIVE(WS-MEMBER-IDX)
           END-PERFORM.
           IF WS-NO-MEMBER-FILE THEN
               MOVE 'N' TO SH-STATUS
           END-IF.
           EXIT PARAGRAPH.

       NOTE-MEMBER-LINE.
           IF MEMBER-LINE = SPACES OR MEMBER-LINE(1:1) = '*'
                   OR WS-MEMBER-COUNT >= WS-MEMBER-TABLE-SIZE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MEMBER-IN.
           UNSTRING MEMBER-LINE
               DELIMITED BY ';'
               INTO WS-MEMBER-IN-ID WS-MEMBER-IN-NAME
                    WS-MEMBER-IN-ACTIVE
           END-UNSTRING.
           IF WS-MEMBER-IN-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MEMBER-IN-ID))
               TO WS-MEMBER-ID(WS-MEMBER-COUNT).
           MOVE WS-MEMBER-IN-NAME TO WS-MEMBER-NAME(WS-MEMBER-COUNT).
           IF FUNCTION UPPER-CASE(WS-MEMBER-IN-ACTIVE(1:1)) = 'N' THEN
               MOVE 'N' TO WS-MEMBER-ACTIVE(WS-MEMBER-COUNT)
           ELSE
               MOVE 'Y' TO WS-MEMBER-ACTIVE(WS-MEMBER-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *                                PAYER:SHARES into SH-PAYER and
      *                                the SH-PART list, every ID
      *                                looked up.  Only a new line
      *                                ('V') must name active members.
       READ-SPEC.
           MOVE SPACES TO SH-PAYER.
           MOVE 0 TO SH-PART-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SH-SPEC)) TO WS-SPEC.
           MOVE SPACES TO WS-SPEC-PAYER WS-SPEC-LIST WS-SPEC-REST.
           UNSTRING WS-SPEC
               DELIMITED BY ':'
               INTO WS-SPEC-PAYER WS-SPEC-LIST WS-SPEC-REST
           END-UNSTRING.
           IF WS-SPEC-PAYER = SPACES OR WS-SPEC-LIST = SPACES
                   OR WS-SPEC-REST NOT = SPACES THEN
               MOVE 'E' TO SH-STATUS
               MOVE 'a share marker reads PAYER:SHARES'
                   TO SH-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-SPEC-PAYER) TO WS-LOOKUP-ID.
           PERFORM LOOK-UP-MEMBER.
           IF SH-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-ID TO SH-PAYER.
           MOVE FUNCTION TRIM(WS-SPEC-LIST) TO WS-SPEC-LIST.
           IF WS-SPEC-LIST = '*' THEN
               PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                   IF WS-MEMBER-ACTIVE(WS-MEMBER-IDX) = 'Y' THEN
                       ADD 1 TO SH-PART-COUNT
                       MOVE WS-MEMBER-ID(WS-MEMBER-IDX)
                           TO SH-PART-MEMBER(SH-PART-COUNT)
                       MOVE 1 TO SH-PART-WEIGHT(SH-PART-COUNT)
                   END-IF
               END-PERFORM
               IF SH-PART-COUNT = 0 THEN
                   MOVE 'E' TO SH-STATUS
                   MOVE 'no active members to share among'
                       TO SH-ERROR-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SPEC-LIST))
               TO WS-LIST-LENGTH.
           MOVE 1 TO WS-LIST-POINTER.
           PERFORM UNTIL WS-LIST-POINTER > WS-LIST-LENGTH
                      OR SH-STATUS NOT = '0'
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-SPEC-LIST
                   DELIMITED BY ','
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-POINTER
               END-UNSTRING
               PERFORM READ-LIST-ITEM
           END-PERFORM.
           EXIT PARAGRAPH.

       READ-LIST-ITEM.
           MOVE SPACES TO WS-ITEM-ID WS-ITEM-WEIGHT WS-ITEM-MORE.
           UNSTRING WS-LIST-ITEM
               DELIMITED BY '='
               INTO WS-ITEM-ID WS-ITEM-WEIGHT WS-ITEM-MORE
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ITEM-ID) TO WS-ITEM-ID.
           MOVE FUNCTION TRIM(WS-ITEM-WEIGHT) TO WS-ITEM-WEIGHT.
           IF WS-ITEM-ID = SPACES OR WS-ITEM-MORE NOT = SPACES THEN
               MOVE 'E' TO SH-STATUS
               MOVE 'a share reads ID or ID=PARTS' TO SH-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-WEIGHT = SPACES
                   MOVE 1 TO WS-WEIGHT
               WHEN WS-ITEM-WEIGHT(3:) = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-ITEM-WEIGHT) = 0
                   MOVE FUNCTION NUMVAL(WS-ITEM-WEIGHT) TO WS-WEIGHT
               WHEN OTHER
                   MOVE 0 TO WS-WEIGHT
           END-EVALUATE.
           IF WS-WEIGHT = 0 THEN
               MOVE 'E' TO SH-STATUS
               STRING 'parts for '        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ITEM-ID) DELIMITED BY SIZE
                      ' must be 1 to 99'  DELIMITED BY SIZE
                      INTO SH-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-ID TO WS-LOOKUP-ID.
           PERFORM LOOK-UP-MEMBER.
           IF SH-STATUS NOT = '0' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > SH-PART-COUNT
               IF SH-PART-MEMBER(WS-PART-IDX) = WS-LOOKUP-ID THEN
                   MOVE 'E' TO SH-STATUS
                   STRING FUNCTION TRIM(WS-LOOKUP-ID)
                                           DELIMITED BY SIZE
                          ' is named twice' DELIMITED BY SIZE
                          INTO SH-ERROR-TEXT
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SH-PART-COUNT >= 20 THEN
               MOVE 'E' TO SH-STATUS
               MOVE 'more than 20 members named' TO SH-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SH-PART-COUNT.
           MOVE WS-LOOKUP-ID TO SH-PART-MEMBER(SH-PART-COUNT).
           MOVE WS-WEIGHT TO SH-PART-WEIGHT(SH-PART-COUNT).
           EXIT PARAGRAPH.

       LOOK-UP-MEMBER.
           MOVE 'N' TO WS-FOUND-SWITCH WS-ACTIVE-SWITCH.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               IF WS-MEMBER-ID(WS-MEMBER-IDX) = WS-LOOKUP-ID THEN
                   SET WS-MEMBER-FOUND TO TRUE
                   IF WS-MEMBER-ACTIVE(WS-MEMBER-IDX) = 'Y' THEN
                       SET WS-MEMBER-IS-ACTIVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'E' TO SH-STATUS
                   STRING 'member '         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LOOKUP-ID)
                                            DELIMITED BY SIZE
                          ' is not on DATA/MEMBERS.CSV'
                                            DELIMITED BY SIZE
                          INTO SH-ERROR-TEXT
                   END-STRING
               WHEN SH-OP = 'V' AND NOT WS-MEMBER-IS-ACTIVE
                   MOVE 'E' TO SH-STATUS
                   STRING 'member '         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LOOKUP-ID)
                                            DELIMITED BY SIZE
                          ' is marked inactive'
                                            DELIMITED BY SIZE
                          INTO SH-ERROR-TEXT
                   END-STRING
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                The marker as it goes on the
      *                                line: upper case, no spaces,
      *                                and no '=1' spelled out.  A
      *                                '*' goes on as the members
      *                                active today, so a member
      *                                moving out later does not
      *                                re-split the line.
       TIDY-SPEC.
           MOVE SPACES TO WS-TIDY-SPEC.
           STRING FUNCTION TRIM(SH-PAYER) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  INTO WS-TIDY-SPEC
           END-STRING.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > SH-PART-COUNT
               IF WS-PART-IDX > 1 THEN
                   STRING FUNCTION TRIM(WS-TIDY-SPEC)
                                        DELIMITED BY SIZE
                          ','           DELIMITED BY SIZE
                          INTO WS-TIDY-SPEC
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-TIDY-SPEC)
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(SH-PART-MEMBER(WS-PART-IDX))
                                        DELIMITED BY SIZE
                      INTO WS-TIDY-SPEC
               END-STRING
               IF SH-PART-WEIGHT(WS-PART-IDX) NOT = 1 THEN
                   MOVE SH-PART-WEIGHT(WS-PART-IDX)
                       TO WS-WEIGHT-DISPLAY
                   STRING FUNCTION TRIM(WS-TIDY-SPEC)
                                        DELIMITED BY SIZE
                          '='           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-WEIGHT-DISPLAY)
                                        DELIMITED BY SIZE
                          INTO WS-TIDY-SPEC
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-TIDY-SPEC(31:) NOT = SPACES THEN
               MOVE 'E' TO SH-STATUS
               IF WS-SPEC-LIST = '*' THEN
                   MOVE '* as the active members is over 30 characters'
                       TO SH-ERROR-TEXT
               ELSE
                   MOVE 'the marker is longer than 30 characters'
                       TO SH-ERROR-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIDY-SPEC TO SH-SPEC.
           EXIT PARAGRAPH.

      *                                Each share rounded to the cent
      *                                by its parts; the last member
      *                                named takes what is left, so
      *                                nothing is lost to rounding.
       SPLIT-AMOUNT.
           MOVE 0 TO WS-TOTAL-WEIGHT WS-SHARED-SO-FAR.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > SH-PART-COUNT
               ADD SH-PART-WEIGHT(WS-PART-IDX) TO WS-TOTAL-WEIGHT
           END-PERFORM.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > SH-PART-COUNT
               IF WS-PART-IDX = SH-PART-COUNT THEN
                   COMPUTE SH-PART-AMOUNT(WS-PART-IDX)
                         = SH-AMOUNT - WS-SHARED-SO-FAR
                   END-COMPUTE
               ELSE
                   COMPUTE SH-PART-AMOUNT(WS-PART-IDX) ROUNDED
                         = SH-AMOUNT * SH-PART-WEIGHT(WS-PART-IDX)
                               / WS-TOTAL-WEIGHT
                   END-COMPUTE
                   ADD SH-PART-AMOUNT(WS-PART-IDX)
                       TO WS-SHARED-SO-FAR
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
