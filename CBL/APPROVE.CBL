       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-APPROVE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Second-person approval.  An entry, amendment, void or
      * transfer larger than the keying operator's single-entry limit
      * is not posted by BUDGET-MAINTAIN: its lines wait in
      * DATA/PENDING, listed in the approval queue DATA/PENDING.CSV.
      * This works the queue off:
      *
      *   budget-approve          sign on and decide the items
      *   budget-approve LIST     show the queue, decide nothing
      *
      * Each item shows its reference, what it is, the amount that
      * went over the limit, who keyed it and the very lines it
      * would post.  The approver signs on (DATA/OPERATORS.CSV, see
      * LEDGER-SIGNON) and is never offered an item they keyed
      * themselves, nor one posting to a ledger they may not post
      * to.  Approving posts the staged lines under each ledger's
      * exclusive lock, after a backup generation and with the
      * control record checked and rewritten the way BUDGET-MAINTAIN
      * does it, every money line carrying the approver's ID next to
      * the keying operator's.  The legs of a transfer post together
      * or not at all: one ledger busy leaves the whole item pending,
      * and so does a fixed ledger no longer in the layout its lines
      * were staged in (upgraded or restored since).
      * Rejecting discards the staged lines.  Every decision goes to
      * DATA/PENDING.LOG:
      *
      *   REF;APPROVED|REJECTED;KIND;LEDGER;AMOUNT;KEYED-BY;
      *   DECIDED-BY;DECIDED-AT;TEXT
      *
      * and the queue keeps only what is still pending.  The queue
      * is locked for the whole session, so a BUDGET-MAINTAIN run
      * queueing an item meanwhile waits for it a while and then
      * gives up, posting nothing.
      *
      * RETURN-CODE 4 when an item could not be posted (a ledger
      * busy) and stays pending, 8 on a usage error or when there is
      * no operator file to sign on against, 12 when the queue or a
      * ledger cannot be written, 114 when the queue is busy, 120
      * when the sign-on is refused.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE         ASSIGN TO "DATA/PENDING.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-PENDING-STATUS.
      *    The queue as it will stand, put in place by a rename.
           SELECT NEW-PENDING-FILE     ASSIGN TO "DATA/PENDING.NEW"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-NEW-STATUS.
           SELECT DECISION-LOG         ASSIGN TO "DATA/PENDING.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-STATUS.
           SELECT STAGE-FILE           ASSIGN TO DYNAMIC
                                                  WS-STAGE-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-STAGE-STATUS.
           SELECT LEDGER-FILE          ASSIGN TO DYNAMIC
                                                  WS-LEDGER-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-LINE                PIC X(250).
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-LINE            PIC X(250).
       FD  DECISION-LOG.
       01  DECISION-LINE               PIC X(250).
       FD  STAGE-FILE.
       01  STAGE-LINE                  PIC X(150).
       FD  LEDGER-FILE.
       01  LEDGER-LINE                 PIC X(150).
       WORKING-STORAGE SECTION.
       01  WS-PARM-RAW                 PIC X(200).
       01  WS-PARM-TOKEN               PIC X(20).
       01  WS-LIST-SWITCH              PIC X VALUE 'N'.
           88  LIST-MODE               VALUE 'Y'.
       01  WS-PENDING-STATUS           PIC XX VALUE '00'.
       01  WS-NEW-STATUS               PIC XX VALUE '00'.
       01  WS-LOG-STATUS               PIC XX VALUE '00'.
       01  WS-STAGE-STATUS             PIC XX VALUE '00'.
       01  WS-LEDGER-STATUS            PIC XX VALUE '00'.
       01  WS-STAGE-FILE-NAME          PIC X(80).
       01  WS-LEDGER-FILE-NAME         PIC X(80).
       01  WS-PENDING-QUEUE-NAME       PIC X(80)
                                       VALUE 'DATA/PENDING.CSV'.
      *    Trailing spaces terminate the names for CBL_RENAME_FILE.
       01  WS-QUEUE-FILE-NAME          PIC X(17)
                                       VALUE 'DATA/PENDING.CSV'.
       01  WS-NEW-QUEUE-FILE-NAME      PIC X(17)
                                       VALUE 'DATA/PENDING.NEW'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
       01  WS-FILE-RETURN-CODE         PIC S9(4) COMP-5 VALUE 0.
      *    The run's status, set on RETURN-CODE only after the last
      *    lock release, whose CALL would otherwise overwrite it.
       01  WS-EXIT-CODE                PIC 999 VALUE 0.
      *    The approver.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-NAME            PIC X(30) VALUE SPACES.
           COPY LEDGSIGN.
           COPY LEDGLOCK.
           COPY LEDGSEAL.
           COPY LEDGBACK.
      *    The queue, one row per staged ledger, the rows of one item
      *    next to each other the way BUDGET-MAINTAIN wrote them.
       77  WS-QUEUE-MAX                PIC 9(3) VALUE 200.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ROW            OCCURS 200 TIMES.
               10  WS-Q-REF            PIC X(16).
               10  WS-Q-LEG            PIC X(2).
               10  WS-Q-LEDGER         PIC X(80).
               10  WS-Q-STAGE          PIC X(80).
               10  WS-Q-KEYED-BY       PIC X(8).
               10  WS-Q-KIND           PIC X(5).
               10  WS-Q-AMOUNT         PIC X(12).
               10  WS-Q-TEXT           PIC X(50).
      *                                ' ' pending, 'A' approved,
      *                                'R' rejected this session.
               10  WS-Q-DECISION       PIC X.
               10  WS-Q-SEAL-SWITCH    PIC X.
                   88  WS-Q-SEAL-BROKEN VALUE 'Y'.
               10  WS-Q-LOCK-SWITCH    PIC X.
                   88  WS-Q-LOCKED     VALUE 'Y'.
       01  WS-QUEUE-COUNT              PIC 9(3) VALUE 0.
      *    A queue too long for the table: the item cut in two at the
      *    end is not offered, and nothing past it is touched.
       01  WS-QUEUE-FULL-SWITCH        PIC X VALUE 'N'.
           88  WS-QUEUE-FULL           VALUE 'Y'.
       01  WS-CUT-REF                  PIC X(16) VALUE SPACES.
       01  WS-ROW-IDX                  PIC 9(3) VALUE 0.
       01  WS-ITEM-FIRST               PIC 9(3) VALUE 0.
       01  WS-ITEM-LAST                PIC 9(3) VALUE 0.
       01  WS-LEG-IDX                  PIC 9(3) VALUE 0.
       01  WS-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  WS-DECIDED-COUNT            PIC 9(3) VALUE 0.
       01  WS-COUNT-DISPLAY            PIC ZZ9.
       01  WS-POST-FAILED-SWITCH       PIC X VALUE 'N'.
           88  WS-POST-FAILED          VALUE 'Y'.
       01  WS-ACTION-CMD               PIC X.
       01  WS-IN-ROW.
           05  WS-IN-REF               PIC X(16).
           05  WS-IN-LEG               PIC X(2).
           05  WS-IN-LEDGER            PIC X(80).
           05  WS-IN-STAGE             PIC X(80).
           05  WS-IN-KEYED-BY          PIC X(8).
           05  WS-IN-KIND              PIC X(5).
           05  WS-IN-AMOUNT            PIC X(12).
           05  WS-IN-TEXT              PIC X(50).
       01  WS-KEEP-LINE-SWITCH         PIC X VALUE 'Y'.
           88  WS-KEEP-LINE            VALUE 'Y'.
      *    Posting one staged line.
       01  WS-CSV-STAGE-SWITCH         PIC X VALUE 'N'.
           88  WS-CSV-STAGE            VALUE 'Y'.
       01  WS-CSV-SUFFIX-COUNT         PIC 99 VALUE 0.
      *    The fixed ledger's layout, from its first line: the
      *    version 2 layout (LEDGFIX2) opens with this header.
       01  WS-V2-LEDGER-SWITCH         PIC X VALUE 'N'.
           88  WS-V2-LEDGER            VALUE 'Y'.
      *    The layout the lines were staged in, told the same way.
       01  WS-V2-STAGE-SWITCH          PIC X VALUE 'N'.
           88  WS-V2-STAGE             VALUE 'Y'.
       01  WS-V2-HEADER-TEXT           PIC X(17)
                                       VALUE '*BUDGET-LEDGER-V2'.
       01  WS-SEMICOLON-COUNT          PIC 99 VALUE 0.
       01  WS-CHAR-POS                 PIC 9(3) VALUE 0.
       01  WS-EIGHTH-POS               PIC 9(3) VALUE 0.
       01  WS-APPROVED-LINE            PIC X(150).
       01  WS-DECIDED-AT               PIC X(14).
       01  WS-DECISION-WORD            PIC X(8).

       PROCEDURE DIVISION.
           PERFORM DETERMINE-REQUEST.
           IF NOT LIST-MODE THEN
               PERFORM SIGN-ON-APPROVER
           END-IF.
           PERFORM ACQUIRE-QUEUE-LOCK.
           PERFORM LOAD-QUEUE.
           IF WS-QUEUE-COUNT = 0 THEN
               DISPLAY 'The approval queue is empty.'
               PERFORM RELEASE-QUEUE-LOCK
               MOVE WS-EXIT-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO WS-ITEM-FIRST.
           PERFORM UNTIL WS-ITEM-FIRST > WS-QUEUE-COUNT
               MOVE WS-ITEM-FIRST TO WS-ITEM-LAST
               PERFORM UNTIL WS-ITEM-LAST >= WS-QUEUE-COUNT
                       OR WS-Q-REF(WS-ITEM-LAST + 1)
                           NOT = WS-Q-REF(WS-ITEM-FIRST)
                   ADD 1 TO WS-ITEM-LAST
               END-PERFORM
               PERFORM SHOW-ONE-ITEM
               IF NOT LIST-MODE THEN
                   PERFORM DECIDE-ONE-ITEM
               END-IF
               COMPUTE WS-ITEM-FIRST = WS-ITEM-LAST + 1
           END-PERFORM.
           IF WS-DECIDED-COUNT > 0 THEN
               PERFORM REWRITE-QUEUE
           END-IF.
           PERFORM RELEASE-QUEUE-LOCK.
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                   ' items in the queue, ' WITH NO ADVANCING.
           MOVE WS-DECIDED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY) ' decided.'.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
           GOBACK.

       DETERMINE-REQUEST.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKEN.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-PARM-TOKEN) TO WS-PARM-TOKEN.
           EVALUATE WS-PARM-TOKEN
               WHEN SPACES
                   CONTINUE
               WHEN 'LIST'
                   SET LIST-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'Usage: budget-approve [LIST]'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                Approval only means something
      *                                where operators are known, so
      *                                without an operator file there
      *                                is nobody to sign on.
       SIGN-ON-APPROVER.
           MOVE 'S' TO SO-OP.
           MOVE SPACES TO SO-OPERATOR-ID SO-LEDGER-NAME.
           CALL 'LEDGER-SIGNON' USING SO-REQUEST.
           IF SO-STATUS = 'N' THEN
               DISPLAY 'No DATA/OPERATORS.CSV - operators do not sign'
                       ' on, and nothing needs approving.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-ID))
               TO WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID.
           CALL 'LEDGER-SIGNON' USING SO-REQUEST.
           EVALUATE SO-STATUS
               WHEN '0'
                   MOVE SO-OPERATOR-NAME TO WS-OPERATOR-NAME
                   DISPLAY 'Signed on as '
                           FUNCTION TRIM(WS-OPERATOR-NAME) '.'
               WHEN 'U'
                   DISPLAY 'Unknown operator ID - sign-on refused.'
                   MOVE 120 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'Cannot sign on: '
                           FUNCTION TRIM(SO-ERROR-TEXT)
                   MOVE 120 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                Listing shares the queue;
      *                                deciding keeps it to itself.
       ACQUIRE-QUEUE-LOCK.
           MOVE 'A' TO LK-OP.
           MOVE WS-PENDING-QUEUE-NAME TO LK-LEDGER-NAME.
           MOVE 'BUDGET-APPROVE' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'N' TO LK-WAIT.
           IF LIST-MODE THEN
               MOVE 'S' TO LK-MODE
           ELSE
               MOVE 'X' TO LK-MODE
           END-IF.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS NOT = '0' THEN
               DISPLAY 'The approval queue is busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
               MOVE 114 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-QUEUE-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-PENDING-QUEUE-NAME TO LK-LEDGER-NAME.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           EXIT PARAGRAPH.

       LOAD-QUEUE.
           MOVE 0 TO WS-QUEUE-COUNT.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PENDING-STATUS NOT = '00'
               READ PENDING-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-QUEUE-LINE
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
      *    The last item loaded may have more legs past the cut.
           IF WS-QUEUE-FULL THEN
               DISPLAY 'The queue holds more than '
                       WS-QUEUE-MAX ' lines; the rest wait for the'
                       ' next run.'
               PERFORM UNTIL WS-QUEUE-COUNT = 0
                       OR WS-Q-REF(WS-QUEUE-COUNT) NOT = WS-CUT-REF
                   SUBTRACT 1 FROM WS-QUEUE-COUNT
               END-PERFORM
           END-IF.
           EXIT PARAGRAPH.

       NOTE-QUEUE-LINE.
           IF PENDING-LINE = SPACES OR WS-QUEUE-FULL THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-QUEUE-LINE.
           IF WS-QUEUE-COUNT >= WS-QUEUE-MAX THEN
               SET WS-QUEUE-FULL TO TRUE
               MOVE WS-IN-REF TO WS-CUT-REF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE WS-IN-REF TO WS-Q-REF(WS-QUEUE-COUNT).
           MOVE WS-IN-LEG TO WS-Q-LEG(WS-QUEUE-COUNT).
           MOVE WS-IN-LEDGER TO WS-Q-LEDGER(WS-QUEUE-COUNT).
           MOVE WS-IN-STAGE TO WS-Q-STAGE(WS-QUEUE-COUNT).
           MOVE WS-IN-KEYED-BY TO WS-Q-KEYED-BY(WS-QUEUE-COUNT).
           MOVE WS-IN-KIND TO WS-Q-KIND(WS-QUEUE-COUNT).
           MOVE WS-IN-AMOUNT TO WS-Q-AMOUNT(WS-QUEUE-COUNT).
           MOVE WS-IN-TEXT TO WS-Q-TEXT(WS-QUEUE-COUNT).
           MOVE SPACE TO WS-Q-DECISION(WS-QUEUE-COUNT).
           MOVE 'N' TO WS-Q-SEAL-SWITCH(WS-QUEUE-COUNT).
           MOVE 'N' TO WS-Q-LOCK-SWITCH(WS-QUEUE-COUNT).
           EXIT PARAGRAPH.

      *                                REF;LEG;LEDGER;STAGING-FILE;
      *                                OPERATOR;KIND;AMOUNT;TEXT
       SPLIT-QUEUE-LINE.
           MOVE SPACES TO WS-IN-ROW.
           UNSTRING PENDING-LINE
               DELIMITED BY ';'
               INTO WS-IN-REF WS-IN-LEG WS-IN-LEDGER WS-IN-STAGE
                    WS-IN-KEYED-BY WS-IN-KIND WS-IN-AMOUNT WS-IN-TEXT
           END-UNSTRING.
           EXIT PARAGRAPH.

       SHOW-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           DISPLAY ' '.
           DISPLAY 'Item ' WS-Q-REF(WS-ITEM-FIRST) '  '
                   FUNCTION TRIM(WS-Q-KIND(WS-ITEM-FIRST))
                   '  amount ' FUNCTION TRIM(WS-Q-AMOUNT(WS-ITEM-FIRST))
                   '  keyed by '
                   FUNCTION TRIM(WS-Q-KEYED-BY(WS-ITEM-FIRST)).
           IF WS-Q-TEXT(WS-ITEM-FIRST) NOT = SPACES THEN
               DISPLAY '  ' FUNCTION TRIM(WS-Q-TEXT(WS-ITEM-FIRST))
           END-IF.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
               DISPLAY '  ' FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX)) ':'
               MOVE WS-Q-STAGE(WS-LEG-IDX) TO WS-STAGE-FILE-NAME
               OPEN INPUT STAGE-FILE
               IF WS-STAGE-STATUS NOT = '00' THEN
                   DISPLAY '    (staged lines missing: '
                           FUNCTION TRIM(WS-STAGE-FILE-NAME) ')'
               ELSE
                   PERFORM UNTIL WS-STAGE-STATUS NOT = '00'
                       READ STAGE-FILE
                           AT END CONTINUE
                           NOT AT END
                               IF STAGE-LINE(1:17)
                                       NOT = WS-V2-HEADER-TEXT THEN
                                   DISPLAY '    '
                                           FUNCTION TRIM(STAGE-LINE
                                               TRAILING)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STAGE-FILE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                Four eyes: not the operator who
      *                                keyed it, and only someone who
      *                                may post to every ledger the
      *                                item touches.
       DECIDE-ONE-ITEM.
           IF WS-Q-KEYED-BY(WS-ITEM-FIRST) = WS-OPERATOR-ID THEN
               DISPLAY '  Keyed by you - another operator must'
                       ' approve it.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
               MOVE 'S' TO SO-OP
               MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID
               MOVE WS-Q-LEDGER(WS-LEG-IDX) TO SO-LEDGER-NAME
               CALL 'LEDGER-SIGNON' USING SO-REQUEST
               IF SO-STATUS NOT = '0' THEN
                   DISPLAY '  You may not post to '
                           FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                           ' - left pending.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           DISPLAY '  A=approve, R=reject, anything else leaves it'
                   ' pending: ' WITH NO ADVANCING.
           MOVE SPACE TO WS-ACTION-CMD.
           ACCEPT WS-ACTION-CMD.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CMD) TO WS-ACTION-CMD.
           EVALUATE WS-ACTION-CMD
               WHEN 'A'
                   PERFORM APPROVE-ITEM
               WHEN 'R'
                   PERFORM REJECT-ITEM
               WHEN OTHER
                   DISPLAY '  Left pending.'
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                All the item's ledgers are
      *                                locked and backed up before the
      *                                first line is posted to any.
       APPROVE-ITEM.
           MOVE 'N' TO WS-POST-FAILED-SWITCH.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
                      OR WS-POST-FAILED
               PERFORM LOCK-ITEM-LEDGER
           END-PERFORM.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
                      OR WS-POST-FAILED
               PERFORM CHECK-STAGED-LAYOUT
           END-PERFORM.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
                      OR WS-POST-FAILED
               PERFORM BACKUP-ITEM-LEDGER
           END-PERFORM.
           IF WS-POST-FAILED THEN
               PERFORM RELEASE-ITEM-LOCKS
               DISPLAY '  Nothing was posted; the item stays pending.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
               PERFORM POST-STAGED-LINES
               PERFORM RESEAL-ITEM-LEDGER
           END-PERFORM.
           PERFORM RELEASE-ITEM-LOCKS.
           MOVE 'A' TO WS-Q-DECISION(WS-ITEM-FIRST).
           MOVE 'APPROVED' TO WS-DECISION-WORD.
           PERFORM CLOSE-DECIDED-ITEM.
           IF WS-POST-FAILED THEN
               DISPLAY '  WARNING: approved, but not every ledger took'
                       ' its lines - see above; the backup'
                       ' generations hold the ledgers as they were.'
           ELSE
               DISPLAY '  Approved and posted.'
           END-IF.
           EXIT PARAGRAPH.

       REJECT-ITEM.
           MOVE 'R' TO WS-Q-DECISION(WS-ITEM-FIRST).
           MOVE 'REJECTED' TO WS-DECISION-WORD.
           PERFORM CLOSE-DECIDED-ITEM.
           DISPLAY '  Rejected; the staged lines are discarded.'.
           EXIT PARAGRAPH.

      *                                Logged, staging files gone, and
      *                                every leg marked so the queue
      *                                rewrite drops it.
       CLOSE-DECIDED-ITEM.
           ADD 1 TO WS-DECIDED-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DECIDED-AT.
           OPEN EXTEND DECISION-LOG.
           IF WS-LOG-STATUS = '35' THEN
               OPEN OUTPUT DECISION-LOG
           END-IF.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
               MOVE WS-Q-DECISION(WS-ITEM-FIRST)
                   TO WS-Q-DECISION(WS-LEG-IDX)
               MOVE SPACES TO DECISION-LINE
               STRING WS-Q-REF(WS-LEG-IDX)  DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DECISION-WORD)
                                            DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Q-KIND(WS-LEG-IDX))
                                            DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                                            DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Q-AMOUNT(WS-LEG-IDX))
                                            DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Q-KEYED-BY(WS-LEG-IDX))
                                            DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPERATOR-ID)
                                            DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      WS-DECIDED-AT         DELIMITED BY SIZE
                      ';'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Q-TEXT(WS-LEG-IDX))
                                            DELIMITED BY SIZE
                      INTO DECISION-LINE
               END-STRING
               IF WS-LOG-STATUS = '00' THEN
                   WRITE DECISION-LINE
               END-IF
               MOVE WS-Q-STAGE(WS-LEG-IDX) TO WS-STAGE-FILE-NAME
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL 'CBL_DELETE_FILE' USING WS-STAGE-FILE-NAME
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-PERFORM.
           IF WS-LOG-STATUS = '00' THEN
               CLOSE DECISION-LOG
           ELSE
               DISPLAY '  WARNING: DATA/PENDING.LOG not written, file'
                       ' status ' WS-LOG-STATUS '.'
           END-IF.
           EXIT PARAGRAPH.

      *                                Exclusive, no wait and no
      *                                takeover: a ledger in use just
      *                                leaves the item for later.
       LOCK-ITEM-LEDGER.
           MOVE 'A' TO LK-OP.
           MOVE WS-Q-LEDGER(WS-LEG-IDX) TO LK-LEDGER-NAME.
           MOVE 'BUDGET-APPROVE' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'X' TO LK-MODE.
           MOVE 'N' TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS = '0' THEN
               SET WS-Q-LOCKED(WS-LEG-IDX) TO TRUE
           ELSE
               SET WS-POST-FAILED TO TRUE
               DISPLAY '  ' FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                       ' is busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
               IF WS-EXIT-CODE < 4 THEN
                   MOVE 4 TO WS-EXIT-CODE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-ITEM-LOCKS.
           PERFORM VARYING WS-LEG-IDX FROM WS-ITEM-FIRST BY 1
                   UNTIL WS-LEG-IDX > WS-ITEM-LAST
               IF WS-Q-LOCKED(WS-LEG-IDX) THEN
                   MOVE 'R' TO LK-OP
                   MOVE WS-Q-LEDGER(WS-LEG-IDX) TO LK-LEDGER-NAME
                   CALL 'LEDGER-LOCK' USING LK-REQUEST
                   MOVE 'N' TO WS-Q-LOCK-SWITCH(WS-LEG-IDX)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *                                Fixed lines are staged in the
      *                                layout the ledger had when they
      *                                were keyed.  A ledger upgraded
      *                                (BUDGET-CONVERT UPGRADE) or
      *                                restored in the other layout
      *                                since would be corrupted by
      *                                them, so the item stays pending
      *                                to be rejected and keyed again.
       CHECK-STAGED-LAYOUT.
           PERFORM NOTE-STAGE-NAMES.
           IF WS-CSV-STAGE THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOTE-LEDGER-LAYOUT.
           MOVE 'N' TO WS-V2-STAGE-SWITCH.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           READ STAGE-FILE
               AT END MOVE SPACES TO STAGE-LINE
           END-READ.
           IF STAGE-LINE(1:17) = WS-V2-HEADER-TEXT THEN
               SET WS-V2-STAGE TO TRUE
           END-IF.
           CLOSE STAGE-FILE.
           IF WS-V2-STAGE-SWITCH = WS-V2-LEDGER-SWITCH THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-POST-FAILED TO TRUE.
           IF WS-V2-STAGE THEN
               DISPLAY '  The lines for '
                       FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                       ' were staged in the version 2 layout, but the'
                       ' ledger is in the original one now.'
           ELSE
               DISPLAY '  The lines for '
                       FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                       ' were staged in the original layout, but the'
                       ' ledger is in the version 2 one now.'
           END-IF.
           DISPLAY '  Reject the item and key it again.'.
           IF WS-EXIT-CODE < 4 THEN
               MOVE 4 TO WS-EXIT-CODE
           END-IF.
           EXIT PARAGRAPH.

       NOTE-STAGE-NAMES.
           MOVE WS-Q-STAGE(WS-LEG-IDX) TO WS-STAGE-FILE-NAME.
           MOVE WS-Q-LEDGER(WS-LEG-IDX) TO WS-LEDGER-FILE-NAME.
           MOVE 0 TO WS-CSV-SUFFIX-COUNT.
           INSPECT WS-STAGE-FILE-NAME
               TALLYING WS-CSV-SUFFIX-COUNT FOR ALL '.CSV'.
           IF WS-CSV-SUFFIX-COUNT > 0 THEN
               SET WS-CSV-STAGE TO TRUE
           ELSE
               MOVE 'N' TO WS-CSV-STAGE-SWITCH
           END-IF.
           EXIT PARAGRAPH.

      *                                The seal is judged before the
      *                                write, as BUDGET-MAINTAIN does:
      *                                a ledger already disagreeing
      *                                with its control record is not
      *                                resealed over.
       BACKUP-ITEM-LEDGER.
           MOVE 'N' TO WS-Q-SEAL-SWITCH(WS-LEG-IDX).
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-APPROVE' TO SL-PROGRAM.
           MOVE WS-Q-LEDGER(WS-LEG-IDX) TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS = 'M' THEN
               SET WS-Q-SEAL-BROKEN(WS-LEG-IDX) TO TRUE
               DISPLAY '  WARNING: '
                       FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                       ' already disagrees with its control record'
                       ' - the seal is left as it was.'
           END-IF.
           MOVE 'B' TO BK-OP.
           MOVE 'BUDGET-APPROVE' TO BK-PROGRAM.
           MOVE WS-Q-LEDGER(WS-LEG-IDX) TO BK-LEDGER-NAME.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           EVALUATE BK-STATUS
               WHEN '0'
                   DISPLAY '  Backed up as '
                           FUNCTION TRIM(BK-THIS-FILE) '.'
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   SET WS-POST-FAILED TO TRUE
                   DISPLAY '  No backup generation of '
                           FUNCTION TRIM(WS-Q-LEDGER(WS-LEG-IDX))
                           ' could be taken: '
                           FUNCTION TRIM(BK-ERROR-TEXT)
                   MOVE 12 TO WS-EXIT-CODE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                The staged lines are exactly
      *                                what BUDGET-MAINTAIN would have
      *                                written; each money line gains
      *                                the approver, the opening line
      *                                and split portions stay as
      *                                they are.
       POST-STAGED-LINES.
           PERFORM NOTE-STAGE-NAMES.
           IF NOT WS-CSV-STAGE THEN
               PERFORM NOTE-LEDGER-LAYOUT
           END-IF.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = '00' THEN
               DISPLAY '  Cannot read the staged lines '
                       FUNCTION TRIM(WS-STAGE-FILE-NAME)
                       ', file status ' WS-STAGE-STATUS '.'
               SET WS-POST-FAILED TO TRUE
               MOVE 12 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35' THEN
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00' THEN
               DISPLAY '  Cannot write '
                       FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                       ', file status ' WS-LEDGER-STATUS '.'
               CLOSE STAGE-FILE
               SET WS-POST-FAILED TO TRUE
               MOVE 12 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STAGE-STATUS NOT = '00'
               READ STAGE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM POST-ONE-STAGED-LINE
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           CLOSE LEDGER-FILE.
           EXIT PARAGRAPH.

      *                                Staged lines follow the layout
      *                                of the ledger they were keyed
      *                                for; a ledger not there yet is
      *                                a new one in the original
      *                                layout.
       NOTE-LEDGER-LAYOUT.
           MOVE 'N' TO WS-V2-LEDGER-SWITCH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           READ LEDGER-FILE
               AT END MOVE SPACES TO LEDGER-LINE
           END-READ.
           IF LEDGER-LINE(1:17) = WS-V2-HEADER-TEXT THEN
               SET WS-V2-LEDGER TO TRUE
           END-IF.
           CLOSE LEDGER-FILE.
           EXIT PARAGRAPH.

       POST-ONE-STAGED-LINE.
      *    The staging file's own header; the ledger has one already.
           IF STAGE-LINE(1:17) = WS-V2-HEADER-TEXT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STAGE-LINE TO LEDGER-LINE.
           IF WS-CSV-STAGE THEN
               IF LEDGER-LINE NOT = SPACES
                       AND LEDGER-LINE(1:1) NOT = '#'
                       AND LEDGER-LINE(1:1) NOT = '>'
                       AND LEDGER-LINE(1:1) NOT = '*' THEN
                   PERFORM ADD-APPROVER-COLUMN
               END-IF
           ELSE
      *        Fixed: the record mode is byte 10, the approver bytes
      *        62-69; in the version 2 layout byte 12 and bytes 92-99,
      *        and a split portion ('S') carries no approver.
               IF WS-V2-LEDGER THEN
                   IF LEDGER-LINE(12:1) NOT = 'I'
                           AND LEDGER-LINE(12:1) NOT = 'S'
                           AND LEDGER-LINE(1:1) NOT = '*' THEN
                       MOVE WS-OPERATOR-ID TO LEDGER-LINE(92:8)
                   END-IF
               ELSE
                   IF LEDGER-LINE(10:1) NOT = 'I' THEN
                       MOVE WS-OPERATOR-ID TO LEDGER-LINE(62:8)
                   END-IF
               END-IF
           END-IF.
           WRITE LEDGER-LINE.
           EXIT PARAGRAPH.

      *                                The approver is the 9th column;
      *                                the keying operator's 8th is
      *                                there already, padded out when
      *                                it is not.  A line with a share
      *                                marker after it was staged with
      *                                the 9th column left empty.
       ADD-APPROVER-COLUMN.
           MOVE 0 TO WS-SEMICOLON-COUNT.
           INSPECT LEDGER-LINE TALLYING WS-SEMICOLON-COUNT FOR ALL ';'.
           IF WS-SEMICOLON-COUNT > 8 THEN
               PERFORM INSERT-APPROVER-COLUMN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SEMICOLON-COUNT >= 7
               STRING FUNCTION TRIM(LEDGER-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      INTO LEDGER-LINE
               END-STRING
               ADD 1 TO WS-SEMICOLON-COUNT
           END-PERFORM.
           STRING FUNCTION TRIM(LEDGER-LINE) DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)
                                        DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING.
           EXIT PARAGRAPH.

       INSERT-APPROVER-COLUMN.
           MOVE 0 TO WS-SEMICOLON-COUNT WS-EIGHTH-POS.
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-SEMICOLON-COUNT = 9
               IF LEDGER-LINE(WS-CHAR-POS:1) = ';' THEN
                   ADD 1 TO WS-SEMICOLON-COUNT
                   IF WS-SEMICOLON-COUNT = 8 THEN
                       MOVE WS-CHAR-POS TO WS-EIGHTH-POS
                   END-IF
               END-IF
           END-PERFORM.
      *    WS-CHAR-POS has stepped one past the 9th ';'.
           MOVE SPACES TO WS-APPROVED-LINE.
           STRING LEDGER-LINE(1:WS-EIGHTH-POS) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)
                                        DELIMITED BY SIZE
                  LEDGER-LINE(WS-CHAR-POS - 1:)
                                        DELIMITED BY SIZE
                  INTO WS-APPROVED-LINE
           END-STRING.
           MOVE WS-APPROVED-LINE TO LEDGER-LINE.
           EXIT PARAGRAPH.

       RESEAL-ITEM-LEDGER.
           IF WS-Q-SEAL-BROKEN(WS-LEG-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'W' TO SL-OP.
           MOVE 'BUDGET-APPROVE' TO SL-PROGRAM.
           MOVE WS-Q-LEDGER(WS-LEG-IDX) TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY '  WARNING: control record not written: '
                       FUNCTION TRIM(SL-ERROR-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *                                The queue is copied line by
      *                                line, dropping the legs decided
      *                                this session; lines past a
      *                                full table are copied as read.
       REWRITE-QUEUE.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00' THEN
               DISPLAY 'Cannot reread the approval queue, file status '
                       WS-PENDING-STATUS '.'
               MOVE 12 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-PENDING-FILE.
           IF WS-NEW-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write DATA/PENDING.NEW, file status '
                       WS-NEW-STATUS '.'
               CLOSE PENDING-FILE
               MOVE 12 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PENDING-STATUS NOT = '00'
               READ PENDING-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM COPY-UNDECIDED-LINE
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           CLOSE NEW-PENDING-FILE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_DELETE_FILE' USING WS-QUEUE-FILE-NAME.
           CALL 'CBL_RENAME_FILE' USING WS-NEW-QUEUE-FILE-NAME
                                         WS-QUEUE-FILE-NAME.
           MOVE RETURN-CODE TO WS-FILE-RETURN-CODE.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-FILE-RETURN-CODE NOT = 0 THEN
               DISPLAY 'Cannot put the new approval queue in place -'
                       ' it is left as DATA/PENDING.NEW.'
               MOVE 12 TO WS-EXIT-CODE
           END-IF.
           EXIT PARAGRAPH.

       COPY-UNDECIDED-LINE.
           IF PENDING-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-QUEUE-LINE.
           SET WS-KEEP-LINE TO TRUE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-QUEUE-COUNT
               IF WS-Q-REF(WS-ROW-IDX) = WS-IN-REF
                       AND WS-Q-LEG(WS-ROW-IDX) = WS-IN-LEG
                       AND WS-Q-DECISION(WS-ROW-IDX) NOT = SPACE THEN
                   MOVE 'N' TO WS-KEEP-LINE-SWITCH
               END-IF
           END-PERFORM.
           IF WS-KEEP-LINE THEN
               MOVE PENDING-LINE TO NEW-PENDING-LINE
               WRITE NEW-PENDING-LINE
           END-IF.
           EXIT PARAGRAPH.
