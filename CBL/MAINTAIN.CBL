      * The target file's extension picks the record layout: '.CSV'
      * appends a ';'-delimited line in the CSV variant's format,
      * anything else appends a fixed CHANGE/RECORD-MODE/COMMENT line
      * in BUDGET-MAIN's format - the version 2 layout (LEDGFIX2)
      * when the ledger opens with its header record, the original
      * one otherwise, a ledger not on disk yet included.  Only the
      * version 2 layout takes amounts beyond -99999.99 .. 99999.99,
      * a category and a split across categories.
      *
      * A second command-line token of 'BROWSE' pages through the
      * ledger instead (read via LEDGER-READER), and lets a keyed-in
      * appends the reversal plus the corrected entry, so the history
      * of the fat-fingered line stays on file and auditable.
      *
      *   budget-maintain <ledger> TRANSFER <to-ledger>
      *
      * keys a transfer between two ledgers once: the amount, comment,
      * currency and date are asked for one time, and both legs are
      * appended under both ledgers' exclusive locks - the amount out
      * of <ledger> and the same amount into <to-ledger>, either
      * layout on either side.  Both legs are committed lines whose
      * comment opens 'XFER <reference>' followed by the partner
      * ledger's name; the 14-digit reference (the posting's
      * YYYYMMDDHHMMSS) is shared by the pair, which is how
      * BUDGET-CONSOL eliminates the pair from income, expenses and
      * category spend and how BUDGET-CHECK spots a leg whose
      * partner has gone missing.
      *
      * Every append - entry, reversal, corrected entry, transfer
      * leg - reseals the ledger's control record (see LEDGER-SEAL)
      * so BUDGET-MAIN and BUDGET-CHECK can tell this program's
      * writes from an edit made behind its back.  A ledger that
      * already disagrees with its record is appended to but NOT
      * resealed, so the edit stays visible.  Once that edit has
      * been reviewed,
      *
      *   budget-maintain <ledger> RESEAL
      *
      * shows which control figures disagree and, on confirmation,
      * accepts the ledger as it stands.
      *
      * Before its first write to a ledger each run takes a backup
      * generation of it in DATA/BACKUP (see LEDGER-BACKUP), so any
      * entry, amendment, void or transfer can be undone with
      * BUDGET-RESTORE.  No generation, no write.
      *
      * When DATA/OPERATORS.CSV exists (see LEDGER-SIGNON) the
      * operator signs on before anything else, and may only work on
      * the ledgers the file permits - a refused sign-on ends the run
      * with RC 120.  Every line the operator keys carries the
      * operator's ID (the CSV layout's 8th column, the fixed
      * layout's bytes 54-61, 84-91 in version 2).  An entry, an
      * amendment, a void or a transfer larger than the operator's
      * single-entry limit is not posted: its lines are staged in
      * DATA/PENDING and listed in the approval queue
      * DATA/PENDING.CSV, where BUDGET-APPROVE lets a second operator
      * post or reject it.  Without an operator file nobody signs on
      * and nothing is queued.
      *
      * When DATA/MEMBERS.CSV names the household (see LEDGER-SHARES)
      * every entry is also asked who paid it and who bears it, as
      * a share marker such as 'MS:*' or 'MS:MS=2,AK=1' - blank for a
      * cost nobody shares.  A '*' is written out as the members
      * active when the entry is keyed.  The marker is the CSV
      * layout's 10th column (a '>' portion's 4th, blank meaning the
      * payment's own) and the fixed layout's bytes 70-99 (100-129
      * in version 2, an 'S' portion's likewise); BUDGET-SHARE
      * settles the household up from it.  A reversal carries the voided line's
      * markers, so its shares cancel too.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEGORY-FILE        ASSIGN TO "DATA/CATEGORY.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CATM-STATUS.
      *    Approval queue, one line per ledger an over-limit posting
      *    would write (see FINISH-PENDING-ITEM); BUDGET-APPROVE
      *    works it off.
           SELECT PENDING-FILE         ASSIGN TO "DATA/PENDING.CSV"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE-FIXED
           RECORD IS VARYING IN SIZE
           FROM 9 TO 129 CHARACTERS
           DEPENDING ON WS-FIXED-RECORD-LENGTH.
       01  FIXED-BUDGET-RECORD.
           05  CHANGE                  PIC -(5)9.99.
           05  REPEAT-COUNT            PIC 99.
           05  CURRENCY-CODE           PIC XXX.
           05  TRANS-DATE              PIC X(8).
           05  KEYED-BY                PIC X(8).
           05  APPROVED-BY             PIC X(8).
           05  SHARE-SPEC              PIC X(30).
       01  FIXED-BUDGET-RECORD-V2.
           COPY LEDGFIX2.
       FD  BUDGET-FILE-CSV.
       01  CSV-BUDGET-RECORD.
           COPY CSVLINE.
       FD  CATEGORY-FILE.
       01  CATEGORY-LINE               PIC X(50).
       FD  PENDING-FILE.
       01  PENDING-LINE                PIC X(250).
       WORKING-STORAGE SECTION.
      *    Category master (see LOAD-CATEGORY-MASTER / VALIDATE-
      *    CATEGORY-CODE): a keyed category must be on the master and
      *    FILE), same as BUDGET-MAIN's own PARSE-PARM.
       01  WS-PARM-RAW                 PIC X(100).
       01  WS-PARM-TOKEN-2             PIC X(20).
       01  WS-PARM-TOKEN-3             PIC X(80).
       01  WS-CSV-SWITCH               PIC X VALUE 'N'.
           88  CSV-LEDGER              VALUE 'Y'.
      *    A fixed ledger opening with the version 2 header record
      *    (see NOTE-FIXED-LAYOUT).
       01  WS-FIXED-V2-SWITCH          PIC X VALUE 'N'.
           88  V2-LEDGER               VALUE 'Y'.
       01  WS-V2-HEADER-TEXT           PIC X(17)
                                       VALUE '*BUDGET-LEDGER-V2'.
      *    Amounts past -(5)9.99 only when every ledger written takes
      *    them (see PROMPT-FOR-AMOUNT).
       01  WS-WIDE-AMOUNT-SWITCH       PIC X VALUE 'N'.
           88  WS-WIDE-AMOUNTS         VALUE 'Y'.
      *    BROWSE-MODE: page through the ledger and amend/void lines
      *    by appended reversing records (see BROWSE-LEDGER).
       01  WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88  BROWSE-MODE             VALUE 'Y'.
      *    TRANSFER-MODE: one keyed amount posted as a linked pair of
      *    legs, out of the command-line ledger and into the partner
      *    (see POST-TRANSFER).  WS-LEDGER-FILE-NAME is pointed at
      *    each ledger in turn for its append.
       01  WS-TRANSFER-SWITCH          PIC X VALUE 'N'.
           88  TRANSFER-MODE           VALUE 'Y'.
       01  WS-XFER-FROM-NAME           PIC X(80).
       01  WS-XFER-TO-NAME             PIC X(80).
       01  WS-XFER-REF                 PIC X(14).
       01  WS-XFER-TEXT                PIC X(50).
       01  WS-XFER-AMOUNT              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
      *    RESEAL-MODE: accept a reviewed ledger's current contents
      *    as its new control record (see RESEAL-ON-REQUEST).
       01  WS-RESEAL-SWITCH            PIC X VALUE 'N'.
           88  RESEAL-MODE             VALUE 'Y'.
       01  WS-RESEAL-ANSWER            PIC X.
       77  WS-PAGE-SIZE                PIC 99 VALUE 15.
       01  WS-PAGE-TABLE.
           05  WS-PAGE-ENTRY           OCCURS 15 TIMES
               10  WS-PAGE-CURRENCY    PIC XXX.
               10  WS-PAGE-CATEGORY    PIC X(08).
               10  WS-PAGE-DATE        PIC X(08).
               10  WS-PAGE-SHARE       PIC X(30).
       01  WS-PAGE-COUNT               PIC 99 VALUE 0.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-SKIP-COUNT               PIC 9(6) VALUE 0.
       01  WS-PICKED-LINE              PIC 9(6) VALUE 0.
       01  WS-PICKED-SLOT              PIC 99 VALUE 0.
       01  WS-ACTION-CMD               PIC X.
       01  WS-PAGE-AMOUNT-DISPLAY      PIC -(7)9.99.
       01  WS-LINE-NO-DISPLAY          PIC ZZZZZ9.
      *    Keyed by the CSV add flow for an unsplit entry (see
      *    PROMPT-FOR-CATEGORY), and set by the browse reversal path
      *    from the voided line, so that line's category totals
      *    cancel out too.
       01  WS-INPUT-CATEGORY           PIC X(08) VALUE SPACES.
      *    Shared-cost marker, keyed only when the household has a
      *    member file (see PROMPT-FOR-SHARE), and set by the browse
      *    reversal path from the voided line like the category.
       01  WS-INPUT-SHARE              PIC X(30) VALUE SPACES.
       01  WS-HAVE-MEMBERS-SWITCH      PIC X VALUE 'N'.
           88  WS-HAVE-MEMBERS         VALUE 'Y'.
       01  WS-SHARE-OK-SWITCH          PIC X VALUE 'N'.
           88  WS-SHARE-OK             VALUE 'Y'.
       01  WS-SHARE-PROMPT             PIC X(50).
       01  WS-ENTRY-SHARE              PIC X(30).
           COPY LEDGSHAR.
           COPY LEDGREAD.
      *    Ledger lock, honoured together with BUDGET-MAIN (see
      *    ACQUIRE-LEDGER-LOCK / LEDGER-LOCK).
       01  WS-LOCK-ANSWER              PIC X.
           COPY LEDGLOCK.
      *    Control-total seal, checked before and rewritten after
      *    every append (see APPEND-ENTRY).
       01  WS-SEAL-IDX                 PIC 9 VALUE 0.
       01  WS-SEAL-BROKEN-SWITCH       PIC X VALUE 'N'.
           88  WS-SEAL-BROKEN          VALUE 'Y'.
           COPY LEDGSEAL.
      *    Backup generation taken before the first write to each
      *    ledger (see BACKUP-LEDGER).
       01  WS-BACKED-UP-NAME           PIC X(80) VALUE SPACES.
       01  WS-BACKUP-FAILED-SWITCH     PIC X VALUE 'N'.
           88  WS-BACKUP-FAILED        VALUE 'Y'.
           COPY LEDGBACK.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
      *    Operator sign-on (see SIGN-ON-OPERATOR).  Blank ID: no
      *    operator file, nobody signed on, no limit.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-SIGNED-ON-SWITCH         PIC X VALUE 'N'.
           88  WS-SIGNED-ON            VALUE 'Y'.
       01  WS-HAS-LIMIT-SWITCH         PIC X VALUE 'N'.
           88  WS-HAS-LIMIT            VALUE 'Y'.
       01  WS-ENTRY-LIMIT              PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-LIMIT-DISPLAY            PIC -(6)9.99.
           COPY LEDGSIGN.
      *    An over-limit posting is staged instead of appended: each
      *    ledger it would write gets a staging file of the same
      *    layout in DATA/PENDING, and the queue gets one line per
      *    staged ledger, all under one reference (see
      *    START-PENDING-ITEM / STAGE-ENTRY / FINISH-PENDING-ITEM).
       01  WS-PENDING-STATUS           PIC XX VALUE '00'.
      *    Trailing space terminates the name for CBL_CREATE_DIR.
       01  WS-PENDING-DIR              PIC X(13) VALUE 'DATA/PENDING'.
       01  WS-PENDING-QUEUE-NAME       PIC X(80)
                                       VALUE 'DATA/PENDING.CSV'.
       01  WS-QUEUE-SWITCH             PIC X VALUE 'N'.
           88  WS-QUEUEING             VALUE 'Y'.
       01  WS-QUEUE-FAILED-SWITCH      PIC X VALUE 'N'.
           88  WS-QUEUE-FAILED         VALUE 'Y'.
      *                                Keyed-at, to the hundredth of a
      *                                second, stepped on past any item
      *                                already staged under it.
       01  WS-QUEUE-REF                PIC 9(16).
       01  WS-PROBE-NAME               PIC X(81).
       01  WS-FILE-EXIST-INFO          PIC X(16).
       01  WS-REF-FREE-SWITCH          PIC X VALUE 'N'.
           88  WS-REF-FREE             VALUE 'Y'.
       01  WS-QUEUE-KIND               PIC X(5).
       01  WS-QUEUE-TEXT               PIC X(50).
      *                                The size that went over the
      *                                limit: the largest amount the
      *                                posting holds, sign dropped.
       01  WS-QUEUE-AMOUNT             PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-QUEUE-AMOUNT-DISPLAY     PIC -(6)9.99.
       01  WS-LIMIT-AMOUNT             PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-STAGE-TABLE.
           05  WS-STAGE-LEG            OCCURS 2 TIMES
                                       INDEXED BY WS-STAGE-IDX.
               10  WS-STAGE-LEDGER     PIC X(80).
               10  WS-STAGE-FILE       PIC X(80).
       01  WS-STAGE-COUNT              PIC 9 VALUE 0.
       01  WS-STAGE-SLOT               PIC 9 VALUE 0.
       01  WS-STAGED-FROM-NAME         PIC X(80).
       01  WS-SEMICOLON-COUNT          PIC 99 VALUE 0.
      *    An amendment's corrected entry, keyed before anything is
      *    written and held aside while the reversal goes out (see
      *    SAVE-REPLACEMENT-ENTRY).
       01  WS-REPLACEMENT-ENTRY.
           05  WS-RPL-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
           05  WS-RPL-MODE             PIC X.
           05  WS-RPL-REPEAT           PIC 99.
           05  WS-RPL-COMMENT          PIC X(50).
           05  WS-RPL-CURRENCY         PIC XXX.
           05  WS-RPL-CATEGORY         PIC X(08).
           05  WS-RPL-DATE             PIC X(08).
           05  WS-RPL-SHARE            PIC X(30).
           05  WS-RPL-SPLIT-SWITCH     PIC X.
           05  WS-RPL-SPLIT-COUNT      PIC 99.
           05  WS-RPL-SPLIT-TABLE      PIC X(930).

       01  WS-INPUT-AMOUNT             PIC X(12).
       01  WS-NUMVAL-AMOUNT            PIC S9(8)V99.
       01  WS-AMOUNT                   PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-AMOUNT-DISPLAY           PIC -(7)9.99.
       01  WS-AMOUNT-SWITCH            PIC X VALUE 'N'.
           88  WS-AMOUNT-VALID         VALUE 'Y'.

       01  WS-MODE-SWITCH              PIC X VALUE 'N'.
           88  WS-MODE-VALID           VALUE 'Y'.

      *    As wide as the CSV comment column; the original fixed
      *    layout keeps the first 30 characters, version 2 all 50.
       01  WS-INPUT-COMMENT            PIC X(50).

       01  WS-INPUT-REPEAT             PIC X(03).
       01  WS-REPEAT-COUNT             PIC 99 VALUE 0.

      *    Split entry: one payment broken down across categories,
      *    appended as the parent line plus '>' portion lines (see
      *    PROMPT-FOR-SPLIT), or in a version 2 fixed ledger the
      *    parent plus 'S' portion records.  The original fixed
      *    layout has no category column to split over.
       01  WS-INPUT-SPLIT              PIC X.
       01  WS-SPLIT-WANT-SWITCH        PIC X VALUE 'N'.
           88  WS-SPLIT-WANTED         VALUE 'Y'.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-PORTION        OCCURS 10 TIMES
                                       INDEXED BY WS-SPL-IDX.
               10  WS-SPL-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
               10  WS-SPL-CATEGORY     PIC X(08).
               10  WS-SPL-COMMENT      PIC X(50).
               10  WS-SPL-SHARE        PIC X(30).
       01  WS-SPLIT-COUNT              PIC 99 VALUE 0.
       01  WS-SPLIT-REMAINING          PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-RVS-TABLE.
           05  WS-RVS-PORTION          OCCURS 10 TIMES
                                       INDEXED BY WS-RVS-IDX.
               10  WS-RVS-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
               10  WS-RVS-CATEGORY     PIC X(08).
               10  WS-RVS-SHARE        PIC X(30).
       01  WS-RVS-COUNT                PIC 99 VALUE 0.
       01  WS-RVS-OVER-SWITCH          PIC X VALUE 'N'.
           88  WS-RVS-OVERFLOWED       VALUE 'Y'.
       01  WS-RVS-DONE-SWITCH          PIC X VALUE 'N'.
           88  WS-RVS-DONE             VALUE 'Y'.
       01  WS-REMAIN-DISPLAY           PIC -(6)9.99.
       01  WS-INPUT-PORTION            PIC X(12).
       01  WS-PORTION-AMOUNT           PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-SPL-AMOUNT-DISPLAY       PIC -(7)9.99.

       01  WS-INPUT-DATE               PIC X(10).
       01  WS-TODAY-DATE               PIC 9(8).
       PROCEDURE DIVISION.
           PERFORM DETERMINE-LEDGER-FILE.
           PERFORM LOAD-CATEGORY-MASTER.
           PERFORM LOAD-MEMBER-FILE.
           PERFORM ACQUIRE-LEDGER-LOCK.
           PERFORM SIGN-ON-OPERATOR.
           IF BROWSE-MODE THEN
               PERFORM BROWSE-LEDGER
               PERFORM RELEASE-LEDGER-LOCK
               GOBACK
           END-IF.
           IF TRANSFER-MODE THEN
               PERFORM POST-TRANSFER
               PERFORM RELEASE-LEDGER-LOCK
               GOBACK
           END-IF.
           IF RESEAL-MODE THEN
               PERFORM RESEAL-ON-REQUEST
               PERFORM RELEASE-LEDGER-LOCK
               GOBACK
           END-IF.
           PERFORM PROMPT-FOR-AMOUNT UNTIL WS-AMOUNT-VALID.
      *    Every ledger gets asked its DATAPOTN mode, CSV included -
      *    it is how APPEND-CSV-ENTRY knows to write a '#' opening
           PERFORM PROMPT-FOR-COMMENT.
           PERFORM PROMPT-FOR-CURRENCY.
           PERFORM PROMPT-FOR-DATE UNTIL WS-DATE-VALID.
           IF NOT REC-INITIAL OF WS-INPUT-MODE THEN
               MOVE 'Shared (PAYER:SHARES, blank = not shared):'
                   TO WS-SHARE-PROMPT
               MOVE 'N' TO WS-SHARE-OK-SWITCH
               PERFORM PROMPT-FOR-SHARE UNTIL WS-SHARE-OK
           END-IF.
           IF (CSV-LEDGER OR V2-LEDGER)
                   AND NOT REC-INITIAL OF WS-INPUT-MODE THEN
               PERFORM PROMPT-FOR-SPLIT
      *        A split parent must not carry its own category, or
      *        the envelope totals count it twice (the checker
                       UNTIL WS-CATEGORY-OK
               END-IF
           END-IF.
           MOVE WS-AMOUNT TO WS-LIMIT-AMOUNT.
           PERFORM TEST-ENTRY-LIMIT.
           IF WS-QUEUEING THEN
               MOVE 'ADD' TO WS-QUEUE-KIND
               MOVE WS-INPUT-COMMENT TO WS-QUEUE-TEXT
               PERFORM START-PENDING-ITEM
               PERFORM APPEND-ENTRY
               PERFORM FINISH-PENDING-ITEM
               PERFORM RELEASE-LEDGER-LOCK
               GOBACK
           END-IF.
           PERFORM BACKUP-LEDGER.
           IF WS-BACKUP-FAILED THEN
               PERFORM RELEASE-LEDGER-LOCK
               GOBACK
           END-IF.
           PERFORM APPEND-ENTRY.
           DISPLAY 'Appended to '
                   FUNCTION TRIM(WS-LEDGER-FILE-NAME) '.'.
           END-IF.
           EXIT PARAGRAPH.

      *                                The release must not wipe
      *                                out a failure's return code.
       RELEASE-LEDGER-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-LEDGER-FILE-NAME TO LK-LEDGER-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

      *                                With an operator file on disk
      *                                nobody works on a ledger
      *                                without signing on, and only
      *                                on the ledgers the file
      *                                permits them - a transfer's
      *                                partner included.
       SIGN-ON-OPERATOR.
           MOVE 'S' TO SO-OP.
           MOVE SPACES TO SO-OPERATOR-ID SO-LEDGER-NAME.
           CALL 'LEDGER-SIGNON' USING SO-REQUEST.
           IF SO-STATUS = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-ID))
               TO WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID.
           MOVE WS-LEDGER-FILE-NAME TO SO-LEDGER-NAME.
           CALL 'LEDGER-SIGNON' USING SO-REQUEST.
           IF SO-STATUS = '0' AND TRANSFER-MODE THEN
               MOVE WS-XFER-TO-NAME TO SO-LEDGER-NAME
               CALL 'LEDGER-SIGNON' USING SO-REQUEST
           END-IF.
           EVALUATE SO-STATUS
               WHEN '0'
                   SET WS-SIGNED-ON TO TRUE
                   MOVE SO-LIMIT-SWITCH TO WS-HAS-LIMIT-SWITCH
                   MOVE SO-ENTRY-LIMIT TO WS-ENTRY-LIMIT
               WHEN 'U'
                   DISPLAY 'Unknown operator ID - sign-on refused.'
               WHEN 'D'
                   DISPLAY 'Operator ' FUNCTION TRIM(WS-OPERATOR-ID)
                           ' may not post to '
                           FUNCTION TRIM(SO-LEDGER-NAME) '.'
               WHEN OTHER
                   DISPLAY 'Cannot sign on: '
                           FUNCTION TRIM(SO-ERROR-TEXT)
           END-EVALUATE.
           IF NOT WS-SIGNED-ON THEN
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 120 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-HAS-LIMIT THEN
               MOVE WS-ENTRY-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY 'Signed on as '
                       FUNCTION TRIM(SO-OPERATOR-NAME)
                       ', single-entry limit '
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) '.'
           ELSE
               DISPLAY 'Signed on as '
                       FUNCTION TRIM(SO-OPERATOR-NAME) '.'
           END-IF.
           EXIT PARAGRAPH.

      *                                One amount of the posting at
      *                                hand against the operator's
      *                                limit, either sign; over it,
      *                                the whole posting is queued.
      *                                Callers clear WS-QUEUE-SWITCH
      *                                and WS-QUEUE-AMOUNT before the
      *                                first test of a posting.
       TEST-ENTRY-LIMIT.
           IF WS-LIMIT-AMOUNT < 0 THEN
               COMPUTE WS-LIMIT-AMOUNT = 0 - WS-LIMIT-AMOUNT
           END-IF.
           IF WS-LIMIT-AMOUNT > WS-QUEUE-AMOUNT THEN
               MOVE WS-LIMIT-AMOUNT TO WS-QUEUE-AMOUNT
           END-IF.
           IF WS-SIGNED-ON AND WS-HAS-LIMIT
                   AND WS-LIMIT-AMOUNT > WS-ENTRY-LIMIT THEN
               SET WS-QUEUEING TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *                                The posting's reference is the
      *                                moment it was keyed; two runs
      *                                queueing in the same instant
      *                                must still stage apart.
       START-PENDING-ITEM.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-QUEUE-REF.
           MOVE 'N' TO WS-REF-FREE-SWITCH.
           PERFORM UNTIL WS-REF-FREE
               MOVE SPACES TO WS-PROBE-NAME
               STRING FUNCTION TRIM(WS-PENDING-DIR)
                                        DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      WS-QUEUE-REF      DELIMITED BY SIZE
                      '-1'              DELIMITED BY SIZE
                      INTO WS-PROBE-NAME
               END-STRING
               IF CSV-LEDGER THEN
                   STRING FUNCTION TRIM(WS-PROBE-NAME)
                                        DELIMITED BY SIZE
                          '.CSV'        DELIMITED BY SIZE
                          INTO WS-PROBE-NAME
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-PROBE-NAME)
                                        DELIMITED BY SIZE
                          '.DTA'        DELIMITED BY SIZE
                          INTO WS-PROBE-NAME
                   END-STRING
               END-IF
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING WS-PROBE-NAME WS-FILE-EXIST-INFO
               IF RETURN-CODE = 0 THEN
                   ADD 1 TO WS-QUEUE-REF
               ELSE
                   SET WS-REF-FREE TO TRUE
               END-IF
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-PERFORM.
           MOVE 0 TO WS-STAGE-COUNT.
           MOVE SPACES TO WS-STAGE-TABLE.
           MOVE 'N' TO WS-QUEUE-FAILED-SWITCH.
           INSPECT WS-QUEUE-TEXT REPLACING ALL ';' BY ','.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CREATE_DIR' USING WS-PENDING-DIR.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

      *                                The lines go to the ledger's
      *                                staging file instead, written
      *                                by the very same appenders, so
      *                                what is approved is exactly
      *                                what would have been posted.
       STAGE-ENTRY.
           MOVE 0 TO WS-STAGE-SLOT.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
               IF WS-STAGE-LEDGER(WS-STAGE-IDX)
                       = WS-LEDGER-FILE-NAME THEN
                   SET WS-STAGE-SLOT TO WS-STAGE-IDX
               END-IF
           END-PERFORM.
           IF WS-STAGE-SLOT = 0 THEN
               ADD 1 TO WS-STAGE-COUNT
               MOVE WS-STAGE-COUNT TO WS-STAGE-SLOT
               MOVE WS-LEDGER-FILE-NAME
                   TO WS-STAGE-LEDGER(WS-STAGE-SLOT)
               STRING FUNCTION TRIM(WS-PENDING-DIR)
                                        DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      WS-QUEUE-REF      DELIMITED BY SIZE
                      '-'               DELIMITED BY SIZE
                      WS-STAGE-SLOT     DELIMITED BY SIZE
                      INTO WS-STAGE-FILE(WS-STAGE-SLOT)
               END-STRING
      *        Same layout as the ledger, told by the same suffix.
               IF CSV-LEDGER THEN
                   STRING FUNCTION TRIM(WS-STAGE-FILE(WS-STAGE-SLOT))
                                        DELIMITED BY SIZE
                          '.CSV'        DELIMITED BY SIZE
                          INTO WS-STAGE-FILE(WS-STAGE-SLOT)
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-STAGE-FILE(WS-STAGE-SLOT))
                                        DELIMITED BY SIZE
                          '.DTA'        DELIMITED BY SIZE
                          INTO WS-STAGE-FILE(WS-STAGE-SLOT)
                   END-STRING
               END-IF
               IF V2-LEDGER THEN
                   PERFORM START-V2-STAGE-FILE
               END-IF
           END-IF.
           MOVE WS-LEDGER-FILE-NAME TO WS-STAGED-FROM-NAME.
           MOVE WS-STAGE-FILE(WS-STAGE-SLOT) TO WS-LEDGER-FILE-NAME.
           IF CSV-LEDGER THEN
               PERFORM APPEND-CSV-ENTRY
           ELSE
               PERFORM APPEND-FIXED-ENTRY
           END-IF.
           MOVE WS-STAGED-FROM-NAME TO WS-LEDGER-FILE-NAME.
           EXIT PARAGRAPH.

      *                                A version 2 staging file opens
      *                                with the header, like the
      *                                ledger: BUDGET-APPROVE checks it
      *                                against the ledger's layout at
      *                                approval, in case the ledger has
      *                                been upgraded or restored in the
      *                                other layout meanwhile.
       START-V2-STAGE-FILE.
           MOVE WS-LEDGER-FILE-NAME TO WS-STAGED-FROM-NAME.
           MOVE WS-STAGE-FILE(WS-STAGE-SLOT) TO WS-LEDGER-FILE-NAME.
           OPEN OUTPUT BUDGET-FILE-FIXED.
           IF WS-FIXED-STATUS = '00' THEN
               MOVE SPACES TO FIXED-BUDGET-RECORD-V2
               MOVE WS-V2-HEADER-TEXT TO FIXED-BUDGET-RECORD-V2(1:17)
               MOVE 17 TO WS-FIXED-RECORD-LENGTH
               WRITE FIXED-BUDGET-RECORD-V2
               CLOSE BUDGET-FILE-FIXED
           END-IF.
           MOVE WS-STAGED-FROM-NAME TO WS-LEDGER-FILE-NAME.
           EXIT PARAGRAPH.

      *                                One queue line per staged
      *                                ledger:
      *                                REF;LEG;LEDGER;STAGING-FILE;
      *                                OPERATOR;KIND;AMOUNT;TEXT
      *                                written under the queue's own
      *                                lock, so an approval run
      *                                rewriting it cannot lose the
      *                                item.  No queue line, no item:
      *                                the staging files go again.
       FINISH-PENDING-ITEM.
           MOVE 'A' TO LK-OP.
           MOVE WS-PENDING-QUEUE-NAME TO LK-LEDGER-NAME.
           MOVE 'BUDGET-MAINTAIN' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'X' TO LK-MODE.
           MOVE 'Y' TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS NOT = '0' THEN
               SET WS-QUEUE-FAILED TO TRUE
               DISPLAY 'The approval queue is busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
               PERFORM DISCARD-STAGED-LINES
               DISPLAY 'Nothing was posted or queued.'
               MOVE 114 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS = '35' THEN
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00' THEN
               SET WS-QUEUE-FAILED TO TRUE
               DISPLAY 'Cannot write the approval queue, file status '
                       WS-PENDING-STATUS '.'
               PERFORM RELEASE-QUEUE-LOCK
               PERFORM DISCARD-STAGED-LINES
               DISPLAY 'Nothing was posted or queued.'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QUEUE-AMOUNT TO WS-QUEUE-AMOUNT-DISPLAY.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
               SET WS-STAGE-SLOT TO WS-STAGE-IDX
               MOVE SPACES TO PENDING-LINE
               STRING WS-QUEUE-REF      DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      WS-STAGE-SLOT     DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STAGE-LEDGER(WS-STAGE-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STAGE-FILE(WS-STAGE-IDX))
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPERATOR-ID)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUEUE-KIND)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUEUE-AMOUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUEUE-TEXT)
                                        DELIMITED BY SIZE
                      INTO PENDING-LINE
               END-STRING
               WRITE PENDING-LINE
           END-PERFORM.
           CLOSE PENDING-FILE.
           PERFORM RELEASE-QUEUE-LOCK.
           MOVE WS-ENTRY-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY 'Over the single-entry limit of '
                   FUNCTION TRIM(WS-LIMIT-DISPLAY)
                   ' - nothing was posted.'.
           DISPLAY 'Queued for approval as item ' WS-QUEUE-REF
                   '; a second operator posts it with'
                   ' budget-approve.'.
           EXIT PARAGRAPH.

       RELEASE-QUEUE-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-PENDING-QUEUE-NAME TO LK-LEDGER-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

       DISCARD-STAGED-LINES.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
               CALL 'CBL_DELETE_FILE'
                   USING WS-STAGE-FILE(WS-STAGE-IDX)
           END-PERFORM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.

       DETERMINE-LEDGER-FILE.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-LEDGER-FILE-NAME WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3
           END-UNSTRING.
           IF WS-PARM-TOKEN-2 = 'BROWSE' THEN
               SET BROWSE-MODE TO TRUE
           END-IF.
           IF WS-PARM-TOKEN-2 = 'RESEAL' THEN
               SET RESEAL-MODE TO TRUE
           END-IF.
           IF WS-LEDGER-FILE-NAME EQUAL SPACES THEN
               MOVE 'DATA/BUDGET.DTA' TO WS-LEDGER-FILE-NAME
           END-IF.
           IF WS-PARM-TOKEN-2 = 'TRANSFER' THEN
               SET TRANSFER-MODE TO TRUE
               MOVE WS-PARM-TOKEN-3 TO WS-XFER-TO-NAME
               IF WS-XFER-TO-NAME = SPACES THEN
                   DISPLAY 'Usage: budget-maintain <ledger> TRANSFER'
                           ' <to-ledger>'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-XFER-TO-NAME = WS-LEDGER-FILE-NAME THEN
                   DISPLAY 'A transfer needs two different ledgers.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM SET-LEDGER-FORMAT.
           IF V2-LEDGER THEN
               SET WS-WIDE-AMOUNTS TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *                                The target file's suffix picks
      *                                the layout APPEND-ENTRY writes.
       SET-LEDGER-FORMAT.
           MOVE 'N' TO WS-CSV-SWITCH.
           MOVE FUNCTION UPPER-CASE(WS-LEDGER-FILE-NAME)
               TO WS-UPPER-FILE-NAME.
      *    Guard the reference modification below: a name that trims
                   - 3:4) = '.CSV' THEN
               SET CSV-LEDGER TO TRUE
           END-IF.
           MOVE 'N' TO WS-FIXED-V2-SWITCH.
           IF NOT CSV-LEDGER THEN
               PERFORM NOTE-FIXED-LAYOUT
           END-IF.
           EXIT PARAGRAPH.

      *                                A fixed ledger's first record
      *                                tells its layout: the version 2
      *                                header, or anything else for
      *                                the original one.  A ledger not
      *                                there yet starts out in the
      *                                original layout; BUDGET-CONVERT
      *                                UPGRADE moves one on.
       NOTE-FIXED-LAYOUT.
           OPEN INPUT BUDGET-FILE-FIXED.
           IF WS-FIXED-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FIXED-BUDGET-RECORD-V2.
           READ BUDGET-FILE-FIXED
               AT END MOVE SPACES TO FIXED-BUDGET-RECORD-V2
           END-READ.
           IF FIXED-BUDGET-RECORD-V2(1:17) = WS-V2-HEADER-TEXT THEN
               SET V2-LEDGER TO TRUE
           END-IF.
           CLOSE BUDGET-FILE-FIXED.
           EXIT PARAGRAPH.

       PROMPT-FOR-AMOUNT.
                     = FUNCTION NUMVAL(FUNCTION TRIM(WS-INPUT-AMOUNT))
               END-COMPUTE
               MOVE WS-NUMVAL-AMOUNT TO WS-AMOUNT
               EVALUATE TRUE
                   WHEN WS-AMOUNT NOT = WS-NUMVAL-AMOUNT
                       DISPLAY 'Amount does not fit -(7)9.99,'
                               ' try again.'
                   WHEN NOT WS-WIDE-AMOUNTS
                           AND (WS-AMOUNT > 99999.99
                                OR WS-AMOUNT < -99999.99)
                       DISPLAY 'Amount does not fit -(5)9.99,'
                               ' try again.'
                   WHEN OTHER
                       MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
                       SET WS-AMOUNT-VALID TO TRUE
               END-EVALUATE
           END-IF.
           EXIT PARAGRAPH.

      *                                'GROC;Groceries;Y' - a blank
      *                                flag means active.  '*' lines
      *                                are comments.
      *                                An optional 4th column is the
      *                                category's tax class, read by
      *                                BUDGET-ANNUAL only.
       LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATM-STATUS NOT = '00' THEN
           PERFORM VALIDATE-CATEGORY-CODE.
           EXIT PARAGRAPH.

      *                                No member file, nothing to
      *                                share: the prompt is skipped
      *                                and the line goes out unmarked.
       LOAD-MEMBER-FILE.
           MOVE 'L' TO SH-OP.
           CALL 'LEDGER-SHARES' USING SH-REQUEST.
           IF SH-STATUS = '0' AND SH-MEMBER-COUNT > 0 THEN
               SET WS-HAVE-MEMBERS TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *                                PAYER:SHARES, checked against
      *                                the member file and kept in
      *                                the tidy form LEDGER-SHARES
      *                                hands back.
       PROMPT-FOR-SHARE.
           MOVE SPACES TO WS-INPUT-SHARE.
           IF NOT WS-HAVE-MEMBERS THEN
               SET WS-SHARE-OK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(WS-SHARE-PROMPT) ' '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-SHARE.
           IF WS-INPUT-SHARE = SPACES THEN
               SET WS-SHARE-OK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V' TO SH-OP.
           MOVE WS-INPUT-SHARE TO SH-SPEC.
           CALL 'LEDGER-SHARES' USING SH-REQUEST.
           IF SH-STATUS = '0' THEN
               MOVE SH-SPEC TO WS-INPUT-SHARE
               SET WS-SHARE-OK TO TRUE
           ELSE
               DISPLAY FUNCTION TRIM(SH-ERROR-TEXT) ', try again.'
           END-IF.
           EXIT PARAGRAPH.

       PROMPT-FOR-PORTION-CATEGORY.
           DISPLAY 'Portion category: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-INPUT-PORTION-CAT.
           DISPLAY 'Portion comment: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SPL-COMMENT(WS-SPLIT-COUNT).
           ACCEPT WS-SPL-COMMENT(WS-SPLIT-COUNT).
      *    A portion bears the payment's shares unless it is given
      *    its own - the payment's marker stays put meanwhile.
           MOVE WS-INPUT-SHARE TO WS-ENTRY-SHARE.
           MOVE 'Portion shared (blank = as the payment):'
               TO WS-SHARE-PROMPT.
           MOVE 'N' TO WS-SHARE-OK-SWITCH.
           PERFORM PROMPT-FOR-SHARE UNTIL WS-SHARE-OK.
           MOVE WS-INPUT-SHARE TO WS-SPL-SHARE(WS-SPLIT-COUNT).
           MOVE WS-ENTRY-SHARE TO WS-INPUT-SHARE.
           SUBTRACT WS-PORTION-AMOUNT FROM WS-SPLIT-REMAINING.
           EXIT PARAGRAPH.

      *                                Every write is a sealed write:
      *                                verified before, resealed
      *                                after - unless the ledger was
      *                                already out of seal, whose old
      *                                record is kept so this append
      *                                cannot paper over the edit.
       APPEND-ENTRY.
           IF WS-QUEUEING THEN
               PERFORM STAGE-ENTRY
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SEAL-BEFORE-WRITE.
           IF CSV-LEDGER THEN
               PERFORM APPEND-CSV-ENTRY
           ELSE
               PERFORM APPEND-FIXED-ENTRY
           END-IF.
           IF NOT WS-SEAL-BROKEN THEN
               MOVE 'W' TO SL-OP
               MOVE 'BUDGET-MAINTAIN' TO SL-PROGRAM
               MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME
               CALL 'LEDGER-SEAL' USING SL-REQUEST
               IF SL-STATUS NOT = '0' THEN
                   DISPLAY 'WARNING: control record not written: '
                           FUNCTION TRIM(SL-ERROR-TEXT)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                The ledger as it stands goes
      *                                into DATA/BACKUP before this
      *                                run first writes it; a browse
      *                                session's later amendments to
      *                                the same ledger ride on that
      *                                one generation.  A ledger not
      *                                yet on disk has nothing to
      *                                keep.
       BACKUP-LEDGER.
           MOVE 'N' TO WS-BACKUP-FAILED-SWITCH.
           IF WS-LEDGER-FILE-NAME = WS-BACKED-UP-NAME THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO BK-OP.
           MOVE 'BUDGET-MAINTAIN' TO BK-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO BK-LEDGER-NAME.
           CALL 'LEDGER-BACKUP' USING BK-REQUEST.
           EVALUATE BK-STATUS
               WHEN '0'
                   DISPLAY 'Backed up as '
                           FUNCTION TRIM(BK-THIS-FILE) '.'
                   MOVE WS-LEDGER-FILE-NAME TO WS-BACKED-UP-NAME
               WHEN 'N'
                   MOVE WS-LEDGER-FILE-NAME TO WS-BACKED-UP-NAME
               WHEN OTHER
                   SET WS-BACKUP-FAILED TO TRUE
                   DISPLAY 'No backup generation of '
                           FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                           ' could be taken: '
                           FUNCTION TRIM(BK-ERROR-TEXT)
                   DISPLAY 'Nothing was written.'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           EXIT PARAGRAPH.

       CHECK-SEAL-BEFORE-WRITE.
           MOVE 'N' TO WS-SEAL-BROKEN-SWITCH.
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-MAINTAIN' TO SL-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS = 'M' THEN
               SET WS-SEAL-BROKEN TO TRUE
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                       ' already disagrees with its control record'
                       ' - the seal is left as it was.'
               DISPLAY 'Review the edit and run budget-maintain'
                       ' <ledger> RESEAL.'
           END-IF.
           EXIT PARAGRAPH.

      *                                The override for a known edit:
      *                                show what disagrees, and only
      *                                on the operator's say-so take
      *                                the ledger as it stands now.
       RESEAL-ON-REQUEST.
           MOVE 'V' TO SL-OP.
           MOVE 'BUDGET-MAINTAIN' TO SL-PROGRAM.
           MOVE WS-LEDGER-FILE-NAME TO SL-LEDGER-NAME.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           EVALUATE SL-STATUS
               WHEN '0'
                   DISPLAY FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                           ' matches its control record - nothing'
                           ' to reseal.'
                   EXIT PARAGRAPH
               WHEN 'F'
                   DISPLAY 'Cannot verify '
                           FUNCTION TRIM(WS-LEDGER-FILE-NAME) ': '
                           FUNCTION TRIM(SL-ERROR-TEXT)
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               WHEN 'N'
                   DISPLAY FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                           ' has no control record yet.'
               WHEN 'M'
                   DISPLAY FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                           ' does not match its control record:'
                   IF SL-SEALED-AT NOT = SPACES THEN
                       DISPLAY '  last sealed by '
                               FUNCTION TRIM(SL-SEALED-BY)
                               ' at ' SL-SEALED-AT
                   END-IF
                   PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                           UNTIL WS-SEAL-IDX > SL-MISMATCH-COUNT
                       DISPLAY '  ' FUNCTION TRIM(
                                   SL-MISMATCH-TEXT(WS-SEAL-IDX))
                   END-PERFORM
           END-EVALUATE.
           DISPLAY 'Accept the ledger as it stands and seal it?'
                   ' (Y/N): ' WITH NO ADVANCING.
           MOVE SPACE TO WS-RESEAL-ANSWER.
           ACCEPT WS-RESEAL-ANSWER.
           IF FUNCTION UPPER-CASE(WS-RESEAL-ANSWER) NOT = 'Y' THEN
               DISPLAY 'Left as it was.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'W' TO SL-OP.
           CALL 'LEDGER-SEAL' USING SL-REQUEST.
           IF SL-STATUS NOT = '0' THEN
               DISPLAY 'Control record not written: '
                       FUNCTION TRIM(SL-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Sealed: ' FUNCTION TRIM(WS-LEDGER-FILE-NAME) '.'.
           EXIT PARAGRAPH.

       APPEND-FIXED-ENTRY.
           IF V2-LEDGER THEN
               PERFORM APPEND-FIXED-V2-ENTRY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AMOUNT TO CHANGE OF FIXED-BUDGET-RECORD.
           MOVE WS-INPUT-MODE TO RECORD-MODE OF FIXED-BUDGET-RECORD.
           MOVE WS-INPUT-COMMENT TO COMMENT OF FIXED-BUDGET-RECORD.
           MOVE WS-REPEAT-COUNT TO REPEAT-COUNT OF FIXED-BUDGET-RECORD.
               TO CURRENCY-CODE OF FIXED-BUDGET-RECORD.
           MOVE WS-TRANS-DATE TO TRANS-DATE OF FIXED-BUDGET-RECORD.
           MOVE 53 TO WS-FIXED-RECORD-LENGTH.
           MOVE SPACES TO KEYED-BY OF FIXED-BUDGET-RECORD
                          APPROVED-BY OF FIXED-BUDGET-RECORD
                          SHARE-SPEC OF FIXED-BUDGET-RECORD.
           IF WS-OPERATOR-ID NOT = SPACES
                   AND NOT REC-INITIAL OF WS-INPUT-MODE THEN
               MOVE WS-OPERATOR-ID TO KEYED-BY OF FIXED-BUDGET-RECORD
               MOVE 61 TO WS-FIXED-RECORD-LENGTH
           END-IF.
           IF WS-INPUT-SHARE NOT = SPACES
                   AND NOT REC-INITIAL OF WS-INPUT-MODE THEN
               MOVE WS-INPUT-SHARE TO SHARE-SPEC OF FIXED-BUDGET-RECORD
               MOVE 99 TO WS-FIXED-RECORD-LENGTH
           END-IF.
           OPEN EXTEND BUDGET-FILE-FIXED.
      *    Brand-new ledger: nothing for EXTEND to append to yet, so
      *    fall back to creating it (see MAIN.CBL's APPEND-AUDIT-LINE).
           CLOSE BUDGET-FILE-FIXED.
           EXIT PARAGRAPH.

      *                                Version 2: one full-width
      *                                record, the category in its own
      *                                field, and a split payment's
      *                                portions straight after it as
      *                                'S' records - amount, comment,
      *                                category and shares only.  The
      *                                ledger has its header already,
      *                                and so has a staging file (see
      *                                START-V2-STAGE-FILE).
       APPEND-FIXED-V2-ENTRY.
           MOVE SPACES TO FIXED-BUDGET-RECORD-V2.
           MOVE WS-AMOUNT TO CHANGE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-INPUT-MODE TO RECORD-MODE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-INPUT-COMMENT TO COMMENT OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-REPEAT-COUNT
               TO REPEAT-COUNT OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-INPUT-CURRENCY
               TO CURRENCY-CODE OF FIXED-BUDGET-RECORD-V2.
           MOVE WS-TRANS-DATE TO TRANS-DATE OF FIXED-BUDGET-RECORD-V2.
           IF NOT REC-INITIAL OF WS-INPUT-MODE THEN
               MOVE WS-INPUT-CATEGORY
                   TO CATEGORY OF FIXED-BUDGET-RECORD-V2
               MOVE WS-OPERATOR-ID TO KEYED-BY OF FIXED-BUDGET-RECORD-V2
               MOVE WS-INPUT-SHARE
                   TO SHARE-SPEC OF FIXED-BUDGET-RECORD-V2
           END-IF.
           MOVE 129 TO WS-FIXED-RECORD-LENGTH.
           OPEN EXTEND BUDGET-FILE-FIXED.
           IF WS-FIXED-STATUS = '35' THEN
               OPEN OUTPUT BUDGET-FILE-FIXED
           END-IF.
           WRITE FIXED-BUDGET-RECORD-V2.
           IF WS-SPLIT-WANTED THEN
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                       UNTIL WS-SPL-IDX > WS-SPLIT-COUNT
                   MOVE SPACES TO FIXED-BUDGET-RECORD-V2
                   MOVE WS-SPL-AMOUNT(WS-SPL-IDX)
                       TO CHANGE OF FIXED-BUDGET-RECORD-V2
                   SET REC-PORTION OF FIXED-BUDGET-RECORD-V2 TO TRUE
                   MOVE WS-SPL-COMMENT(WS-SPL-IDX)
                       TO COMMENT OF FIXED-BUDGET-RECORD-V2
                   MOVE WS-SPL-CATEGORY(WS-SPL-IDX)
                       TO CATEGORY OF FIXED-BUDGET-RECORD-V2
                   MOVE WS-SPL-SHARE(WS-SPL-IDX)
                       TO SHARE-SPEC OF FIXED-BUDGET-RECORD-V2
                   WRITE FIXED-BUDGET-RECORD-V2
               END-PERFORM
           END-IF.
           CLOSE BUDGET-FILE-FIXED.
           EXIT PARAGRAPH.

       APPEND-CSV-ENTRY.
           MOVE SPACES TO CSV-LINE.
           IF REC-INITIAL OF WS-INPUT-MODE THEN
                              INTO CSV-LINE
                       END-STRING
               END-EVALUATE
               IF WS-OPERATOR-ID NOT = SPACES THEN
                   PERFORM ADD-OPERATOR-COLUMN
               END-IF
               IF WS-INPUT-SHARE NOT = SPACES THEN
                   PERFORM ADD-SHARE-COLUMN
               END-IF
           END-IF.
           OPEN EXTEND BUDGET-FILE-CSV.
      *    Brand-new ledger: nothing for EXTEND to append to yet, so
           END-IF.
           WRITE CSV-BUDGET-RECORD.
      *    A split payment's portion lines follow their parent
      *    immediately, '>amount;comment;category[;shares]' each.
           IF WS-SPLIT-WANTED THEN
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                       UNTIL WS-SPL-IDX > WS-SPLIT-COUNT
                                        DELIMITED BY SIZE
                          INTO CSV-LINE
                   END-STRING
                   IF WS-SPL-SHARE(WS-SPL-IDX) NOT = SPACES THEN
                       STRING FUNCTION TRIM(CSV-LINE)
                                        DELIMITED BY SIZE
                              ';'       DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SPL-SHARE(WS-SPL-IDX))
                                        DELIMITED BY SIZE
                              INTO CSV-LINE
                       END-STRING
                   END-IF
                   WRITE CSV-BUDGET-RECORD
               END-PERFORM
           END-IF.
           CLOSE BUDGET-FILE-CSV.
           EXIT PARAGRAPH.

      *                                The keying operator is the 8th
      *                                column: whatever of the mode
      *                                and repeat columns the line
      *                                left off is padded out empty
      *                                first.
       ADD-OPERATOR-COLUMN.
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
                  FUNCTION TRIM(WS-OPERATOR-ID)
                                        DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *                                The share marker is the 10th
      *                                column; the approver's 9th is
      *                                left empty for BUDGET-APPROVE
      *                                to fill in.
       ADD-SHARE-COLUMN.
           MOVE 0 TO WS-SEMICOLON-COUNT.
           INSPECT CSV-LINE TALLYING WS-SEMICOLON-COUNT FOR ALL ';'.
           PERFORM UNTIL WS-SEMICOLON-COUNT >= 8
               STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                      ';'               DELIMITED BY SIZE
                      INTO CSV-LINE
               END-STRING
               ADD 1 TO WS-SEMICOLON-COUNT
           END-PERFORM.
           STRING FUNCTION TRIM(CSV-LINE) DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-SHARE)
                                        DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *                                Page through the ledger and let
      *                                a line be amended or voided by
      *                                an appended reversing record -
               MOVE SPACES TO WS-PAGE-CURRENCY(WS-PAGE-COUNT)
               MOVE SPACES TO WS-PAGE-CATEGORY(WS-PAGE-COUNT)
               MOVE SPACES TO WS-PAGE-DATE(WS-PAGE-COUNT)
               MOVE SPACES TO WS-PAGE-SHARE(WS-PAGE-COUNT)
           ELSE
               MOVE LR-MODE TO WS-PAGE-MODE(WS-PAGE-COUNT)
               MOVE LR-AMOUNT TO WS-PAGE-AMOUNT(WS-PAGE-COUNT)
               MOVE LR-CURRENCY TO WS-PAGE-CURRENCY(WS-PAGE-COUNT)
               MOVE LR-CATEGORY TO WS-PAGE-CATEGORY(WS-PAGE-COUNT)
               MOVE LR-DATE TO WS-PAGE-DATE(WS-PAGE-COUNT)
               MOVE LR-SHARE-SPEC TO WS-PAGE-SHARE(WS-PAGE-COUNT)
           END-IF.
           MOVE WS-PAGE-LINE-NO(WS-PAGE-COUNT) TO WS-LINE-NO-DISPLAY.
           MOVE WS-PAGE-AMOUNT(WS-PAGE-COUNT)
           MOVE SPACE TO WS-ACTION-CMD.
           ACCEPT WS-ACTION-CMD.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CMD) TO WS-ACTION-CMD.
           MOVE WS-PAGE-LINE-NO(WS-PICKED-SLOT) TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO WS-QUEUE-TEXT.
      *    An amendment is keyed in full before anything is written,
      *    so the reversal and the corrected entry are posted - or
      *    queued for approval - together.
           EVALUATE WS-ACTION-CMD
               WHEN 'V'
                   MOVE 'VOID' TO WS-QUEUE-KIND
                   STRING 'VOIDS LINE '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                         DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-PAGE-COMMENT(WS-PICKED-SLOT)
                                         DELIMITED BY SIZE
                          INTO WS-QUEUE-TEXT
                   END-STRING
               WHEN 'A'
                   MOVE 'AMEND' TO WS-QUEUE-KIND
                   DISPLAY 'Key the corrected entry.'
                   PERFORM PROMPT-FOR-REPLACEMENT
                   STRING 'AMENDS LINE ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINE-NO-DISPLAY)
                                         DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-INPUT-COMMENT
                                         DELIMITED BY SIZE
                          INTO WS-QUEUE-TEXT
                   END-STRING
               WHEN OTHER
                   DISPLAY 'Left as it is.'
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'N' TO WS-QUEUE-SWITCH.
           MOVE 0 TO WS-QUEUE-AMOUNT.
           MOVE WS-PAGE-AMOUNT(WS-PICKED-SLOT) TO WS-LIMIT-AMOUNT.
           PERFORM TEST-ENTRY-LIMIT.
           IF WS-ACTION-CMD = 'A' THEN
               MOVE WS-AMOUNT TO WS-LIMIT-AMOUNT
               PERFORM TEST-ENTRY-LIMIT
           END-IF.
           IF WS-QUEUEING THEN
               PERFORM START-PENDING-ITEM
           ELSE
               PERFORM BACKUP-LEDGER
               IF WS-BACKUP-FAILED THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ACTION-CMD = 'A' THEN
               PERFORM SAVE-REPLACEMENT-ENTRY
           END-IF.
           PERFORM APPEND-REVERSAL.
           IF WS-ACTION-CMD = 'A' THEN
               PERFORM RESTORE-REPLACEMENT-ENTRY
               PERFORM APPEND-ENTRY
               MOVE 'N' TO WS-SPLIT-WANT-SWITCH
               MOVE 0 TO WS-SPLIT-COUNT
           END-IF.
           IF WS-QUEUEING THEN
               PERFORM FINISH-PENDING-ITEM
               MOVE 'N' TO WS-QUEUE-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTION-CMD = 'V' THEN
               DISPLAY 'Voided: reversing record appended.'
           ELSE
               DISPLAY 'Reversal and corrected entry appended.'
           END-IF.
           EXIT PARAGRAPH.

      *                                The reversal goes out through
      *                                the same input fields the
      *                                corrected entry was keyed
      *                                into, so the corrected entry
      *                                waits here meanwhile.
       SAVE-REPLACEMENT-ENTRY.
           MOVE WS-AMOUNT TO WS-RPL-AMOUNT.
           MOVE WS-INPUT-MODE TO WS-RPL-MODE.
           MOVE WS-REPEAT-COUNT TO WS-RPL-REPEAT.
           MOVE WS-INPUT-COMMENT TO WS-RPL-COMMENT.
           MOVE WS-INPUT-CURRENCY TO WS-RPL-CURRENCY.
           MOVE WS-INPUT-CATEGORY TO WS-RPL-CATEGORY.
           MOVE WS-TRANS-DATE TO WS-RPL-DATE.
           MOVE WS-INPUT-SHARE TO WS-RPL-SHARE.
           MOVE WS-SPLIT-WANT-SWITCH TO WS-RPL-SPLIT-SWITCH.
           MOVE WS-SPLIT-COUNT TO WS-RPL-SPLIT-COUNT.
           MOVE WS-SPLIT-TABLE TO WS-RPL-SPLIT-TABLE.
      *    The reversal only splits when the picked line did.
           MOVE 'N' TO WS-SPLIT-WANT-SWITCH.
           MOVE 0 TO WS-SPLIT-COUNT.
           EXIT PARAGRAPH.

       RESTORE-REPLACEMENT-ENTRY.
           MOVE WS-RPL-AMOUNT TO WS-AMOUNT.
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-RPL-MODE TO WS-INPUT-MODE.
           MOVE WS-RPL-REPEAT TO WS-REPEAT-COUNT.
           MOVE WS-RPL-COMMENT TO WS-INPUT-COMMENT.
           MOVE WS-RPL-CURRENCY TO WS-INPUT-CURRENCY.
           MOVE WS-RPL-CATEGORY TO WS-INPUT-CATEGORY.
           MOVE WS-RPL-DATE TO WS-TRANS-DATE.
           MOVE WS-RPL-SHARE TO WS-INPUT-SHARE.
           MOVE WS-RPL-SPLIT-SWITCH TO WS-SPLIT-WANT-SWITCH.
           MOVE WS-RPL-SPLIT-COUNT TO WS-SPLIT-COUNT.
           MOVE WS-RPL-SPLIT-TABLE TO WS-SPLIT-TABLE.
           EXIT PARAGRAPH.

      *                                Re-read the ledger and gather
      *                                the '>' portions directly under
      *                                the picked line.  Only CSV
      *                                and version 2 fixed ledgers
      *                                have them; a split too
      *                                wide for the table refuses the
      *                                whole action rather than half-
      *                                reverse it.
           MOVE 0 TO WS-RVS-COUNT.
           MOVE 'N' TO WS-RVS-OVER-SWITCH.
           MOVE 'N' TO WS-RVS-DONE-SWITCH.
           IF NOT CSV-LEDGER AND NOT V2-LEDGER THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO LR-OP.
                               TO WS-RVS-AMOUNT(WS-RVS-COUNT)
                           MOVE LR-CATEGORY
                               TO WS-RVS-CATEGORY(WS-RVS-COUNT)
                           MOVE LR-SHARE-SPEC
                               TO WS-RVS-SHARE(WS-RVS-COUNT)
                       ELSE
                           SET WS-RVS-OVERFLOWED TO TRUE
                           SET WS-RVS-DONE TO TRUE

      *                                The reversal mirrors the picked
      *                                line exactly - same mode, repeat
      *                                count, currency, category and
      *                                date (a foreign line reverses
      *                                at the rate it was folded at),
      *                                amount negated, and one negated
      *                                '>' portion per portion of a
      *                                split - so every total it fed,
               TO WS-INPUT-CURRENCY.
           MOVE WS-PAGE-CATEGORY(WS-PICKED-SLOT)
               TO WS-INPUT-CATEGORY.
           MOVE WS-PAGE-SHARE(WS-PICKED-SLOT) TO WS-INPUT-SHARE.
           MOVE WS-PAGE-DATE(WS-PICKED-SLOT) TO WS-TRANS-DATE.
           MOVE WS-PAGE-LINE-NO(WS-PICKED-SLOT)
               TO WS-LINE-NO-DISPLAY.
           MOVE SPACES TO WS-INPUT-COMMENT.
                       TO WS-SPL-CATEGORY(WS-SPL-IDX)
                   MOVE WS-INPUT-COMMENT
                       TO WS-SPL-COMMENT(WS-SPL-IDX)
                   MOVE WS-RVS-SHARE(WS-RVS-IDX)
                       TO WS-SPL-SHARE(WS-SPL-IDX)
               END-PERFORM
           END-IF.
           PERFORM APPEND-ENTRY.

      *                                The replacement goes through
      *                                the same prompts as a normal
      *                                add, fresh from the top; the
      *                                caller writes it.
       PROMPT-FOR-REPLACEMENT.
           MOVE 'N' TO WS-AMOUNT-SWITCH WS-MODE-SWITCH
                       WS-REPEAT-SWITCH WS-DATE-SWITCH.
           PERFORM PROMPT-FOR-COMMENT.
           PERFORM PROMPT-FOR-CURRENCY.
           PERFORM PROMPT-FOR-DATE UNTIL WS-DATE-VALID.
           IF NOT REC-INITIAL OF WS-INPUT-MODE THEN
               IF WS-PAGE-SHARE(WS-PICKED-SLOT) NOT = SPACES
                       AND WS-HAVE-MEMBERS THEN
                   DISPLAY 'It was shared as '
                           FUNCTION TRIM(WS-PAGE-SHARE(WS-PICKED-SLOT))
                           '.'
               END-IF
               MOVE 'Shared (PAYER:SHARES, blank = not shared):'
                   TO WS-SHARE-PROMPT
               MOVE 'N' TO WS-SHARE-OK-SWITCH
               PERFORM PROMPT-FOR-SHARE UNTIL WS-SHARE-OK
           END-IF.
      *    A corrected split gets its breakdown re-keyed, same as
      *    the add flow - without it a split parent's replacement
      *    would come back as one uncategorised line and the
      *    receipt's spend would vanish from the envelopes.
           MOVE 'N' TO WS-SPLIT-WANT-SWITCH.
           MOVE 0 TO WS-SPLIT-COUNT.
           IF (CSV-LEDGER OR V2-LEDGER)
                   AND NOT REC-INITIAL OF WS-INPUT-MODE THEN
               PERFORM PROMPT-FOR-SPLIT
           END-IF.
           EXIT PARAGRAPH.

      *                                A transfer is keyed once and
      *                                lands twice: the amount leaves
      *                                the command-line ledger and
      *                                arrives in the partner, both
      *                                legs committed, both carrying
      *                                the same reference, each naming
      *                                the other ledger.  The partner
      *                                is locked before anything is
      *                                asked, so either both legs are
      *                                appended or neither is.
       POST-TRANSFER.
           MOVE WS-LEDGER-FILE-NAME TO WS-XFER-FROM-NAME.
           PERFORM ACQUIRE-PARTNER-LOCK.
      *    The wider amounts only when both legs can hold them.
           MOVE WS-XFER-TO-NAME TO WS-LEDGER-FILE-NAME.
           PERFORM SET-LEDGER-FORMAT.
           IF NOT V2-LEDGER THEN
               MOVE 'N' TO WS-WIDE-AMOUNT-SWITCH
           END-IF.
           MOVE WS-XFER-FROM-NAME TO WS-LEDGER-FILE-NAME.
           PERFORM SET-LEDGER-FORMAT.
           DISPLAY 'Transfer from ' FUNCTION TRIM(WS-XFER-FROM-NAME)
                   ' to ' FUNCTION TRIM(WS-XFER-TO-NAME) '.'.
           PERFORM PROMPT-FOR-TRANSFER-AMOUNT UNTIL WS-AMOUNT-VALID.
           PERFORM PROMPT-FOR-COMMENT.
           MOVE WS-INPUT-COMMENT TO WS-XFER-TEXT.
           PERFORM PROMPT-FOR-CURRENCY.
           PERFORM PROMPT-FOR-DATE UNTIL WS-DATE-VALID.
           MOVE 'A' TO WS-INPUT-MODE.
           MOVE 0 TO WS-REPEAT-COUNT.
           MOVE SPACES TO WS-INPUT-CATEGORY.
           MOVE SPACES TO WS-INPUT-SHARE.
           MOVE 'N' TO WS-SPLIT-WANT-SWITCH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-XFER-REF.
      *    Over the limit, both legs are queued as one item.
           MOVE WS-XFER-AMOUNT TO WS-LIMIT-AMOUNT.
           PERFORM TEST-ENTRY-LIMIT.
           IF WS-QUEUEING THEN
               MOVE 'XFER' TO WS-QUEUE-KIND
               MOVE WS-XFER-TEXT TO WS-QUEUE-TEXT
               PERFORM START-PENDING-ITEM
           ELSE
      *        Both ledgers are backed up before either leg lands.
               PERFORM BACKUP-LEDGER
               IF NOT WS-BACKUP-FAILED THEN
                   MOVE WS-XFER-TO-NAME TO WS-LEDGER-FILE-NAME
                   PERFORM BACKUP-LEDGER
                   MOVE WS-XFER-FROM-NAME TO WS-LEDGER-FILE-NAME
               END-IF
           END-IF.
           IF WS-BACKUP-FAILED THEN
               PERFORM RELEASE-PARTNER-LOCK
               EXIT PARAGRAPH
           END-IF.

      *    The leg leaving the command-line ledger.
           COMPUTE WS-AMOUNT = 0 - WS-XFER-AMOUNT.
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-INPUT-COMMENT.
           STRING 'XFER '                DELIMITED BY SIZE
                  WS-XFER-REF            DELIMITED BY SIZE
                  ' TO '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFER-TO-NAME)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFER-TEXT)
                                         DELIMITED BY SIZE
                  INTO WS-INPUT-COMMENT
           END-STRING.
           MOVE WS-XFER-FROM-NAME TO WS-LEDGER-FILE-NAME.
           PERFORM SET-LEDGER-FORMAT.
           PERFORM APPEND-ENTRY.

      *    The leg arriving in the partner.
           MOVE WS-XFER-AMOUNT TO WS-AMOUNT.
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-INPUT-COMMENT.
           STRING 'XFER '                DELIMITED BY SIZE
                  WS-XFER-REF            DELIMITED BY SIZE
                  ' FROM '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFER-FROM-NAME)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFER-TEXT)
                                         DELIMITED BY SIZE
                  INTO WS-INPUT-COMMENT
           END-STRING.
           MOVE WS-XFER-TO-NAME TO WS-LEDGER-FILE-NAME.
           PERFORM SET-LEDGER-FORMAT.
           PERFORM APPEND-ENTRY.
           PERFORM RELEASE-PARTNER-LOCK.

      *    Back to the command-line ledger, whose lock the mainline
      *    releases.
           MOVE WS-XFER-FROM-NAME TO WS-LEDGER-FILE-NAME.
           PERFORM SET-LEDGER-FORMAT.
           IF WS-QUEUEING THEN
               PERFORM FINISH-PENDING-ITEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Transfer ' WS-XFER-REF ' appended to both ledgers.'.
           EXIT PARAGRAPH.

      *                                The direction comes from the
      *                                ledger order on the command
      *                                line, so the keyed amount is
      *                                always the positive sum moved.
       PROMPT-FOR-TRANSFER-AMOUNT.
           PERFORM PROMPT-FOR-AMOUNT.
           IF WS-AMOUNT-VALID AND WS-AMOUNT NOT > 0 THEN
               DISPLAY 'Key the amount moved as a positive figure,'
                       ' try again.'
               MOVE 'N' TO WS-AMOUNT-SWITCH
           END-IF.
           MOVE WS-AMOUNT TO WS-XFER-AMOUNT.
           EXIT PARAGRAPH.

      *                                No takeover offer on the
      *                                partner: a stale lock there is
      *                                cleared with an ordinary run
      *                                against that ledger first.
       ACQUIRE-PARTNER-LOCK.
           MOVE 'A' TO LK-OP.
           MOVE WS-XFER-TO-NAME TO LK-LEDGER-NAME.
           MOVE 'BUDGET-MAINTAIN' TO LK-PROGRAM.
           MOVE 'N' TO LK-FORCE.
           MOVE 'X' TO LK-MODE.
           MOVE 'N' TO LK-WAIT.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS NOT = '0' THEN
               DISPLAY 'Partner ledger busy: held by '
                       FUNCTION TRIM(LK-HOLDER) '.'
               DISPLAY 'Nothing was posted.'
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 114 TO RETURN-CODE
               GOBACK
           END-IF.
           EXIT PARAGRAPH.

       RELEASE-PARTNER-LOCK.
           MOVE 'R' TO LK-OP.
           MOVE WS-XFER-TO-NAME TO LK-LEDGER-NAME.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.
