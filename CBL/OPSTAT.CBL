       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDGET-OPSTAT.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Morning operations board: the state a night's run leaves
      * spread over DATA/JOBRUN.LOG, DATA/AUDIT.LOG and the lock,
      * checkpoint and report files beside the ledgers, read back
      * and printed as one page instead of pieced together by hand.
      *
      *   budget-opstat [SWEEP] [AGE <hours>] [OUTPUT <file>]
      *
      * The board has five parts:
      *
      *   LAST CHAIN   the latest BUDGET-JOBRUN chain on the log:
      *                each step with its code and outcome - OK,
      *                FAILED, SKIPPED, or NO END when a step started
      *                and never logged its end (still running, or
      *                killed)
      *   LEDGERS      every ledger named on the chain's command
      *                lines, the worst outcome of the steps that
      *                touched it, and when its .RPT was last
      *                written
      *   LOCKS        every <file>.LOCK and .LOCKSHR still on disk,
      *                with its holder and age
      *   CHECKPOINTS  every CSV restart checkpoint (<ledger>.CKPT)
      *                an aborted import left behind
      *   AUDIT WATCH  every ledger whose latest DATA/AUDIT.LOG run
      *                closed below zero, or whose figures moved
      *                since the run before with no entry keyed
      *                (the drift BUDGET-AUDITRPT reports in full)
      *
      * The files looked at for locks and checkpoints are every
      * ledger in the catalog, every ledger on the chain's command
      * lines and on the audit log, and the shared control files
      * (DATA/CATALOG.CSV, DATA/PENDING.CSV, DATA/LOANS.CSV and
      * DATA/SETTLE.CSV).
      *
      * A lock is STALE when it is older than AGE hours (4 unless
      * given) and no process of the holding program is running
      * any more (the process table, via ps); otherwise it is
      * RUNNING or RECENT.  SWEEP releases every stale lock - the
      * LK-FORCE takeover an operator would otherwise do ledger by
      * ledger, followed by a release - but only where every lock
      * on that file is stale, and logs each release to
      * DATA/JOBRUN.LOG.  A lock whose holder line cannot be read
      * is never swept.
      *
      * The board goes to the console and, with OUTPUT, to a file
      * as well.  As the first step of a morning chain:
      *
      *   4;budget-opstat SWEEP OUTPUT DATA/OPSTAT.TXT
      *
      * Return codes: 0 nothing to look at, 4 something on the board
      * wants attention (a failed, skipped or unfinished step, a
      * lock left held, a checkpoint, a negative or drifting
      * ledger), 8 usage, 12 the OUTPUT file could not be written.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE          ASSIGN TO "DATA/JOBRUN.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT AUDIT-FILE           ASSIGN TO "DATA/AUDIT.LOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUDIT-STATUS.
      *    One lock, shared-lock or checkpoint file at a time.
           SELECT PROBE-FILE           ASSIGN TO DYNAMIC
                                                  WS-PROBE-FILE-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-PROBE-STATUS.
           SELECT REPORT-FILE          ASSIGN TO DYNAMIC
                                                  WS-OUTPUT-NAME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE.
       01  JOBLOG-LINE                 PIC X(132).
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(160).
       FD  PROBE-FILE.
       01  PROBE-LINE                  PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-JOBLOG-STATUS            PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-PROBE-STATUS             PIC XX VALUE '00'.
       01  WS-REPORT-STATUS            PIC XX VALUE '00'.
       01  WS-PROBE-FILE-NAME          PIC X(90).
       01  WS-OUTPUT-NAME              PIC X(85) VALUE SPACES.
       01  WS-OUTPUT-OPEN-SWITCH       PIC X VALUE 'N'.
           88  WS-OUTPUT-OPEN          VALUE 'Y'.
       01  WS-PARM-RAW                 PIC X(200).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                OCCURS 8 TIMES PIC X(80).
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-TOKEN-IDX                PIC 99 VALUE 0.
       01  WS-SWEEP-SWITCH             PIC X VALUE 'N'.
           88  SWEEP-MODE              VALUE 'Y'.
       01  WS-AGE-TOKEN                PIC X(80) VALUE SPACES.
       01  WS-AGE-HOURS                PIC 9(3) VALUE 4.
       01  WS-AGE-LIMIT                PIC 9(7) VALUE 0.
       01  WS-ATTENTION-COUNT          PIC 9(5) VALUE 0.
      *    The run's own clock, for lock ages.
       01  WS-NOW-DATE                 PIC 9(8).
       01  WS-NOW-TIME                 PIC 9(8).
       01  WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH               PIC 99.
           05  WS-NOW-MM               PIC 99.
           05  FILLER                  PIC 9(4).
       01  WS-LOG-TIMESTAMP            PIC X(15).
      *    The latest chain on DATA/JOBRUN.LOG; a 'chain start' line
      *    starts the tables afresh, so what is left at the end of
      *    the log is the last chain.
       01  WS-CHAIN-STATE              PIC X VALUE SPACE.
           88  WS-NO-CHAIN             VALUE SPACE.
           88  WS-CHAIN-UNFINISHED     VALUE 'U'.
           88  WS-CHAIN-COMPLETE       VALUE 'C'.
           88  WS-CHAIN-STOPPED        VALUE 'S'.
       01  WS-CHAIN-MANIFEST           PIC X(80).
       01  WS-CHAIN-STARTED            PIC X(15).
       01  WS-CHAIN-ENDED              PIC X(15).
       01  WS-CHAIN-CODE               PIC X(3).
       77  WS-STEP-TABLE-SIZE          PIC 99 VALUE 20.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 20 TIMES.
               10  WS-STEP-COMMAND     PIC X(100).
               10  WS-STEP-STATE       PIC X.
                   88  WS-STEP-NO-END  VALUE 'N'.
                   88  WS-STEP-OK      VALUE 'O'.
                   88  WS-STEP-FAILED  VALUE 'F'.
                   88  WS-STEP-SKIPPED VALUE 'K'.
               10  WS-STEP-RC          PIC X(3).
               10  WS-STEP-AT          PIC X(15).
       01  WS-STEP-COUNT               PIC 99 VALUE 0.
       01  WS-STEP-NO                  PIC 99 VALUE 0.
       01  WS-STEP-IDX                 PIC 99 VALUE 0.
       01  WS-STEP-NO-DISPLAY          PIC Z9.
       01  WS-FAILED-TALLY             PIC 99 VALUE 0.
      *    Ledgers named on the chain's command lines, with the
      *    worst outcome of the steps naming them: 4 failed, 3 no
      *    end, 2 skipped, 1 ran.
       77  WS-CL-TABLE-SIZE            PIC 99 VALUE 40.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY             OCCURS 40 TIMES.
               10  WS-CL-NAME          PIC X(80).
               10  WS-CL-RANK          PIC 9.
               10  WS-CL-STEP          PIC 99.
       01  WS-CL-COUNT                 PIC 99 VALUE 0.
       01  WS-CL-IDX                   PIC 99 VALUE 0.
       01  WS-CL-SLOT                  PIC 99 VALUE 0.
       01  WS-STEP-RANK                PIC 9 VALUE 0.
       01  WS-CMD-TOKENS.
           05  WS-CMD-TOKEN            OCCURS 10 TIMES PIC X(80).
       01  WS-CMD-TOKEN-IDX            PIC 99 VALUE 0.
       01  WS-CMD-TOKEN-LENGTH         PIC 99 VALUE 0.
       01  WS-CMD-TAIL                 PIC X(4).
      *    Ledgers on the audit log, carrying the latest two runs.
       77  WS-AL-TABLE-SIZE            PIC 99 VALUE 40.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY             OCCURS 40 TIMES.
               10  WS-AL-NAME          PIC X(80).
               10  WS-AL-TIME          PIC X(15).
               10  WS-AL-FINAL         PIC S9(7)V99 USAGE COMP-3.
               10  WS-AL-ENTRIES       PIC 9(7).
               10  WS-AL-RUNS          PIC 9(5).
               10  WS-AL-DRIFT-SW      PIC X.
                   88  WS-AL-DRIFTED   VALUE 'Y'.
               10  WS-AL-RESTORED-SW   PIC X.
                   88  WS-AL-RESTORED  VALUE 'Y'.
               10  WS-AL-PREV-FINAL    PIC S9(7)V99 USAGE COMP-3.
       01  WS-AL-COUNT                 PIC 99 VALUE 0.
       01  WS-AL-IDX                   PIC 99 VALUE 0.
       01  WS-AL-SLOT                  PIC 99 VALUE 0.
      *    The audit line under the read cursor, as AUDITRPT splits
      *    it: name=value tokens after the timestamp.
       01  WS-AUDIT-TOKENS.
           05  WS-AUDIT-TOKEN          OCCURS 8 TIMES PIC X(90).
       01  WS-AUDIT-TOKEN-COUNT        PIC 9 VALUE 0.
       01  WS-AUDIT-TOKEN-IDX          PIC 9 VALUE 0.
       01  WS-AUDIT-NAME               PIC X(20).
       01  WS-AUDIT-VALUE              PIC X(80).
       01  WS-RUN-LEDGER               PIC X(80).
       01  WS-RUN-RESTORED-FROM        PIC X(80).
       01  WS-RUN-FINAL                PIC S9(7)V99 USAGE COMP-3
                                       VALUE 0.
       01  WS-RUN-ENTRIES              PIC 9(7) VALUE 0.
       01  WS-RUN-HAVE-FINAL-SW        PIC X VALUE 'N'.
           88  WS-RUN-HAVE-FINAL       VALUE 'Y'.
       01  WS-RUN-HAVE-ENTRIES-SW      PIC X VALUE 'N'.
           88  WS-RUN-HAVE-ENTRIES     VALUE 'Y'.
      *    Every file looked at for locks and checkpoints.
       77  WS-PROBE-TABLE-SIZE         PIC 9(3) VALUE 300.
       01  WS-PROBE-TABLE.
           05  WS-PROBE-NAME           OCCURS 300 TIMES PIC X(80).
       01  WS-PROBE-COUNT              PIC 9(3) VALUE 0.
       01  WS-PROBE-IDX                PIC 9(3) VALUE 0.
       01  WS-PROBE-SCAN               PIC 9(3) VALUE 0.
       01  WS-PROBE-WANTED             PIC X(80).
       01  WS-PROBE-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-PROBE-FOUND          VALUE 'Y'.
       01  WS-PROBE-FULL-SWITCH        PIC X VALUE 'N'.
           88  WS-PROBE-FULL-NOTED     VALUE 'Y'.
       01  WS-CT-IDX                   PIC 9(4) USAGE COMP VALUE 0.
      *    The locks on the file under the probe.
       01  WS-EXCL-SWITCH              PIC X VALUE 'N'.
           88  WS-HAS-EXCL             VALUE 'Y'.
       01  WS-EXCL-HOLDER              PIC X(60).
       01  WS-EXCL-STATE               PIC X(9).
       01  WS-EXCL-AGE                 PIC X(10).
       01  WS-SHR-SWITCH               PIC X VALUE 'N'.
           88  WS-HAS-SHR              VALUE 'Y'.
       01  WS-SHR-COUNT-X              PIC X(3).
       01  WS-SHR-HOLDER               PIC X(60).
       01  WS-SHR-STATE                PIC X(9).
       01  WS-SHR-AGE                  PIC X(10).
       01  WS-LOCK-KIND                PIC X(10).
       01  WS-LOCK-STATE               PIC X(9).
       01  WS-LOCK-COUNT               PIC 9(4) VALUE 0.
       01  WS-SWEPT-COUNT              PIC 9(4) VALUE 0.
       01  WS-CKPT-COUNT               PIC 9(4) VALUE 0.
       01  WS-WATCH-COUNT              PIC 9(4) VALUE 0.
      *    One holder line, 'user via PROGRAM since YYYYMMDD-HHMMSS',
      *    taken apart (see LEDGER-LOCK's BUILD-HOLDER-LINE).
       01  WS-HOLDER-TEXT              PIC X(60).
       01  WS-HOLDER-USER              PIC X(20).
       01  WS-HOLDER-PROGRAM           PIC X(20).
       01  WS-HOLDER-SINCE             PIC X(20).
       01  WS-SINCE-DATE               PIC 9(8).
       01  WS-SINCE-HH                 PIC 99.
       01  WS-SINCE-MM                 PIC 99.
       01  WS-AGE-KNOWN-SWITCH         PIC X VALUE 'N'.
           88  WS-AGE-KNOWN            VALUE 'Y'.
       01  WS-AGE-MINUTES              PIC S9(7) USAGE COMP-3 VALUE 0.
       01  WS-AGE-H                    PIC 9(5) VALUE 0.
       01  WS-AGE-M                    PIC 99 VALUE 0.
       01  WS-AGE-H-DISPLAY            PIC ZZZZ9.
       01  WS-AGE-TEXT                 PIC X(10).
       01  WS-RUNNING-SWITCH           PIC X VALUE 'N'.
           88  WS-HOLDER-RUNNING       VALUE 'Y'.
       01  WS-HOLDER-COMMAND           PIC X(20).
       01  WS-CHAR-POS                 PIC 99 VALUE 0.
       01  WS-NAME-OK-SWITCH           PIC X VALUE 'N'.
           88  WS-NAME-OK              VALUE 'Y'.
      *    CALL 'SYSTEM' hands back the raw wait status, as
      *    BUDGET-JOBRUN notes; only zero matters here.
       01  WS-SYSTEM-COMMAND           PIC X(100).
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP-5 VALUE 0.
      *    .RPT and .CKPT details.
       01  WS-FILE-CHECK-NAME          PIC X(90).
       01  WS-FILE-EXIST-INFO.
           05  FILLER                  PIC X(8).
           05  WS-FILE-DAY             PIC X.
           05  WS-FILE-MONTH           PIC X.
           05  WS-FILE-YEAR            PIC 9(4) USAGE COMP.
           05  WS-FILE-HOUR            PIC X.
           05  WS-FILE-MINUTE          PIC X.
           05  FILLER                  PIC XX.
       01  WS-EXISTS-SWITCH            PIC X VALUE 'N'.
           88  WS-FILE-EXISTS          VALUE 'Y'.
       01  WS-FILE-STAMP               PIC X(16).
       01  WS-STAMP-PART               PIC 99.
       01  WS-CKPT-LINE-TEXT           PIC X(10).
      *    Board formatting.
       01  BOARD-LINE                  PIC X(120).
       01  WS-SECTION-TITLE            PIC X(40).
       01  WS-MONEY-DISPLAY            PIC -(7)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZ9.
       01  WS-OUTCOME-TEXT             PIC X(10).
           COPY LEDGLOCK.
           COPY LEDGCAT.

       PROCEDURE DIVISION.
           PERFORM DETERMINE-OPTIONS.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM READ-JOB-LOG.
           PERFORM READ-AUDIT-LOG.
           PERFORM GATHER-PROBE-NAMES.
           PERFORM OPEN-REPORT-FILE.
           PERFORM SHOW-BOARD-HEADING.
           PERFORM SHOW-LAST-CHAIN.
           PERFORM SHOW-CHAIN-LEDGERS.
           PERFORM SHOW-LOCKS.
           PERFORM SHOW-CHECKPOINTS.
           PERFORM SHOW-AUDIT-WATCH.
           PERFORM SHOW-BOARD-FOOTING.
           IF WS-OUTPUT-OPEN THEN
               CLOSE REPORT-FILE
           END-IF.
           IF WS-ATTENTION-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       DETERMINE-OPTIONS.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE.
           UNSTRING WS-PARM-RAW
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
               TALLYING IN WS-TOKEN-COUNT
               ON OVERFLOW
                   PERFORM SHOW-USAGE
           END-UNSTRING.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               EVALUATE WS-TOKEN(WS-TOKEN-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN 'SWEEP'
                       SET SWEEP-MODE TO TRUE
                   WHEN 'AGE'
                       PERFORM TAKE-NEXT-TOKEN
                       MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-AGE-TOKEN
                   WHEN 'OUTPUT'
                       PERFORM TAKE-NEXT-TOKEN
                       MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-OUTPUT-NAME
                   WHEN OTHER
                       PERFORM SHOW-USAGE
               END-EVALUATE
           END-PERFORM.
           IF WS-AGE-TOKEN NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-AGE-TOKEN) TO WS-AGE-TOKEN
               IF FUNCTION TEST-NUMVAL(WS-AGE-TOKEN) NOT = 0 THEN
                   PERFORM SHOW-USAGE
               END-IF
               IF FUNCTION NUMVAL(WS-AGE-TOKEN) < 1
                       OR FUNCTION NUMVAL(WS-AGE-TOKEN) > 999 THEN
                   PERFORM SHOW-USAGE
               END-IF
               COMPUTE WS-AGE-HOURS = FUNCTION NUMVAL(WS-AGE-TOKEN)
               END-COMPUTE
           END-IF.
           COMPUTE WS-AGE-LIMIT = WS-AGE-HOURS * 60
           END-COMPUTE.
           EXIT PARAGRAPH.

       TAKE-NEXT-TOKEN.
           IF WS-TOKEN-IDX >= WS-TOKEN-COUNT THEN
               PERFORM SHOW-USAGE
           END-IF.
           ADD 1 TO WS-TOKEN-IDX.
           EXIT PARAGRAPH.

       SHOW-USAGE.
           DISPLAY 'Usage: budget-opstat [SWEEP] [AGE <hours>]'
                   ' [OUTPUT <file>]'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *                                No log just means no chain has
      *                                run here yet.
       READ-JOB-LOG.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-JOBLOG-STATUS NOT = '00'
               READ JOBLOG-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-JOBLOG-LINE
               END-READ
           END-PERFORM.
           CLOSE JOBLOG-FILE.
           EXIT PARAGRAPH.

      *                                BUDGET-JOBRUN's lines are a
      *                                15-character timestamp, then
      *                                ' ---- chain ...' or
      *                                ' step NN ...' at fixed
      *                                columns.  Anything else - a
      *                                lock sweep line, say - is not
      *                                part of a chain.
       NOTE-JOBLOG-LINE.
           IF JOBLOG-LINE(16:19) = ' ---- chain start: ' THEN
               MOVE SPACES TO WS-STEP-TABLE WS-CHAIN-ENDED
                              WS-CHAIN-CODE
               MOVE 0 TO WS-STEP-COUNT
               SET WS-CHAIN-UNFINISHED TO TRUE
               MOVE JOBLOG-LINE(1:15) TO WS-CHAIN-STARTED
               MOVE JOBLOG-LINE(35:80) TO WS-CHAIN-MANIFEST
               EXIT PARAGRAPH
           END-IF.
           IF WS-NO-CHAIN THEN
               EXIT PARAGRAPH
           END-IF.
           IF JOBLOG-LINE(16:20) = ' ---- chain complete' THEN
               SET WS-CHAIN-COMPLETE TO TRUE
               MOVE JOBLOG-LINE(1:15) TO WS-CHAIN-ENDED
               EXIT PARAGRAPH
           END-IF.
           IF JOBLOG-LINE(16:26) = ' ---- chain stopped, code ' THEN
               SET WS-CHAIN-STOPPED TO TRUE
               MOVE JOBLOG-LINE(1:15) TO WS-CHAIN-ENDED
               MOVE JOBLOG-LINE(42:3) TO WS-CHAIN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF JOBLOG-LINE(16:6) NOT = ' step '
                   OR FUNCTION TEST-NUMVAL(JOBLOG-LINE(22:2)) NOT = 0
               THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-STEP-NO = FUNCTION NUMVAL(JOBLOG-LINE(22:2))
           END-COMPUTE.
           IF WS-STEP-NO < 1 OR WS-STEP-NO > WS-STEP-TABLE-SIZE THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-NO > WS-STEP-COUNT THEN
               MOVE WS-STEP-NO TO WS-STEP-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN JOBLOG-LINE(24:8) = ' start: '
                   MOVE JOBLOG-LINE(32:100)
                       TO WS-STEP-COMMAND(WS-STEP-NO)
                   SET WS-STEP-NO-END(WS-STEP-NO) TO TRUE
                   MOVE JOBLOG-LINE(1:15) TO WS-STEP-AT(WS-STEP-NO)
               WHEN JOBLOG-LINE(24:11) = ' end:   rc='
                   UNSTRING JOBLOG-LINE(35:10)
                       DELIMITED BY SPACE
                       INTO WS-STEP-RC(WS-STEP-NO)
                   END-UNSTRING
                   MOVE 0 TO WS-FAILED-TALLY
                   INSPECT JOBLOG-LINE
                       TALLYING WS-FAILED-TALLY FOR ALL ' FAILED '
                   IF WS-FAILED-TALLY > 0 THEN
                       SET WS-STEP-FAILED(WS-STEP-NO) TO TRUE
                   ELSE
                       SET WS-STEP-OK(WS-STEP-NO) TO TRUE
                   END-IF
                   MOVE JOBLOG-LINE(1:15) TO WS-STEP-AT(WS-STEP-NO)
               WHEN JOBLOG-LINE(24:9) = ' SKIPPED '
                   MOVE JOBLOG-LINE(58:75)
                       TO WS-STEP-COMMAND(WS-STEP-NO)
                   SET WS-STEP-SKIPPED(WS-STEP-NO) TO TRUE
                   MOVE JOBLOG-LINE(1:15) TO WS-STEP-AT(WS-STEP-NO)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                Split the audit log the way
      *                                BUDGET-AUDITRPT does, keeping
      *                                each ledger's latest run and
      *                                whether it drifted from the
      *                                one before.
       READ-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
               READ AUDIT-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           EXIT PARAGRAPH.

       NOTE-AUDIT-LINE.
           IF AUDIT-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '(unknown)' TO WS-RUN-LEDGER.
           MOVE SPACES TO WS-RUN-RESTORED-FROM.
           MOVE 0 TO WS-RUN-FINAL WS-RUN-ENTRIES.
           MOVE 'N' TO WS-RUN-HAVE-FINAL-SW WS-RUN-HAVE-ENTRIES-SW.
           MOVE SPACES TO WS-AUDIT-TOKENS.
           MOVE 0 TO WS-AUDIT-TOKEN-COUNT.
           UNSTRING AUDIT-LINE
               DELIMITED BY ALL SPACE
               INTO WS-AUDIT-TOKEN(1) WS-AUDIT-TOKEN(2)
                    WS-AUDIT-TOKEN(3) WS-AUDIT-TOKEN(4)
                    WS-AUDIT-TOKEN(5) WS-AUDIT-TOKEN(6)
                    WS-AUDIT-TOKEN(7) WS-AUDIT-TOKEN(8)
               TALLYING IN WS-AUDIT-TOKEN-COUNT
           END-UNSTRING.
           PERFORM VARYING WS-AUDIT-TOKEN-IDX FROM 2 BY 1
                   UNTIL WS-AUDIT-TOKEN-IDX > WS-AUDIT-TOKEN-COUNT
               PERFORM APPLY-AUDIT-TOKEN
           END-PERFORM.
           IF WS-RUN-RESTORED-FROM NOT = SPACES THEN
               PERFORM FIND-AUDIT-LEDGER
               IF WS-AL-SLOT > 0 THEN
                   SET WS-AL-RESTORED(WS-AL-SLOT) TO TRUE
                   MOVE 'N' TO WS-AL-DRIFT-SW(WS-AL-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-RUN-HAVE-FINAL OR NOT WS-RUN-HAVE-ENTRIES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-AUDIT-LEDGER.
           IF WS-AL-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-AL-DRIFT-SW(WS-AL-SLOT).
           IF WS-AL-RUNS(WS-AL-SLOT) > 0
                   AND NOT WS-AL-RESTORED(WS-AL-SLOT)
                   AND WS-RUN-FINAL NOT = WS-AL-FINAL(WS-AL-SLOT)
                   AND WS-RUN-ENTRIES = WS-AL-ENTRIES(WS-AL-SLOT)
               THEN
               SET WS-AL-DRIFTED(WS-AL-SLOT) TO TRUE
           END-IF.
           ADD 1 TO WS-AL-RUNS(WS-AL-SLOT).
           MOVE 'N' TO WS-AL-RESTORED-SW(WS-AL-SLOT).
           MOVE WS-AL-FINAL(WS-AL-SLOT) TO WS-AL-PREV-FINAL(WS-AL-SLOT).
           MOVE WS-AUDIT-TOKEN(1) TO WS-AL-TIME(WS-AL-SLOT).
           MOVE WS-RUN-FINAL TO WS-AL-FINAL(WS-AL-SLOT).
           MOVE WS-RUN-ENTRIES TO WS-AL-ENTRIES(WS-AL-SLOT).
           EXIT PARAGRAPH.

       APPLY-AUDIT-TOKEN.
           IF WS-AUDIT-TOKEN(WS-AUDIT-TOKEN-IDX) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-AUDIT-NAME WS-AUDIT-VALUE.
           UNSTRING WS-AUDIT-TOKEN(WS-AUDIT-TOKEN-IDX)
               DELIMITED BY '='
               INTO WS-AUDIT-NAME WS-AUDIT-VALUE
           END-UNSTRING.
      *    Older lines padded the figures, so the value may be the
      *    next token along (see BUDGET-AUDITRPT).
           IF WS-AUDIT-VALUE = SPACES
                   AND (WS-AUDIT-NAME = 'final'
                        OR WS-AUDIT-NAME = 'entries')
                   AND WS-AUDIT-TOKEN-IDX < WS-AUDIT-TOKEN-COUNT THEN
               ADD 1 TO WS-AUDIT-TOKEN-IDX
               MOVE WS-AUDIT-TOKEN(WS-AUDIT-TOKEN-IDX)
                   TO WS-AUDIT-VALUE
           END-IF.
           EVALUATE WS-AUDIT-NAME
               WHEN 'ledger'
                   IF WS-AUDIT-VALUE NOT = SPACES THEN
                       MOVE WS-AUDIT-VALUE TO WS-RUN-LEDGER
                   END-IF
               WHEN 'restored-from'
                   MOVE WS-AUDIT-VALUE TO WS-RUN-RESTORED-FROM
               WHEN 'final'
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-AUDIT-VALUE)) = 0 THEN
                       COMPUTE WS-RUN-FINAL
                             = FUNCTION NUMVAL(FUNCTION TRIM(
                                   WS-AUDIT-VALUE))
                       END-COMPUTE
                       SET WS-RUN-HAVE-FINAL TO TRUE
                   END-IF
               WHEN 'entries'
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WS-AUDIT-VALUE)) = 0 THEN
                       COMPUTE WS-RUN-ENTRIES
                             = FUNCTION NUMVAL(FUNCTION TRIM(
                                   WS-AUDIT-VALUE))
                       END-COMPUTE
                       SET WS-RUN-HAVE-ENTRIES TO TRUE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       FIND-AUDIT-LEDGER.
           MOVE 0 TO WS-AL-SLOT.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-AL-SLOT > 0
               IF WS-AL-NAME(WS-AL-IDX) = WS-RUN-LEDGER THEN
                   MOVE WS-AL-IDX TO WS-AL-SLOT
               END-IF
           END-PERFORM.
           IF WS-AL-SLOT > 0 OR WS-AL-COUNT >= WS-AL-TABLE-SIZE THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AL-COUNT.
           MOVE WS-AL-COUNT TO WS-AL-SLOT.
           MOVE WS-RUN-LEDGER TO WS-AL-NAME(WS-AL-SLOT).
           MOVE SPACES TO WS-AL-TIME(WS-AL-SLOT).
           MOVE 0 TO WS-AL-FINAL(WS-AL-SLOT).
           MOVE 0 TO WS-AL-PREV-FINAL(WS-AL-SLOT).
           MOVE 0 TO WS-AL-ENTRIES(WS-AL-SLOT).
           MOVE 0 TO WS-AL-RUNS(WS-AL-SLOT).
           MOVE 'N' TO WS-AL-DRIFT-SW(WS-AL-SLOT).
           MOVE 'N' TO WS-AL-RESTORED-SW(WS-AL-SLOT).
           EXIT PARAGRAPH.

      *                                The shared control files, the
      *                                catalog's ledgers, the chain's
      *                                ledgers and the audit log's,
      *                                each once.
       GATHER-PROBE-NAMES.
           MOVE 'DATA/CATALOG.CSV' TO WS-PROBE-WANTED.
           PERFORM ADD-PROBE-NAME.
           MOVE 'DATA/PENDING.CSV' TO WS-PROBE-WANTED.
           PERFORM ADD-PROBE-NAME.
           MOVE 'DATA/LOANS.CSV' TO WS-PROBE-WANTED.
           PERFORM ADD-PROBE-NAME.
           MOVE 'DATA/SETTLE.CSV' TO WS-PROBE-WANTED.
           PERFORM ADD-PROBE-NAME.
           MOVE SPACES TO CT-ACCOUNT CT-FROM-PERIOD CT-TO-PERIOD.
           MOVE 'S' TO CT-OP.
           MOVE 'BUDGET-OPSTAT' TO CT-PROGRAM.
           CALL 'LEDGER-CATALOG' USING CT-REQUEST.
      *    A catalog held by a dead run is one of the things this
      *    board is for, so a catalog that cannot be read only costs
      *    its ledgers' lock checks.
           IF CT-STATUS = 'F' THEN
               DISPLAY 'WARNING: cannot read the ledger catalog ('
                       FUNCTION TRIM(CT-ERROR-TEXT)
                       ') - catalogued ledgers not checked.'
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF.
           IF CT-STATUS = '0' THEN
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > CT-SELECT-COUNT
                   MOVE CT-SEL-FILE(WS-CT-IDX) TO WS-PROBE-WANTED
                   PERFORM ADD-PROBE-NAME
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM NOTE-STEP-LEDGERS
           END-PERFORM.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-NAME(WS-AL-IDX) NOT = '(unknown)' THEN
                   MOVE WS-AL-NAME(WS-AL-IDX) TO WS-PROBE-WANTED
                   PERFORM ADD-PROBE-NAME
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       ADD-PROBE-NAME.
           IF WS-PROBE-WANTED = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PROBE-FOUND-SWITCH.
           PERFORM VARYING WS-PROBE-SCAN FROM 1 BY 1
                   UNTIL WS-PROBE-SCAN > WS-PROBE-COUNT
                      OR WS-PROBE-FOUND
               IF WS-PROBE-NAME(WS-PROBE-SCAN) = WS-PROBE-WANTED THEN
                   SET WS-PROBE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PROBE-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROBE-COUNT >= WS-PROBE-TABLE-SIZE THEN
               IF NOT WS-PROBE-FULL-NOTED THEN
                   DISPLAY 'WARNING: more than '
                           WS-PROBE-TABLE-SIZE
                           ' files to look at - the rest are not'
                           ' checked for locks.'
                   SET WS-PROBE-FULL-NOTED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PROBE-COUNT.
           MOVE WS-PROBE-WANTED TO WS-PROBE-NAME(WS-PROBE-COUNT).
           EXIT PARAGRAPH.

      *                                A token ending .CSV or .DTA on
      *                                a step's command line is a
      *                                ledger that step ran against.
       NOTE-STEP-LEDGERS.
           EVALUATE TRUE
               WHEN WS-STEP-FAILED(WS-STEP-IDX)
                   MOVE 4 TO WS-STEP-RANK
               WHEN WS-STEP-NO-END(WS-STEP-IDX)
                   MOVE 3 TO WS-STEP-RANK
               WHEN WS-STEP-SKIPPED(WS-STEP-IDX)
                   MOVE 2 TO WS-STEP-RANK
               WHEN WS-STEP-OK(WS-STEP-IDX)
                   MOVE 1 TO WS-STEP-RANK
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-CMD-TOKENS.
           UNSTRING WS-STEP-COMMAND(WS-STEP-IDX)
               DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN(1) WS-CMD-TOKEN(2) WS-CMD-TOKEN(3)
                    WS-CMD-TOKEN(4) WS-CMD-TOKEN(5) WS-CMD-TOKEN(6)
                    WS-CMD-TOKEN(7) WS-CMD-TOKEN(8) WS-CMD-TOKEN(9)
                    WS-CMD-TOKEN(10)
           END-UNSTRING.
           PERFORM VARYING WS-CMD-TOKEN-IDX FROM 2 BY 1
                   UNTIL WS-CMD-TOKEN-IDX > 10
               IF WS-CMD-TOKEN(WS-CMD-TOKEN-IDX) NOT = SPACES THEN
                   PERFORM NOTE-ONE-COMMAND-TOKEN
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       NOTE-ONE-COMMAND-TOKEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-CMD-TOKEN(WS-CMD-TOKEN-IDX)))
               TO WS-CMD-TOKEN-LENGTH.
           IF WS-CMD-TOKEN-LENGTH < 5 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CMD-TOKEN(WS-CMD-TOKEN-IDX)
                   (WS-CMD-TOKEN-LENGTH - 3:4))
               TO WS-CMD-TAIL.
           IF WS-CMD-TAIL NOT = '.CSV' AND WS-CMD-TAIL NOT = '.DTA'
               THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CMD-TOKEN(WS-CMD-TOKEN-IDX) TO WS-PROBE-WANTED.
           PERFORM ADD-PROBE-NAME.
           MOVE 0 TO WS-CL-SLOT.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT OR WS-CL-SLOT > 0
               IF WS-CL-NAME(WS-CL-IDX)
                       = WS-CMD-TOKEN(WS-CMD-TOKEN-IDX) THEN
                   MOVE WS-CL-IDX TO WS-CL-SLOT
               END-IF
           END-PERFORM.
           IF WS-CL-SLOT = 0 THEN
               IF WS-CL-COUNT >= WS-CL-TABLE-SIZE THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-SLOT
               MOVE WS-CMD-TOKEN(WS-CMD-TOKEN-IDX)
                   TO WS-CL-NAME(WS-CL-SLOT)
               MOVE 0 TO WS-CL-RANK(WS-CL-SLOT)
           END-IF.
           IF WS-STEP-RANK >= WS-CL-RANK(WS-CL-SLOT) THEN
               MOVE WS-STEP-RANK TO WS-CL-RANK(WS-CL-SLOT)
               MOVE WS-STEP-IDX TO WS-CL-STEP(WS-CL-SLOT)
           END-IF.
           EXIT PARAGRAPH.

       OPEN-REPORT-FILE.
           IF WS-OUTPUT-NAME = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Cannot write ' FUNCTION TRIM(WS-OUTPUT-NAME)
                       ', file status ' WS-REPORT-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-OUTPUT-OPEN TO TRUE.
           EXIT PARAGRAPH.

       SHOW-BOARD-HEADING.
           MOVE SPACES TO BOARD-LINE.
           STRING 'OPERATIONS STATUS  '
                                        DELIMITED BY SIZE
                  WS-NOW-DATE           DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)      DELIMITED BY SIZE
                  INTO BOARD-LINE
           END-STRING.
           IF SWEEP-MODE THEN
               MOVE WS-AGE-HOURS TO WS-COUNT-DISPLAY
               STRING '  (sweeping locks older than '
                                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' hours)'         DELIMITED BY SIZE
                      INTO BOARD-LINE(35:60)
               END-STRING
           END-IF.
           PERFORM WRITE-BOARD-LINE.
           MOVE ALL '=' TO BOARD-LINE(1:100).
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-SECTION-HEADING.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-SECTION-TITLE TO BOARD-LINE.
           PERFORM WRITE-BOARD-LINE.
           MOVE ALL '-' TO BOARD-LINE(1:100).
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-LAST-CHAIN.
           MOVE 'LAST CHAIN' TO WS-SECTION-TITLE.
           PERFORM SHOW-SECTION-HEADING.
           IF WS-NO-CHAIN THEN
               MOVE '  No chain on DATA/JOBRUN.LOG.' TO BOARD-LINE
               PERFORM WRITE-BOARD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BOARD-LINE.
           STRING '  '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAIN-MANIFEST)
                                        DELIMITED BY SIZE
                  ' started '           DELIMITED BY SIZE
                  WS-CHAIN-STARTED      DELIMITED BY SIZE
                  INTO BOARD-LINE
           END-STRING.
           PERFORM WRITE-BOARD-LINE.
           MOVE SPACES TO BOARD-LINE.
           EVALUATE TRUE
               WHEN WS-CHAIN-COMPLETE
                   STRING '  complete at '
                                        DELIMITED BY SIZE
                          WS-CHAIN-ENDED
                                        DELIMITED BY SIZE
                          INTO BOARD-LINE
                   END-STRING
               WHEN WS-CHAIN-STOPPED
                   STRING '  STOPPED at '
                                        DELIMITED BY SIZE
                          WS-CHAIN-ENDED
                                        DELIMITED BY SIZE
                          ', code '     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CHAIN-CODE)
                                        DELIMITED BY SIZE
                          INTO BOARD-LINE
                   END-STRING
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN OTHER
                   MOVE SPACES TO BOARD-LINE
                   STRING '  NOT FINISHED - no end line yet: still'
                          ' running, or killed.'
                          DELIMITED BY SIZE
                          INTO BOARD-LINE
                   END-STRING
                   ADD 1 TO WS-ATTENTION-COUNT
           END-EVALUATE.
           PERFORM WRITE-BOARD-LINE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM SHOW-ONE-STEP
           END-PERFORM.
           EXIT PARAGRAPH.

       SHOW-ONE-STEP.
           MOVE SPACES TO BOARD-LINE.
           MOVE WS-STEP-IDX TO WS-STEP-NO-DISPLAY.
           MOVE 'step' TO BOARD-LINE(3:4).
           MOVE WS-STEP-NO-DISPLAY TO BOARD-LINE(8:2).
           EVALUATE TRUE
               WHEN WS-STEP-OK(WS-STEP-IDX)
                   MOVE 'OK' TO BOARD-LINE(11:8)
               WHEN WS-STEP-FAILED(WS-STEP-IDX)
                   MOVE 'FAILED' TO BOARD-LINE(11:8)
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN WS-STEP-SKIPPED(WS-STEP-IDX)
                   MOVE 'SKIPPED' TO BOARD-LINE(11:8)
               WHEN WS-STEP-NO-END(WS-STEP-IDX)
                   MOVE 'NO END' TO BOARD-LINE(11:8)
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN OTHER
                   MOVE 'NOT LOGGED' TO BOARD-LINE(11:10)
           END-EVALUATE.
           IF WS-STEP-RC(WS-STEP-IDX) NOT = SPACES THEN
               STRING 'rc='             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STEP-RC(WS-STEP-IDX))
                                        DELIMITED BY SIZE
                      INTO BOARD-LINE(22:7)
               END-STRING
           END-IF.
           MOVE WS-STEP-AT(WS-STEP-IDX) TO BOARD-LINE(30:15).
           MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO BOARD-LINE(47:74).
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-CHAIN-LEDGERS.
           MOVE 'LEDGERS IN THE CHAIN' TO WS-SECTION-TITLE.
           PERFORM SHOW-SECTION-HEADING.
           IF WS-CL-COUNT = 0 THEN
               MOVE '  No ledger named on the chain''s command lines.'
                   TO BOARD-LINE
               PERFORM WRITE-BOARD-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM SHOW-ONE-CHAIN-LEDGER
           END-PERFORM.
           EXIT PARAGRAPH.

       SHOW-ONE-CHAIN-LEDGER.
           MOVE SPACES TO BOARD-LINE.
           MOVE WS-CL-NAME(WS-CL-IDX) TO BOARD-LINE(3:36).
           EVALUATE WS-CL-RANK(WS-CL-IDX)
               WHEN 4 MOVE 'FAILED' TO WS-OUTCOME-TEXT
               WHEN 3 MOVE 'NO END' TO WS-OUTCOME-TEXT
               WHEN 2 MOVE 'SKIPPED' TO WS-OUTCOME-TEXT
               WHEN OTHER MOVE 'RAN' TO WS-OUTCOME-TEXT
           END-EVALUATE.
           MOVE WS-OUTCOME-TEXT TO BOARD-LINE(40:8).
           MOVE WS-CL-STEP(WS-CL-IDX) TO WS-STEP-NO-DISPLAY.
           STRING 'step '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-NO-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO BOARD-LINE(49:7)
           END-STRING.
           MOVE SPACES TO WS-FILE-CHECK-NAME.
           STRING FUNCTION TRIM(WS-CL-NAME(WS-CL-IDX))
                                        DELIMITED BY SIZE
                  '.RPT'                DELIMITED BY SIZE
                  INTO WS-FILE-CHECK-NAME
           END-STRING.
           PERFORM CHECK-FILE-EXISTS.
           IF WS-FILE-EXISTS THEN
               STRING 'report written '
                                        DELIMITED BY SIZE
                      WS-FILE-STAMP     DELIMITED BY SIZE
                      INTO BOARD-LINE(58:40)
               END-STRING
           ELSE
               MOVE 'no report on file' TO BOARD-LINE(58:40)
           END-IF.
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-LOCKS.
           MOVE 'LOCKS HELD' TO WS-SECTION-TITLE.
           PERFORM SHOW-SECTION-HEADING.
           PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
                   UNTIL WS-PROBE-IDX > WS-PROBE-COUNT
               PERFORM PROBE-ONE-LOCK
           END-PERFORM.
           IF WS-LOCK-COUNT = 0 THEN
               MOVE '  No locks held.' TO BOARD-LINE
               PERFORM WRITE-BOARD-LINE
           END-IF.
           EXIT PARAGRAPH.

      *                                Both lock kinds on one file are
      *                                judged together: a sweep
      *                                releases the file only when
      *                                every lock on it is stale.
       PROBE-ONE-LOCK.
           MOVE 'N' TO WS-EXCL-SWITCH WS-SHR-SWITCH.
           MOVE SPACES TO WS-EXCL-STATE WS-SHR-STATE.
           MOVE SPACES TO WS-PROBE-FILE-NAME.
           STRING FUNCTION TRIM(WS-PROBE-NAME(WS-PROBE-IDX))
                                        DELIMITED BY SIZE
                  '.LOCK'               DELIMITED BY SIZE
                  INTO WS-PROBE-FILE-NAME
           END-STRING.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = '00' THEN
               SET WS-HAS-EXCL TO TRUE
               MOVE SPACES TO WS-EXCL-HOLDER
               READ PROBE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PROBE-LINE TO WS-EXCL-HOLDER
               END-READ
               CLOSE PROBE-FILE
               MOVE WS-EXCL-HOLDER TO WS-HOLDER-TEXT
               PERFORM JUDGE-LOCK-HOLDER
               MOVE WS-LOCK-STATE TO WS-EXCL-STATE
               MOVE WS-AGE-TEXT TO WS-EXCL-AGE
           END-IF.
           MOVE SPACES TO WS-PROBE-FILE-NAME.
           STRING FUNCTION TRIM(WS-PROBE-NAME(WS-PROBE-IDX))
                                        DELIMITED BY SIZE
                  '.LOCKSHR'            DELIMITED BY SIZE
                  INTO WS-PROBE-FILE-NAME
           END-STRING.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = '00' THEN
               SET WS-HAS-SHR TO TRUE
               MOVE SPACES TO WS-SHR-COUNT-X WS-SHR-HOLDER
               READ PROBE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PROBE-LINE(1:3) TO WS-SHR-COUNT-X
               END-READ
               READ PROBE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PROBE-LINE TO WS-SHR-HOLDER
               END-READ
               CLOSE PROBE-FILE
               MOVE WS-SHR-HOLDER TO WS-HOLDER-TEXT
               PERFORM JUDGE-LOCK-HOLDER
               MOVE WS-LOCK-STATE TO WS-SHR-STATE
               MOVE WS-AGE-TEXT TO WS-SHR-AGE
           END-IF.
           IF NOT WS-HAS-EXCL AND NOT WS-HAS-SHR THEN
               EXIT PARAGRAPH
           END-IF.
           IF SWEEP-MODE
                   AND (NOT WS-HAS-EXCL OR WS-EXCL-STATE = 'STALE')
                   AND (NOT WS-HAS-SHR OR WS-SHR-STATE = 'STALE')
               THEN
               PERFORM SWEEP-ONE-FILE
           END-IF.
           IF WS-HAS-EXCL THEN
               MOVE 'EXCLUSIVE' TO WS-LOCK-KIND
               MOVE WS-EXCL-HOLDER TO WS-HOLDER-TEXT
               MOVE WS-EXCL-STATE TO WS-LOCK-STATE
               MOVE WS-EXCL-AGE TO WS-AGE-TEXT
               PERFORM SHOW-ONE-LOCK
           END-IF.
           IF WS-HAS-SHR THEN
               MOVE SPACES TO WS-LOCK-KIND
               STRING 'SHARED '         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SHR-COUNT-X)
                                        DELIMITED BY SIZE
                      INTO WS-LOCK-KIND
               END-STRING
               MOVE WS-SHR-HOLDER TO WS-HOLDER-TEXT
               MOVE WS-SHR-STATE TO WS-LOCK-STATE
               MOVE WS-SHR-AGE TO WS-AGE-TEXT
               PERFORM SHOW-ONE-LOCK
           END-IF.
           EXIT PARAGRAPH.

      *                                STALE, RUNNING or RECENT, with
      *                                the age in WS-AGE-TEXT; UNKNOWN
      *                                when the holder line cannot be
      *                                read.
       JUDGE-LOCK-HOLDER.
           MOVE SPACES TO WS-HOLDER-USER WS-HOLDER-PROGRAM
                          WS-HOLDER-SINCE WS-AGE-TEXT.
           MOVE 'N' TO WS-AGE-KNOWN-SWITCH.
           UNSTRING WS-HOLDER-TEXT
               DELIMITED BY ' via ' OR ' since '
               INTO WS-HOLDER-USER WS-HOLDER-PROGRAM WS-HOLDER-SINCE
           END-UNSTRING.
           IF WS-HOLDER-SINCE(1:8) IS NUMERIC
                   AND WS-HOLDER-SINCE(10:4) IS NUMERIC THEN
               MOVE WS-HOLDER-SINCE(1:8) TO WS-SINCE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SINCE-DATE) = 0 THEN
                   SET WS-AGE-KNOWN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-AGE-KNOWN THEN
               MOVE 'UNKNOWN' TO WS-LOCK-STATE
               MOVE '?' TO WS-AGE-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOLDER-SINCE(10:2) TO WS-SINCE-HH.
           MOVE WS-HOLDER-SINCE(12:2) TO WS-SINCE-MM.
           COMPUTE WS-AGE-MINUTES
                 = (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE)) * 1440
                 + WS-NOW-HH * 60 + WS-NOW-MM
                 - WS-SINCE-HH * 60 - WS-SINCE-MM
           END-COMPUTE.
           IF WS-AGE-MINUTES < 0 THEN
               MOVE 0 TO WS-AGE-MINUTES
           END-IF.
           DIVIDE WS-AGE-MINUTES BY 60
               GIVING WS-AGE-H REMAINDER WS-AGE-M
           END-DIVIDE.
           MOVE WS-AGE-H TO WS-AGE-H-DISPLAY.
           STRING FUNCTION TRIM(WS-AGE-H-DISPLAY)
                                        DELIMITED BY SIZE
                  'h'                   DELIMITED BY SIZE
                  WS-AGE-M              DELIMITED BY SIZE
                  'm'                   DELIMITED BY SIZE
                  INTO WS-AGE-TEXT
           END-STRING.
           PERFORM CHECK-HOLDER-RUNNING.
           EVALUATE TRUE
               WHEN WS-HOLDER-RUNNING
                   MOVE 'RUNNING' TO WS-LOCK-STATE
               WHEN WS-AGE-MINUTES < WS-AGE-LIMIT
                   MOVE 'RECENT' TO WS-LOCK-STATE
               WHEN OTHER
                   MOVE 'STALE' TO WS-LOCK-STATE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *                                Is a process of the holding
      *                                program still running?  The
      *                                name is checked letter by
      *                                letter before it goes near the
      *                                shell; one that is not a plain
      *                                program name counts as running,
      *                                so it is never swept.
       CHECK-HOLDER-RUNNING.
           SET WS-HOLDER-RUNNING TO TRUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLDER-PROGRAM))
               TO WS-HOLDER-COMMAND.
           IF WS-HOLDER-COMMAND = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           SET WS-NAME-OK TO TRUE.
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 15
               IF WS-HOLDER-COMMAND(WS-CHAR-POS:1) IS NOT
                       ALPHABETIC-UPPER
                       AND WS-HOLDER-COMMAND(WS-CHAR-POS:1)
                           IS NOT NUMERIC
                       AND WS-HOLDER-COMMAND(WS-CHAR-POS:1) NOT = '-'
                   THEN
                   MOVE 'N' TO WS-NAME-OK-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-NAME-OK OR WS-HOLDER-COMMAND(16:5) NOT = SPACES
               THEN
               EXIT PARAGRAPH
           END-IF.
      *    Every program is installed under its PROGRAM-ID in lower
      *    case, except BUDGET-MAIN, which is plain 'budget'.
           IF WS-HOLDER-COMMAND = 'BUDGET-MAIN' THEN
               MOVE 'BUDGET' TO WS-HOLDER-COMMAND
           END-IF.
           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING 'ps -eo comm= | grep -qix '''
                                        DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(
                      WS-HOLDER-COMMAND))
                                        DELIMITED BY SIZE
                  ''''                  DELIMITED BY SIZE
                  INTO WS-SYSTEM-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 'N' TO WS-RUNNING-SWITCH
           END-IF.
           MOVE 0 TO RETURN-CODE.
           EXIT PARAGRAPH.

      *                                The LK-FORCE takeover an
      *                                operator would do by hand,
      *                                then an ordinary release: the
      *                                takeover sweeps a reader count
      *                                away and the release deletes
      *                                the exclusive lock file.
       SWEEP-ONE-FILE.
           MOVE 'A' TO LK-OP.
           MOVE WS-PROBE-NAME(WS-PROBE-IDX) TO LK-LEDGER-NAME.
           MOVE 'BUDGET-OPSTAT' TO LK-PROGRAM.
           MOVE 'X' TO LK-MODE.
           MOVE 'N' TO LK-WAIT.
           MOVE 'Y' TO LK-FORCE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           IF LK-STATUS NOT = '0' THEN
               IF WS-HAS-EXCL THEN
                   MOVE 'NOT SWEPT' TO WS-EXCL-STATE
               END-IF
               IF WS-HAS-SHR THEN
                   MOVE 'NOT SWEPT' TO WS-SHR-STATE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO LK-OP.
           MOVE 'N' TO LK-FORCE.
           CALL 'LEDGER-LOCK' USING LK-REQUEST.
           MOVE 0 TO RETURN-CODE.
           IF WS-HAS-EXCL THEN
               MOVE '.LOCK' TO WS-LOCK-KIND
               PERFORM CHECK-LOCK-GONE
               IF WS-FILE-EXISTS THEN
                   MOVE 'NOT SWEPT' TO WS-EXCL-STATE
               ELSE
                   MOVE 'RELEASED' TO WS-EXCL-STATE
                   MOVE WS-EXCL-HOLDER TO WS-HOLDER-TEXT
                   PERFORM LOG-SWEPT-LOCK
               END-IF
           END-IF.
           IF WS-HAS-SHR THEN
               MOVE '.LOCKSHR' TO WS-LOCK-KIND
               PERFORM CHECK-LOCK-GONE
               IF WS-FILE-EXISTS THEN
                   MOVE 'NOT SWEPT' TO WS-SHR-STATE
               ELSE
                   MOVE 'RELEASED' TO WS-SHR-STATE
                   MOVE WS-SHR-HOLDER TO WS-HOLDER-TEXT
                   PERFORM LOG-SWEPT-LOCK
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *                                Only a lock file really gone
      *                                is reported released: a reader
      *                                count LEDGER-LOCK cannot read
      *                                is left for the operator.
       CHECK-LOCK-GONE.
           MOVE SPACES TO WS-FILE-CHECK-NAME.
           STRING FUNCTION TRIM(WS-PROBE-NAME(WS-PROBE-IDX))
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCK-KIND)
                                        DELIMITED BY SIZE
                  INTO WS-FILE-CHECK-NAME
           END-STRING.
           PERFORM CHECK-FILE-EXISTS.
           EXIT PARAGRAPH.

      *                                One line per release on
      *                                DATA/JOBRUN.LOG, in its own
      *                                timestamp format, so the
      *                                morning's sweep sits beside
      *                                the night's chain.
       LOG-SWEPT-LOCK.
           ADD 1 TO WS-SWEPT-COUNT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-LOG-TIMESTAMP.
           STRING WS-NOW-DATE           DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)      DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING.
           MOVE SPACES TO JOBLOG-LINE.
           STRING WS-LOG-TIMESTAMP      DELIMITED BY SIZE
                  ' ---- lock sweep: released '
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROBE-NAME(WS-PROBE-IDX))
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCK-KIND)
                                        DELIMITED BY SIZE
                  ' held by '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLDER-TEXT)
                                        DELIMITED BY SIZE
                  INTO JOBLOG-LINE
           END-STRING.
           OPEN EXTEND JOBLOG-FILE.
           IF WS-JOBLOG-STATUS = '35' THEN
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           WRITE JOBLOG-LINE.
           CLOSE JOBLOG-FILE.
           EXIT PARAGRAPH.

       SHOW-ONE-LOCK.
           ADD 1 TO WS-LOCK-COUNT.
           IF WS-LOCK-STATE NOT = 'RELEASED' THEN
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF.
           MOVE SPACES TO BOARD-LINE.
           MOVE WS-PROBE-NAME(WS-PROBE-IDX) TO BOARD-LINE(3:36).
           MOVE WS-LOCK-KIND TO BOARD-LINE(40:10).
           MOVE WS-AGE-TEXT TO BOARD-LINE(51:9).
           MOVE WS-LOCK-STATE TO BOARD-LINE(61:9).
           MOVE WS-HOLDER-TEXT TO BOARD-LINE(71:50).
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-CHECKPOINTS.
           MOVE 'PENDING CHECKPOINTS' TO WS-SECTION-TITLE.
           PERFORM SHOW-SECTION-HEADING.
           PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
                   UNTIL WS-PROBE-IDX > WS-PROBE-COUNT
               PERFORM PROBE-ONE-CHECKPOINT
           END-PERFORM.
           IF WS-CKPT-COUNT = 0 THEN
               MOVE '  No restart checkpoints pending.' TO BOARD-LINE
               PERFORM WRITE-BOARD-LINE
           END-IF.
           EXIT PARAGRAPH.

      *                                <ledger>.CKPT holds the last
      *                                line a CSV import read cleanly
      *                                before it stopped (see
      *                                BUDGET-MAIN's
      *                                NOTE-CSV-CHECKPOINT).
       PROBE-ONE-CHECKPOINT.
           MOVE SPACES TO WS-PROBE-FILE-NAME.
           STRING FUNCTION TRIM(WS-PROBE-NAME(WS-PROBE-IDX))
                                        DELIMITED BY SIZE
                  '.CKPT'               DELIMITED BY SIZE
                  INTO WS-PROBE-FILE-NAME
           END-STRING.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CKPT-LINE-TEXT.
           READ PROBE-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE FUNCTION TRIM(PROBE-LINE) TO WS-CKPT-LINE-TEXT
           END-READ.
           CLOSE PROBE-FILE.
           ADD 1 TO WS-CKPT-COUNT.
           ADD 1 TO WS-ATTENTION-COUNT.
           MOVE WS-PROBE-FILE-NAME TO WS-FILE-CHECK-NAME.
           PERFORM CHECK-FILE-EXISTS.
           MOVE SPACES TO BOARD-LINE.
           MOVE WS-PROBE-NAME(WS-PROBE-IDX) TO BOARD-LINE(3:36).
           STRING 'stopped after line '
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKPT-LINE-TEXT)
                                        DELIMITED BY SIZE
                  INTO BOARD-LINE(40:30)
           END-STRING.
           IF WS-FILE-EXISTS THEN
               STRING 'checkpoint of '  DELIMITED BY SIZE
                      WS-FILE-STAMP     DELIMITED BY SIZE
                      INTO BOARD-LINE(71:40)
               END-STRING
           END-IF.
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-AUDIT-WATCH.
           MOVE 'AUDIT WATCH' TO WS-SECTION-TITLE.
           PERFORM SHOW-SECTION-HEADING.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-RUNS(WS-AL-IDX) > 0
                       AND (WS-AL-FINAL(WS-AL-IDX) < 0
                            OR WS-AL-DRIFTED(WS-AL-IDX)) THEN
                   PERFORM SHOW-ONE-AUDIT-LEDGER
               END-IF
           END-PERFORM.
           IF WS-WATCH-COUNT = 0 THEN
               MOVE SPACES TO BOARD-LINE
               STRING '  No ledger negative or drifting on its latest'
                      ' run.'
                      DELIMITED BY SIZE
                      INTO BOARD-LINE
               END-STRING
               PERFORM WRITE-BOARD-LINE
           END-IF.
           EXIT PARAGRAPH.

       SHOW-ONE-AUDIT-LEDGER.
           ADD 1 TO WS-WATCH-COUNT.
           ADD 1 TO WS-ATTENTION-COUNT.
           MOVE SPACES TO BOARD-LINE.
           MOVE WS-AL-NAME(WS-AL-IDX) TO BOARD-LINE(3:36).
           MOVE WS-AL-TIME(WS-AL-IDX) TO BOARD-LINE(40:15).
           MOVE WS-AL-FINAL(WS-AL-IDX) TO WS-MONEY-DISPLAY.
           STRING 'final '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                  INTO BOARD-LINE(57:18)
           END-STRING.
           IF WS-AL-FINAL(WS-AL-IDX) < 0 THEN
               MOVE 'NEGATIVE' TO BOARD-LINE(77:8)
           END-IF.
           IF WS-AL-DRIFTED(WS-AL-IDX) THEN
               MOVE WS-AL-PREV-FINAL(WS-AL-IDX) TO WS-MONEY-DISPLAY
               STRING 'DRIFT from '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MONEY-DISPLAY)
                                        DELIMITED BY SIZE
                      INTO BOARD-LINE(87:34)
               END-STRING
           END-IF.
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       SHOW-BOARD-FOOTING.
           PERFORM WRITE-BLANK-LINE.
           MOVE ALL '=' TO BOARD-LINE(1:100).
           PERFORM WRITE-BOARD-LINE.
           MOVE SPACES TO BOARD-LINE.
           IF WS-ATTENTION-COUNT = 0 THEN
               MOVE 'All quiet.' TO BOARD-LINE
           ELSE
               MOVE WS-ATTENTION-COUNT TO WS-COUNT-DISPLAY
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' item(s) want attention.'
                                        DELIMITED BY SIZE
                      INTO BOARD-LINE
               END-STRING
           END-IF.
           IF WS-SWEPT-COUNT > 0 THEN
               MOVE WS-SWEPT-COUNT TO WS-COUNT-DISPLAY
               STRING '  '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                                        DELIMITED BY SIZE
                      ' stale lock(s) released, see DATA/JOBRUN.LOG.'
                                        DELIMITED BY SIZE
                      INTO BOARD-LINE(30:70)
               END-STRING
           END-IF.
           PERFORM WRITE-BOARD-LINE.
           EXIT PARAGRAPH.

       WRITE-BLANK-LINE.
           MOVE SPACES TO BOARD-LINE.
           PERFORM WRITE-BOARD-LINE.
           MOVE SPACES TO BOARD-LINE.
           EXIT PARAGRAPH.

       WRITE-BOARD-LINE.
           DISPLAY FUNCTION TRIM(BOARD-LINE TRAILING).
           IF WS-OUTPUT-OPEN THEN
               WRITE REPORT-LINE FROM BOARD-LINE
           END-IF.
           MOVE SPACES TO BOARD-LINE.
           EXIT PARAGRAPH.

      *                                CBL_CHECK_FILE_EXIST wants a
      *                                space-terminated name and sets
      *                                RETURN-CODE, which must not
      *                                leak out as this run's status.
      *                                The date and time come back as
      *                                one-byte binaries, read here
      *                                through ORD.
       CHECK-FILE-EXISTS.
           MOVE 'N' TO WS-EXISTS-SWITCH.
           MOVE SPACES TO WS-FILE-STAMP.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-FILE-CHECK-NAME WS-FILE-EXIST-INFO.
           IF RETURN-CODE = 0 THEN
               SET WS-FILE-EXISTS TO TRUE
               MOVE WS-FILE-YEAR TO WS-FILE-STAMP(1:4)
               COMPUTE WS-STAMP-PART
                     = FUNCTION ORD(WS-FILE-MONTH) - 1
               END-COMPUTE
               MOVE WS-STAMP-PART TO WS-FILE-STAMP(5:2)
               COMPUTE WS-STAMP-PART = FUNCTION ORD(WS-FILE-DAY) - 1
               END-COMPUTE
               MOVE WS-STAMP-PART TO WS-FILE-STAMP(7:2)
               MOVE '-' TO WS-FILE-STAMP(9:1)
               COMPUTE WS-STAMP-PART
                     = FUNCTION ORD(WS-FILE-HOUR) - 1
               END-COMPUTE
               MOVE WS-STAMP-PART TO WS-FILE-STAMP(10:2)
               COMPUTE WS-STAMP-PART
                     = FUNCTION ORD(WS-FILE-MINUTE) - 1
               END-COMPUTE
               MOVE WS-STAMP-PART TO WS-FILE-STAMP(12:2)
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           EXIT PARAGRAPH.
