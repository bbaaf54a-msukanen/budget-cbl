      * Protocol: set LR-OP and CALL 'LEDGER-READER' USING LR-REQUEST.
      *
      *   LR-OP      'O' open LR-FILE-NAME (format detected from the
      *                  name: anything containing '.CSV' is CSV;
      *                  a fixed file's layout from its first line,
      *                  see LEDGFIX2)
      *              'N' read the next content line into LR-ENTRY
      *              'C' close the stream
      *   LR-STATUS  '0' LR-ENTRY holds a good entry
      * never repairs: a repeat count of zero on an 'R' line is
      * returned as zero.  Only one stream may be open at a time.
      *
      * A money line whose comment starts 'XFER <reference> ' is one
      * leg of an inter-ledger transfer (BUDGET-MAINTAIN's TRANSFER
      * entry); its 14-digit reference comes back in LR-XFER-REF so
      * the two legs can be paired up across ledgers.  Every other
      * line returns LR-XFER-REF as spaces.
      *
      * A version 2 fixed file (LR-LAYOUT '2') carries the wider
      * amount, the 50-character comment, the category and 'S'
      * split-portion lines of its own; they come back exactly as
      * the CSV layout's do.  LR-LAYOUT is '1' on an original fixed
      * file and space on a CSV one.
      *
      * LR-KEYED-BY and LR-APPROVED-BY name the operator who keyed a
      * money line and the second operator who approved it (see
      * BUDGET-APPROVE): the CSV layout's optional 8th and 9th
      * columns, the fixed layout's optional bytes 54-61 and 62-69.
      * Lines written before sign-on existed return spaces; a split
      * portion returns its parent line's operators.
      *
      * LR-SHARE-SPEC is the share marker of a line one household
      * member paid on behalf of several (see LEDGER-SHARES): the
      * CSV layout's optional 10th column, or 4th on a '>' portion;
      * the fixed layout's optional bytes 70-99.  A portion without
      * a marker of its own returns its parent line's.
      *
      * A money line whose comment starts 'PAY <reference> ' was
      * posted by a payment run (BUDGET-PAYRUN); its 14-digit batch
      * reference comes back in LR-PAY-REF, so the batch can be
      * found again as a unit.  A line whose comment starts
      * 'REVERSES LINE <n>' is a reversal (BUDGET-MAINTAIN's void,
      * amendment and the payment run's postings), and
      * LR-REVERSED-LINE returns the <n> it reverses - zero on every
      * other line.
      *
      * Modification history:
      *   2026-08-22  MS   Original, for the .DTA/CSV converter and
      *                    the other either-format utilities.
      *   2026-08-22  MS   '>' split-portion lines returned as
      *                    LR-MODE 'S'.
      *   2026-09-02  MS   CSV mode and repeat-count columns.
      *   2026-10-15  MS   LR-XFER-REF, the transfer-pair reference.
      *   2026-10-15  MS   LR-KEYED-BY / LR-APPROVED-BY, the operator
      *                    columns.
      *   2026-10-15  MS   LR-SHARE-SPEC, the shared-cost marker.
      *   2026-10-15  MS   LR-PAY-REF, the payment-batch reference,
      *                    and LR-REVERSED-LINE.
      *   2026-10-15  MS   LR-LAYOUT, and the version 2 fixed layout;
      *                    LR-RAW-AMOUNT widened to match.
      *
      ******************************************************************
       01  LR-REQUEST.
           05  LR-FILE-NAME            PIC X(80).
      *                                'F' fixed / 'C' csv, set on open.
           05  LR-FORMAT               PIC X.
      *                                '1' / '2' fixed layout version,
      *                                space on a CSV file; set on
      *                                open.
           05  LR-LAYOUT               PIC X.
           05  LR-STATUS               PIC X.
           05  LR-LINE-NO              PIC 9(06).
           05  LR-ERROR-TEXT           PIC X(60).
               10  LR-DATE             PIC X(08).
      *                                The amount column as it stood
      *                                on the file, for diagnostics.
               10  LR-RAW-AMOUNT       PIC X(11).
      *                                Inter-ledger transfer reference
      *                                (YYYYMMDDHHMMSS), spaces on a
      *                                line that is not a transfer leg.
               10  LR-XFER-REF         PIC X(14).
      *                                Operator who keyed the line,
      *                                and the one who approved it
      *                                when it went over a limit;
      *                                spaces when not recorded.
               10  LR-KEYED-BY         PIC X(08).
               10  LR-APPROVED-BY      PIC X(08).
      *                                PAYER:SHARES when the line's
      *                                cost is shared, else spaces.
               10  LR-SHARE-SPEC       PIC X(30).
      *                                Payment batch (YYYYMMDDHHMMSS)
      *                                that posted the line, else
      *                                spaces.
               10  LR-PAY-REF          PIC X(14).
      *                                The line a reversal reverses,
      *                                zero on any other line.
               10  LR-REVERSED-LINE    PIC 9(06).
