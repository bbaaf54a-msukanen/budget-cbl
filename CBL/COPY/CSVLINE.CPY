      *
      * Sized for the widest line the format can hold: CHANGE (10) +
      * ';' + COMMENT (50) + ';' + CATEGORY (8) + ';' + CURRENCY (3)
      * + ';' + DATE (8) + ';' + MODE (1) + ';' + REPEAT (2) + ';' +
      * KEYED-BY (8) + ';' + APPROVED-BY (8) + ';' + SHARE (30),
      * with headroom.  The
      * optional 6th and 7th columns carry the DATAPOTN mode and the
      * recurring repeat count; lines without them are committed 'A'
      * lines, so every pre-existing ledger still reads unchanged.
      * The optional 8th and 9th name the operator who keyed the
      * line and the one who approved it (see BUDGET-APPROVE), and
      * the optional 10th the shared-cost marker (see BUDGET-SHARE).
      *
      * This fragment is COPYed directly under the FD's 01 record
      * level, in place of a hand-written CSV-LINE field.
      *                    the YYYYMMDD transaction date.
      *   2026-09-02  MS   6th/7th columns (mode, repeat count) fit
      *                    inside the existing headroom.
      *   2026-10-15  MS   Widened for the 8th/9th columns, the
      *                    keying and approving operators.
      *   2026-10-15  MS   Widened for the 10th column, the shared-
      *                    cost marker.
      *
      ******************************************************************
           05  CSV-LINE                PIC X(150).
