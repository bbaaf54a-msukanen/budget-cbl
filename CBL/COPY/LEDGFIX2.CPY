      ******************************************************************
      *
      * LEDGFIX2 - the version 2 fixed ledger record, shared between
      * every program that reads or writes a .DTA ledger, archive or
      * DATA/STANDING.DTA template in that layout (BUDGET-MAIN,
      * BUDGET-MAINTAIN, BUDGET-STMATCH, BUDGET-PAYRUN, BUDGET-CONVERT
      * and LEDGER-READER's parser).
      *
      * A version 2 file opens with the header record
      *
      *     *BUDGET-LEDGER-V2
      *
      * on its first line; a file without it is the original layout
      * (MAIN.CBL's BUDGET-RECORD) and reads exactly as it always
      * did.  The header is a '*' comment line, so anything that
      * already skips comment lines steps over it unchanged.
      *
      *  bytes
      *    11  - monetary value, -9999999.99 .. 9999999.99
      *     1  - mode, see DATAPOTN; 'S' is a split portion of the
      *          money line above it (comment, category, amount and
      *          optional share marker only)
      *    50  - comment
      *     2  - REC-RECURRING repeat count
      *     3  - ISO currency code, blank means the default currency
      *     8  - transaction date, YYYYMMDD
      *     8  - category
      *     8  - operator who keyed the line
      *     8  - operator who approved it, see BUDGET-APPROVE
      *    30  - shared-cost marker, see BUDGET-SHARE
      *   ---
      *   129
      *
      * The elementary names match BUDGET-RECORD's, so a MOVE
      * CORRESPONDING works the same from either layout.  This
      * fragment is COPYed directly under the 01 record level.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *
      ******************************************************************
           05  CHANGE                  PIC -(7)9.99.
           05  RECORD-MODE             PIC X.
               COPY DATAPOTN.
           05  COMMENT                 PIC X(50).
           05  REPEAT-COUNT            PIC 99.
           05  CURRENCY-CODE           PIC XXX.
           05  TRANS-DATE              PIC X(8).
           05  CATEGORY                PIC X(8).
           05  KEYED-BY                PIC X(8).
           05  APPROVED-BY             PIC X(8).
           05  SHARE-SPEC              PIC X(30).
