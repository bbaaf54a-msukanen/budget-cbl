      ******************************************************************
      *
      * LEDGSIGN - request area for the LEDGER-SIGNON subprogram, the
      * one reader of DATA/OPERATORS.CSV: who may key entries into
      * which ledgers, and how large a single entry each of them may
      * post without a second operator's approval.
      *
      * Protocol: set SO-OP and CALL 'LEDGER-SIGNON' USING SO-REQUEST.
      *
      *   SO-OP      'S' look SO-OPERATOR-ID up; when SO-LEDGER-NAME
      *                  is not blank, also check the operator may
      *                  post to that ledger
      *   SO-STATUS  '0' signed on (SO-OPERATOR-NAME, SO-LIMIT-...
      *                  describe the operator)
      *              'N' no operator file - sign-on is not in force
      *              'U' no such operator
      *              'D' the operator may not post to SO-LEDGER-NAME
      *              'F' failure (SO-ERROR-TEXT says why)
      *
      * DATA/OPERATORS.CSV holds one line per operator,
      *   ID;NAME;LIMIT;LEDGERS
      * ID up to 8 characters (case-blind), LIMIT the largest single
      * entry, either sign, the operator may post unapproved - blank
      * for no limit - and LEDGERS the ledgers the operator may post
      * to, separated by spaces: each the ledger as named on the
      * command line or its file name alone, or '*' for every
      * ledger.  '*' lines are comments.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *
      ******************************************************************
       01  SO-REQUEST.
           05  SO-OP                   PIC X.
           05  SO-STATUS               PIC X.
           05  SO-ERROR-TEXT           PIC X(60).
           05  SO-OPERATOR-ID          PIC X(8).
           05  SO-LEDGER-NAME          PIC X(80).
           05  SO-OPERATOR-NAME        PIC X(30).
      *                                'Y' when the operator has a
      *                                single-entry limit.
           05  SO-LIMIT-SWITCH         PIC X.
               88  SO-HAS-LIMIT        VALUE 'Y'.
           05  SO-ENTRY-LIMIT          PIC S9(7)V99 USAGE COMP-3.
