      ******************************************************************
      *
      * LEDGLOAN - request area for the LEDGER-LOANS subprogram, the
      * keeper of DATA/LOANS.CSV: the loan master, one line per car
      * loan or mortgage, so the ledgers know what is still owed and
      * how much of each payment is interest.
      *
      * Protocol: set LN-OP and CALL 'LEDGER-LOANS' USING LN-REQUEST.
      *
      *   LN-OP      'L' load every loan into LN-LOAN, each with the
      *                  split of its next payment (LN-DUE-...).  A
      *                  loan whose last payment was already posted
      *                  into LN-FILE-NAME comes back with LN-REPOST
      *                  set and that payment's split instead, so a
      *                  close repeated into the same file writes the
      *                  same lines and a reopen can recognise them.
      *                  When LN-PERIOD (YYYYMM) is given, LN-POST-DATE
      *                  comes back as the loan's payment day in that
      *                  month (a reposted loan keeps its old date)
      *              'P' post: every loan the caller flagged with
      *                  LN-POST-IT (after an 'L') is brought down by
      *                  the principal of its due payment and marked
      *                  as posted into LN-FILE-NAME on LN-POST-DATE
      *              'U' undo: every loan posted into LN-FILE-NAME is
      *                  put back the way it stood before the posting
      *   LN-STATUS  '0' done (LN-CHANGED-COUNT loans changed by
      *                  'P'/'U'), 'N' no loan master, 'F' failure
      *                  (LN-ERROR-TEXT says why)
      *
      * DATA/LOANS.CSV holds one line per loan,
      *   ID;DESCRIPTION;PRINCIPAL;RATE;TERM;PAYDAY;INT-CAT;PRIN-CAT;
      *   ACCOUNT;PAYMENT;BALANCE;PAID;POSTED-TO;POSTED-DATE;
      *   PRIOR-BALANCE
      * ID up to 8 characters, RATE the annual rate in percent, TERM
      * the number of monthly payments, PAYDAY the day of the month
      * the payment falls on (a short month pays on its last day),
      * INT-CAT/PRIN-CAT the categories the interest and principal
      * portions are booked to, and ACCOUNT the catalog account
      * whose ledger pays it (blank: whichever ledger is closed).
      * PAYMENT blank is the level annuity payment for PRINCIPAL,
      * RATE and TERM.  The last five columns are kept by the
      * system: BALANCE the outstanding principal (blank: PRINCIPAL),
      * PAID the payments posted so far, and POSTED-TO, POSTED-DATE
      * and PRIOR-BALANCE the last posting, which is what an undo
      * puts back.  '*' lines are comments and are kept as they are.
      *
      * Interest for a month is the outstanding balance times RATE
      * over 1200, rounded to the cent; the rest of the payment is
      * principal, and the final payment is whatever clears the
      * balance.  The master is read under the shared lock and
      * rewritten whole under the exclusive lock on DATA/LOANS.CSV.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *
      ******************************************************************
       01  LN-REQUEST.
           05  LN-OP                   PIC X.
           05  LN-STATUS               PIC X.
           05  LN-ERROR-TEXT           PIC X(60).
      *                                Caller's name, for the lock.
           05  LN-PROGRAM              PIC X(15).
      *                                The next-period ledger being
      *                                posted into, or reopened.
           05  LN-FILE-NAME            PIC X(80).
           05  LN-PERIOD               PIC X(06).
           05  LN-CHANGED-COUNT        PIC 99.
      *                                'Y' when the master holds more
      *                                loans than the table; the rest
      *                                are left alone.
           05  LN-LOAN-OVERFLOW        PIC X.
           05  LN-LOAN-COUNT           PIC 99.
           05  LN-LOAN                 OCCURS 20 TIMES.
               10  LN-ID               PIC X(08).
               10  LN-DESCRIPTION      PIC X(30).
               10  LN-PRINCIPAL        PIC S9(9)V99 USAGE COMP-3.
               10  LN-RATE             PIC 9(3)V9(4) USAGE COMP-3.
               10  LN-TERM             PIC 9(3) USAGE COMP.
               10  LN-PAYDAY           PIC 99.
               10  LN-INT-CATEGORY     PIC X(08).
               10  LN-PRIN-CATEGORY    PIC X(08).
               10  LN-ACCOUNT          PIC X(20).
               10  LN-PAYMENT          PIC S9(7)V99 USAGE COMP-3.
               10  LN-BALANCE          PIC S9(9)V99 USAGE COMP-3.
               10  LN-PAID             PIC 9(3) USAGE COMP.
               10  LN-POSTED-TO        PIC X(80).
               10  LN-POSTED-DATE      PIC X(08).
               10  LN-PRIOR-BALANCE    PIC S9(9)V99 USAGE COMP-3.
      *                                The payment the next posting
      *                                makes (zero once paid off),
      *                                or the one already posted
      *                                into LN-FILE-NAME.
               10  LN-DUE-PAYMENT      PIC S9(7)V99 USAGE COMP-3.
               10  LN-DUE-INTEREST     PIC S9(7)V99 USAGE COMP-3.
               10  LN-DUE-PRINCIPAL    PIC S9(7)V99 USAGE COMP-3.
               10  LN-REPOST-SWITCH    PIC X.
                   88  LN-REPOST       VALUE 'Y'.
      *                                Set by the caller for 'P'.
               10  LN-POST-SWITCH      PIC X.
                   88  LN-POST-IT      VALUE 'Y'.
               10  LN-POST-DATE        PIC X(08).
