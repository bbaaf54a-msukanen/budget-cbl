      ******************************************************************
      *
      * LEDGCAT - request area for the LEDGER-CATALOG subprogram, the
      * keeper of DATA/CATALOG.CSV: one record per ledger period,
      * live or archived, so the cross-period reports can be pointed
      * at an account instead of a hand-typed list of .CLOSED files.
      *
      * Protocol: set CT-OP and CALL 'LEDGER-CATALOG' USING CT-REQUEST.
      *
      *   CT-OP      'C' record a close: the period held in
      *                  CT-LEDGER-NAME is now CT-ARCHIVE-NAME, closed
      *                  at CT-CLOSING, and CT-NEXT-NAME opens the
      *                  following period at the same figure
      *              'R' record a reopen: CT-ARCHIVE-NAME is live
      *                  again as CT-LEDGER-NAME and the aborted
      *                  CT-NEXT-NAME is gone
      *              'F' find the record for the file CT-LEDGER-NAME
      *                  (CT-SEL-... entry 1); for a file not on
      *                  file ('N'), CT-ACCOUNT comes back as the
      *                  account a close would record it under
      *              'S' select an account's periods, oldest first,
      *                  between CT-FROM-PERIOD and CT-TO-PERIOD
      *                  (blank = open-ended); CT-ACCOUNT blank
      *                  selects every account, by account then
      *                  period
      *              'Y' record a year rolled up: every CLOSED
      *                  period of CT-ACCOUNT from CT-FROM-PERIOD to
      *                  CT-TO-PERIOD gives way to one SUMMARY record
      *                  for the summary ledger CT-ARCHIVE-NAME under
      *                  CT-PERIOD, opening at CT-OPENING and closing
      *                  at CT-CLOSING (see BUDGET-RETAIN); refused
      *                  ('F') when a period in the range is not
      *                  closed
      *   CT-STATUS  '0' done, 'N' nothing catalogued matches,
      *              'F' failure (CT-ERROR-TEXT says why)
      *
      * On a close of a ledger the catalog has never seen, CT-ACCOUNT
      * and CT-PERIOD name the new record: a blank account is taken
      * from the file name (directory, extension and trailing period
      * digits dropped), a blank or invalid period is the current
      * month.  A ledger already on file keeps its own, and both
      * come back in CT-ACCOUNT/CT-PERIOD either way.  The catalog
      * is rewritten whole under the exclusive ledger lock on
      * DATA/CATALOG.CSV, so two accounts closing at once queue up.
      *
      * Catalog line: ACCOUNT;PERIOD;STATUS;FILE;OPENING;CLOSING;
      * CLOSED-AT with STATUS one of OPEN, CLOSED, REOPENED or
      * SUMMARY and CLOSED-AT the YYYYMMDD-HHMMSS of the close (both
      * money columns and the timestamp are blank while a period is
      * open).  A SUMMARY record stands for a whole year of closed
      * periods rolled up into one ledger, under the year's last
      * period; it reads like a CLOSED one.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *   2026-10-15  MS   'F' of an uncatalogued file returns the
      *                    account a close would give it.
      *   2026-10-15  MS   'Y' year roll-up and the SUMMARY status.
      *
      ******************************************************************
       01  CT-REQUEST.
           05  CT-OP                   PIC X.
           05  CT-STATUS               PIC X.
           05  CT-ERROR-TEXT           PIC X(60).
      *                                Caller's name, for the lock.
           05  CT-PROGRAM              PIC X(15).
           05  CT-ACCOUNT              PIC X(20).
           05  CT-PERIOD               PIC X(06).
           05  CT-FROM-PERIOD          PIC X(06).
           05  CT-TO-PERIOD            PIC X(06).
           05  CT-LEDGER-NAME          PIC X(80).
           05  CT-ARCHIVE-NAME         PIC X(80).
           05  CT-NEXT-NAME            PIC X(80).
           05  CT-OPENING              PIC S9(9)V99 USAGE COMP-3.
           05  CT-CLOSING              PIC S9(9)V99 USAGE COMP-3.
      *                                'F'/'S' results.  A selection
      *                                longer than the table is cut
      *                                at the table size with
      *                                CT-SELECT-OVERFLOW set to 'Y'.
           05  CT-SELECT-COUNT         PIC 9(4) USAGE COMP.
           05  CT-SELECT-OVERFLOW      PIC X.
           05  CT-SELECTED             OCCURS 200 TIMES.
               10  CT-SEL-ACCOUNT      PIC X(20).
               10  CT-SEL-PERIOD       PIC X(06).
               10  CT-SEL-STATUS       PIC X(08).
               10  CT-SEL-FILE         PIC X(80).
               10  CT-SEL-OPENING      PIC S9(9)V99 USAGE COMP-3.
               10  CT-SEL-CLOSING      PIC S9(9)V99 USAGE COMP-3.
               10  CT-SEL-CLOSED-AT    PIC X(15).
