      ******************************************************************
      *
      * LEDGSEAL - request area for the LEDGER-SEAL subprogram, the
      * keeper of each ledger's control record: the figures the
      * ledger held the last time a program of this system wrote it,
      * so an edit made behind the system's back shows up the next
      * time anything trusts the numbers.
      *
      * Protocol: set SL-OP and CALL 'LEDGER-SEAL' USING SL-REQUEST.
      *
      *   SL-OP      'V' verify SL-LEDGER-NAME against its control
      *                  record
      *              'W' (re)write the control record from the
      *                  ledger as it stands now
      *              'M' move the control record along with a
      *                  renamed ledger: SL-LEDGER-NAME's record
      *                  becomes SL-NEW-NAME's, figures untouched
      *              'D' drop SL-LEDGER-NAME's control record
      *   SL-STATUS  '0' done / the ledger matches its record
      *              'N' no control record (an unsealed ledger -
      *                  one no sealing program has written yet)
      *              'M' mismatch: SL-MISMATCH-COUNT lines in
      *                  SL-MISMATCH-TEXT say which figure disagrees
      *                  and how
      *              'F' failure (SL-ERROR-TEXT says why)
      *
      * The control record is the file <ledger>.SEAL, one line
      *   COUNT;HASH;CHECKSUM;SEALED-AT;PROGRAM
      * COUNT is the ledger's content lines as LEDGER-READER returns
      * them (opening balance, money lines, split portions and
      * unreadable lines alike), HASH the sum of every amount it
      * could read, CHECKSUM a position- and order-weighted sum over
      * the raw text of every line, comments and blank lines
      * included.  A changed amount moves HASH, an added or removed
      * line moves COUNT, and any other edit - a comment, a date, a
      * category, two lines swapped - moves CHECKSUM.
      *
      * Writers verify before they write and rewrite the record
      * after, but only when the ledger matched (or had no record):
      * a ledger already out of seal keeps its old record, so the
      * next append cannot paper over an edit made before it.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *
      ******************************************************************
       01  SL-REQUEST.
           05  SL-OP                   PIC X.
           05  SL-STATUS               PIC X.
           05  SL-ERROR-TEXT           PIC X(60).
      *                                Caller's name, kept in the
      *                                control record.
           05  SL-PROGRAM              PIC X(15).
           05  SL-LEDGER-NAME          PIC X(80).
           05  SL-NEW-NAME             PIC X(80).
      *                                The ledger's figures as found
      *                                ('V', 'W') and as sealed ('V').
           05  SL-FOUND-COUNT          PIC 9(7) USAGE COMP.
           05  SL-FOUND-HASH           PIC S9(11)V99 USAGE COMP-3.
           05  SL-FOUND-CHECKSUM       PIC 9(9) USAGE COMP.
           05  SL-SEALED-COUNT         PIC 9(7) USAGE COMP.
           05  SL-SEALED-HASH          PIC S9(11)V99 USAGE COMP-3.
           05  SL-SEALED-CHECKSUM      PIC 9(9) USAGE COMP.
           05  SL-SEALED-AT            PIC X(15).
           05  SL-SEALED-BY            PIC X(15).
           05  SL-MISMATCH-COUNT       PIC 9 USAGE COMP.
           05  SL-MISMATCH-TEXT        OCCURS 3 TIMES PIC X(70).
