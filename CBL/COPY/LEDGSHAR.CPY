      ******************************************************************
      *
      * LEDGSHAR - request area for the LEDGER-SHARES subprogram, the
      * one reader of DATA/MEMBERS.CSV (the household members who
      * share costs) and the one interpreter of the share marker a
      * ledger line carries when one member paid it on behalf of
      * several.
      *
      * Protocol: set SH-OP and CALL 'LEDGER-SHARES' USING SH-REQUEST.
      *
      *   SH-OP      'L' load the member file into SH-MEMBER
      *              'V' validate SH-SPEC as keyed for a new line:
      *                  every member named must be on file and
      *                  active (SH-SPEC comes back in its tidy form,
      *                  a '*' written out as the active members'
      *                  IDs - refused if that is over 30 characters)
      *              'S' split SH-AMOUNT by SH-SPEC into SH-PART,
      *                  one amount per member bearing a share; an
      *                  inactive member still takes the share an
      *                  older line gave them
      *   SH-STATUS  '0' done, 'N' no member file - nothing is
      *              shared, 'E' the marker does not read (SH-ERROR-
      *              TEXT says why), 'F' failure
      *
      * The marker is PAYER:SHARES - the member who paid, then who
      * bears the cost: '*' for every active member equally, or a
      * ','-separated list of member IDs, each optionally '=parts'
      * for an unequal split (MS:MS,AK is half each, MS:MS=2,AK=1
      * two thirds and one third, AK:MS puts all of it on MS).  Each
      * share is rounded to the cent and the last member named takes
      * whatever rounding left over, so the shares always add up to
      * the amount exactly.  IDs are case-blind.
      *
      * DATA/MEMBERS.CSV holds one line per member,
      *   ID;NAME;ACTIVE
      * ID up to 8 characters, ACTIVE 'N' for a member who has moved
      * out (blank means active).  '*' lines are comments.
      *
      * Modification history:
      *   2026-10-15  MS   Original.
      *   2026-10-15  MS   'V' writes '*' out as the active members.
      *
      ******************************************************************
       01  SH-REQUEST.
           05  SH-OP                   PIC X.
           05  SH-STATUS               PIC X.
           05  SH-ERROR-TEXT           PIC X(60).
           05  SH-SPEC                 PIC X(30).
           05  SH-AMOUNT               PIC S9(9)V99 USAGE COMP-3.
           05  SH-PAYER                PIC X(08).
           05  SH-PART-COUNT           PIC 99.
           05  SH-PART                 OCCURS 20 TIMES.
               10  SH-PART-MEMBER      PIC X(08).
               10  SH-PART-WEIGHT      PIC 99.
               10  SH-PART-AMOUNT      PIC S9(9)V99 USAGE COMP-3.
      *                                'L' results, also filled in by
      *                                the first 'V' or 'S'.
           05  SH-MEMBER-COUNT         PIC 99.
           05  SH-MEMBER               OCCURS 20 TIMES.
               10  SH-MEMBER-ID        PIC X(08).
               10  SH-MEMBER-NAME      PIC X(30).
               10  SH-MEMBER-ACTIVE    PIC X.
