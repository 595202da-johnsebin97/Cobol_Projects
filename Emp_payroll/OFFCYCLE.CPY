      *>----------------------------------------------------------------
      *> OFFCYCLE-TRANS-RECORD - one off-cycle pay item on
      *> OFFCYCLE.TRN, paid by OFF-CYCLE-PAY between regular runs:
      *>   "F" final pay for a terminated employee - OFT-AMOUNT is the
      *>       final wages owed (withheld at the period brackets) and
      *>       the unused vacation on LEAVEBAL.DAT is paid out with it
      *>       as supplemental pay; zero is valid when only the leave
      *>       payout is owed. TIMECARD-EDIT appends one with a zero
      *>       amount for every termination it applies that leaves
      *>       vacation to pay.
      *>   "B" bonus or commission - supplemental pay, withheld at
      *>       the flat supplemental rate.
      *>   "M" manual check - wages missed by the regular run,
      *>       withheld at the period brackets and always paid by
      *>       paper check.
      *> OFT-DESCRIPTION prints on the register and the stub. Shared
      *> between OFF-CYCLE-PAY and TIMECARD-EDIT the way
      *> EMPMASTER.CPY is.
      *>----------------------------------------------------------------
       01 OFFCYCLE-TRANS-RECORD.
           05 OFT-EMP-ID          PIC 9(5).
           05 OFT-ITEM-TYPE       PIC X.
               88 OFT-FINAL-PAY   VALUE "F".
               88 OFT-BONUS       VALUE "B".
               88 OFT-MANUAL-CHECK VALUE "M".
           05 OFT-AMOUNT          PIC 9(7)V99.
           05 OFT-DESCRIPTION     PIC X(20).
