      *> PAYROLL-SYSTEM stages an "I" (issued) record per paper
      *> check from 226-WRITE-PAY-CHECK to CHECKMSTR.TMP and
      *> publishes the staged records here once the run balances;
      *> OFF-CYCLE-PAY appends its "I" records directly from its own
      *> 226-WRITE-PAY-CHECK; CHECK-MAINT flips a record
      *> to "V" (void) on a stop, appends the "R" (reissue) record
      *> cut in its place - the two linked through CHKM-LINK-NBR in
      *> both directions - marks records cleared from the bank's
      *> from the whole file. YEAR-END-CLOSE trims the file each
      *> close: the year's cleared and voided records archive to
      *> CHECKMSTR-<yyyy>.DAT and only outstanding checks carry
      *> forward. INTEGRITY-AUDIT reads the file, and PAY-INQUIRY
      *> reads it with the CHECKMSTR-<yyyy>.DAT archives. Shared
      *> between PAYROLL-SYSTEM, OFF-CYCLE-PAY, CHECK-MAINT,
      *> DED-REMIT, YEAR-END-CLOSE, INTEGRITY-AUDIT and PAY-INQUIRY
      *> the way EMPMASTER.CPY is.
      *>----------------------------------------------------------------
       01 CHECK-MASTER-RECORD.
           05 CHKM-CHECK-NBR      PIC 9(8).
