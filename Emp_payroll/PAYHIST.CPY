      *> number supplied on PAYPERIOD.PRM. Each split line carries
      *> its timecard line type so a downstream reprice (RETRO-PAY)
      *> can tell worked hours, which ran the overtime test, from
      *> flat-paid leave hours. HIST-TAX is the federal withholding;
      *> the state withholding for the employee's work state rides
      *> separately in HIST-STATE/HIST-STATE-TAX (blank on records
      *> written before state withholding existed - readers treat a
      *> non-numeric HIST-STATE-TAX as zero). A record written by an
      *> off-cycle run (OFF-CYCLE-PAY) carries HIST-TYPE "O", its run
      *> number within the period in HIST-RUN-SEQ and the item paid
      *> ("F" final pay, "B" bonus/commission, "M" manual check) in
      *> HIST-OFF-ITEM; regular-run records carry zero and a space
      *> there. HIST-ER-401K-MATCH is the employer 401(k) match
      *> credited for the period and HIST-PLAN-COMP the plan-eligible
      *> compensation it was figured on (zero on records written
      *> before the match existed, and on off-cycle records, which
      *> carry no deferrals). HIST-TAX-YEAR is zero except on an
      *> ADJUSTMENT correcting a year already closed, where it names
      *> that year: such a record is published to the closed year's
      *> PAYHIST-<yyyy>.DAT archive, not to PAYHIST.DAT, and readers
      *> treat a non-numeric HIST-TAX-YEAR (older records) as zero.
      *> Shared by PAYROLL-SYSTEM, OFF-CYCLE-PAY, YEAR-END-CLOSE,
      *> QTR-TAX-REPORT, DED-REMIT, RETRO-PAY, INTEGRITY-AUDIT,
      *> PAY-INQUIRY and JOB-COST; the FD record is PIC X(605) to
      *> match.
      *>----------------------------------------------------------------
       01 WS-HISTORY-RECORD.
           05 HIST-PERIOD          PIC 9(6).
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 HIST-LD-GROSS    PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 HIST-STATE           PIC X(2).
           05 HIST-STATE-TAX       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 HIST-RUN-SEQ         PIC 9(2).
           05 HIST-OFF-ITEM        PIC X.
           05 HIST-ER-401K-MATCH   PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 HIST-PLAN-COMP       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 HIST-TAX-YEAR        PIC 9(4).
