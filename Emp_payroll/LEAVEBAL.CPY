      *> (LEAVEBAL.DAT), keyed by LVB-EMP-ID, carrying each
      *> employee's vacation and sick-leave hours. PAYROLL-SYSTEM
      *> accrues onto it each period at type-based rates and draws
      *> "V"/"S" timecard takes down from it; TIMECARD-EDIT reads it
      *> when it applies a termination, to surface the payable
      *> unused balance.
      *> Shared the way EMPMASTER.CPY is.
      *>----------------------------------------------------------------
       01 LEAVE-BALANCE-RECORD.
