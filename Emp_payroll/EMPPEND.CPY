      *>----------------------------------------------------------------
      *> WS-PENDING-RECORD - one employee-master change waiting on
      *> EMPPEND.DAT (the pending-changes file). EMPLOYEE-MAINT files
      *> every add/change/terminate transaction here instead of
      *> applying it, stamped with the entering user, and records
      *> the second user's approval; TIMECARD-EDIT, the first step of
      *> the pay run, applies each approved change once it is due
      *> and drops it from the file (the before/after images go to
      *> EMPMAINT.LOG as they always have). PAYROLL-SYSTEM only reads
      *> the file, to refuse a run that would pay against a master
      *> still missing a due change. Records are staged through
      *> WORKING-STORAGE like WS-HISTORY-RECORD; the file's FD record
      *> is PIC X(152) to match.
      *>
      *> PND-STATUS:
      *>   "W" awaiting approval - the change touches the rate (pay
      *>       basis, salary or hourly rate), department, filing
      *>       status or bank details, or is a new hire, and a user
      *>       other than PND-ENTERED-BY has not yet approved it;
      *>   "R" ready - approved (PND-APPROVED-BY is filled in) or a
      *>       change needing no approval (name, work state, birth
      *>       date, or a termination).
      *> Due for the pay period PAYPERIOD.PRM names: an add or
      *> change whose PND-EFF-DATE is on or before the period end
      *> date; a termination once PND-EFF-DATE - the last day
      *> employed - is before the period start date, so the final
      *> period's timecard still pays through the regular run.
      *>
      *> The PND-CHG- flags record which parts of the master a change
      *> alters, worked out against the master when it was entered:
      *> only those parts are moved when it applies, so a change
      *> entered ahead of another cannot put back the other's fields.
      *> The PND- transaction fields carry the EMPMAINT.TRN image.
      *>----------------------------------------------------------------
       01 WS-PENDING-RECORD.
           05 PND-SEQ-NBR          PIC 9(6).
           05 PND-STATUS           PIC X.
               88 PND-AWAITING-APPROVAL VALUE "W".
               88 PND-READY        VALUE "R".
           05 PND-ENTERED-BY       PIC X(8).
           05 PND-ENTERED-DATE     PIC 9(8).
           05 PND-APPROVED-BY      PIC X(8).
           05 PND-APPROVED-DATE    PIC 9(8).
           05 PND-CHANGE-FLAGS.
               10 PND-CHG-NAME     PIC X.
                   88 PND-NAME-CHANGED   VALUE "Y".
               10 PND-CHG-RATE     PIC X.
                   88 PND-RATE-CHANGED   VALUE "Y".
               10 PND-CHG-DEPT     PIC X.
                   88 PND-DEPT-CHANGED   VALUE "Y".
               10 PND-CHG-FILING   PIC X.
                   88 PND-FILING-CHANGED VALUE "Y".
               10 PND-CHG-BANK     PIC X.
                   88 PND-BANK-CHANGED   VALUE "Y".
               10 PND-CHG-STATE    PIC X.
                   88 PND-STATE-CHANGED  VALUE "Y".
               10 PND-CHG-BIRTH    PIC X.
                   88 PND-BIRTH-CHANGED  VALUE "Y".
           05 PND-ACTION           PIC X.
               88 PND-ADD          VALUE "A".
               88 PND-CHANGE       VALUE "C".
               88 PND-TERMINATE    VALUE "T".
           05 PND-EMP-ID           PIC 9(5).
           05 PND-NAME             PIC X(30).
           05 PND-RATE             PIC 9(3)V99.
           05 PND-DEPT             PIC X(10).
           05 PND-FILING-STATUS    PIC X.
           05 PND-ROUTING-NUMBER   PIC 9(9).
           05 PND-ACCOUNT-NUMBER   PIC X(17).
           05 PND-PAY-BASIS        PIC X.
               88 PND-SALARIED     VALUE "S".
           05 PND-ANNUAL-SALARY    PIC 9(7)V99.
           05 PND-WORK-STATE       PIC X(2).
           05 PND-EFF-DATE         PIC 9(8).
           05 PND-BIRTH-DATE       PIC 9(8).
