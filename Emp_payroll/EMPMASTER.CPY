      *> EMPLOYEE-MASTER-RECORD - the indexed employee master
      *> (EMPMASTER.DAT), keyed by EMP-MASTER-ID. Carries the static
      *> employee data formerly re-keyed on every EMPLOYEE.DAT extract:
      *> name, rate, department, filing status, bank details, pay
      *> basis (hourly, or salaried with an annual salary), the
      *> state the employee works in, for state withholding, and
      *> the birth date 401(k) catch-up eligibility runs on. The
      *> per-period hours/type now travel on the slim TIMECARD.DAT
      *> extract instead. Shared between PAYROLL-SYSTEM (joins
      *> timecards to the master), EMPLOYEE-MAINT (edits
      *> add/change/terminate transactions against it) and
      *> TIMECARD-EDIT (applies them once approved and due).
      *>----------------------------------------------------------------
       01 EMPLOYEE-MASTER-RECORD.
           05 EMP-MASTER-ID        PIC 9(5).
               88 PRENOTE-PENDING  VALUE "P".
               88 PRENOTE-CLEARED  VALUE "C".
           05 EMP-PRENOTE-PERIOD   PIC 9(6).
      *>      EMP-PAY-BASIS: "H" (or blank, on records built before the
      *>      field existed) = hourly, paid from timecard hours at
      *>      EMP-RATE; "S" = salaried (exempt), paid EMP-ANNUAL-SALARY
      *>      spread over the pay periods of the year, no overtime.
      *>      For a salaried employee EMP-RATE holds the hourly
      *>      equivalent TIMECARD-EDIT derives from the salary, the
      *>      rate leave and unpaid-time exception lines price at.
           05 EMP-PAY-BASIS        PIC X.
               88 PAY-HOURLY       VALUE "H" " ".
               88 PAY-SALARIED     VALUE "S".
           05 EMP-ANNUAL-SALARY    PIC 9(7)V99.
      *>      EMP-WORK-STATE is the two-letter postal code of the state
      *>      the employee works in, which selects the state withholding
      *>      table PAYROLL-SYSTEM loads from TAXRATES.PRM. Blank (as on
      *>      records built before the field existed) withholds no
      *>      state tax.
           05 EMP-WORK-STATE       PIC X(2).
      *>      EMP-BIRTH-DATE (YYYYMMDD) decides 401(k) catch-up
      *>      eligibility: the employee may defer the plan's catch-up
      *>      amount on top of the regular limit from the calendar
      *>      year in which they reach the plan's catch-up age. Zero
      *>      (not on file) never qualifies.
           05 EMP-BIRTH-DATE       PIC 9(8).
