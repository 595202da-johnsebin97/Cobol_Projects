      *>----------------------------------------------------------------
      *> YTD-MASTER-RECORD - the indexed year-to-date master
      *> (YTD-MASTER.DAT), keyed by YTD-EMP-ID. Carries, besides the
      *> employee-side running totals, the wage bases the employer-
      *> side calculation caps against: Social Security, FUTA and
      *> SUTA taxable wages posted so far this year. Medicare has no
      *> wage base. YTD-TAX is the federal withholding; YTD-STATE-TAX
      *> is the state withholding across every state the employee
      *> was paid in this year (the per-state split lives on the
      *> pay-history detail). YTD-401K-DEFERRAL is the employee's
      *> 401(k) deferrals this year, pretax and Roth together - what
      *> the annual deferral limit is enforced against - and
      *> YTD-401K-MATCH the employer match credited on them. Posted
      *> by PAYROLL-SYSTEM, archived and reset by YEAR-END-CLOSE; the
      *> archive record is PIC X(104) to match.
      *>----------------------------------------------------------------
       01 YTD-MASTER-RECORD.
           05 YTD-EMP-ID          PIC 9(5).
           05 YTD-GROSS           PIC S9(9)V99.
           05 YTD-TAX             PIC S9(9)V99.
           05 YTD-NET             PIC S9(9)V99.
           05 YTD-SS-WAGES        PIC S9(9)V99.
           05 YTD-FUTA-WAGES      PIC S9(9)V99.
           05 YTD-SUTA-WAGES      PIC S9(9)V99.
           05 YTD-STATE-TAX       PIC S9(9)V99.
           05 YTD-401K-DEFERRAL   PIC S9(9)V99.
           05 YTD-401K-MATCH      PIC S9(9)V99.
