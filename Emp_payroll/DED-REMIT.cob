      *>               trusting the FD record area to survive the
      *>               CLOSE, preserving the pay run's double-post
      *>               guard fields.
      *>   2026-10-15  Pay-history record widened to 580 for the state
      *>               withholding fields.
      *>   2026-10-15  Pay-history record widened to 583 for the
      *>               off-cycle run fields.
      *>   2026-10-15  Pay-history record widened to 601 for the
      *>               401(k) match fields.
      *>   2026-10-15  Pay-history record widened to 605 for the
      *>               prior-year correction tax year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 DPM-FREQUENCY       PIC X.

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
