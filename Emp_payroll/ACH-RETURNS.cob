      *>               the next pay run restart the prenote ladder
      *>               against the dead account and resume deposits
      *>               to it a period later.
      *>   2026-10-15  Audit image and EMPMAINT.LOG line widened with
      *>               the employee master (pay basis and salary).
      *>   2026-10-15  Audit image widened again for the master's
      *>               work-state code.
      *>   2026-10-15  Audit image widened for the master's birth
      *>               date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "EMPMASTER.CPY".

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE          PIC X(132).

       FD RETURNS-REGISTER.
       01 RETURNS-REGISTER-LINE   PIC X(132).
           05 AUD-TAG              PIC X(8).
           05 AUD-ACTION           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUD-IMAGE            PIC X(105).

       01 WS-REGISTER-HEADER.
           05 FILLER              PIC X(8)  VALUE "EMP-ID".
