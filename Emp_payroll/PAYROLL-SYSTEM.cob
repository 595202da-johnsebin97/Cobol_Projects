      *>               line's timecard type so RETRO-PAY can tell
      *>               worked hours from flat-paid leave hours
      *>               (record widened to 568 bytes).
      *>   2026-10-15  Salaried pay basis: an employee whose master
      *>               carries EMP-PAY-BASIS "S" is paid the period's
      *>               share of EMP-ANNUAL-SALARY with no overtime,
      *>               through the salary line ("R") TIMECARD-EDIT
      *>               generates from the master - no keyed hours.
      *>               Keyed lines for a salaried employee are
      *>               exceptions: leave taken ("V"/"S") is paid out
      *>               of the salary and draws the balance, and unpaid
      *>               time (new type "U") reduces it, both at the
      *>               master's hourly equivalent. Salaried staff
      *>               accrue leave at the full-time rates, and the
      *>               salary prints on the pay and check stubs.
      *>   2026-10-15  State withholding: each employee is withheld
      *>               state income tax for the EMP-WORK-STATE on the
      *>               master, from graduated state brackets carried
      *>               on TAXRATES.PRM as type "T" rows - one
      *>               effective-dated generation per state, each
      *>               state selecting its own newest generation not
      *>               after the check date. WS-TAX stays the federal
      *>               figure; the state amount is a separate line on
      *>               PAYROLL.RPT, the pay and check stubs and the
      *>               pay-history detail (HIST-STATE/HIST-STATE-TAX,
      *>               record widened to 580 bytes), posts to the new
      *>               YTD-STATE-TAX (YTD layout moved to
      *>               YTDMASTER.CPY, shared with YEAR-END-CLOSE), and
      *>               credits its own GL liability account per state
      *>               (GLMAP.DAT type "S"). A work state with no
      *>               table lands on EXCEPTIONS.RPT and withholds no
      *>               state tax.
      *>   2026-10-15  Off-cycle support: the TAXRATES.PRM rates row
      *>               carries the flat supplemental withholding rate
      *>               (TRT-SUPP-RATE) OFF-CYCLE-PAY withholds bonuses
      *>               and leave payouts at, and the pay-history
      *>               detail carries the off-cycle run number and
      *>               item (record widened to 583 bytes; zero and
      *>               blank on this run's own records).
      *>   2026-10-15  Master maintenance is now future-dated and
      *>               applied by TIMECARD-EDIT from the pending-
      *>               changes file EMPPEND.DAT. A fresh run reads the
      *>               file and refuses to start while any approved
      *>               change due for the period is still on it - the
      *>               pay would be figured against a stale master.
      *>   2026-10-15  Trial run. When TRIAL.PRM is present the run
      *>               figures every employee exactly as a real run
      *>               would but posts nothing: the register and the
      *>               exceptions go to TRIALREG.RPT/TRIALEXC.RPT, and
      *>               no YTD, leave, history, arrears, NACHA, check,
      *>               GL or labor-cost output is touched, no check
      *>               number is used and RUNCTL.DAT/CHECKPOINT.CTL
      *>               are left alone. VARIANCE.RPT compares each
      *>               employee with the last period on PAYHIST.DAT.
      *>   2026-10-15  401(k). PLAN401K.PRM carries the plan's
      *>               effective-dated parameters: the pretax and Roth
      *>               deduction codes, the annual deferral limit, the
      *>               catch-up limit and age, and a two-tier match
      *>               formula. Each employee's deferrals are capped at
      *>               the limit (plus catch-up from the year the
      *>               master's birth date reaches the catch-up age)
      *>               less YTD-401K-DEFERRAL, the trimmed amount noted
      *>               on EXCEPTIONS.RPT and never carried as arrears.
      *>               The employer match is figured on the period's
      *>               deferral and gross, posted to YTD-MASTER and the
      *>               pay-history detail (record widened to 601
      *>               bytes), charged to a match-expense debit per
      *>               department against a match-payable credit on the
      *>               GL journal (GLMAP.DAT types "M" and "K"), and
      *>               added to LABORCOST.RPT's burden. RKEEPER.DAT,
      *>               staged and published like NACHA.DAT, gives the
      *>               recordkeeper each participant's deferrals,
      *>               match and plan compensation.
      *>   2026-10-15  Prior-year corrections. An ADJUSTMENT now
      *>               carries the tax year it corrects (TC-TAX-YEAR,
      *>               zero = the check date's year). One naming a
      *>               year already closed is validated against that
      *>               year's YTDMASTER-<yyyy>.DAT and
      *>               PAYHIST-<yyyy>.DAT archives instead of this
      *>               year's history, takes no deductions, caps its
      *>               employer wage bases against the closed year's
      *>               figures and never
      *>               touches YTD-MASTER.DAT: its history record
      *>               (HIST-TAX-YEAR set, record widened to 605) is
      *>               published to the year's PAYHIST archive, not
      *>               PAYHIST.DAT, so no current quarter sees it, and
      *>               the corrected YTD records are written back into
      *>               the year's YTD archive. W2CORR.RPT lists each
      *>               corrected employee's original and corrected
      *>               figures and the difference, W-2c fashion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MASTER-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT PAYROLL-REPORT ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "EMPLOYEE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREARS-EXPORT ASSIGN TO "ARREARS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC WS-EXCEPTIONS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NACHA-EXPORT-FILE ASSIGN TO "NACHA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-LVB-STATUS.
           SELECT LEAVE-REPORT-FILE ASSIGN TO "LEAVE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "EMPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRIAL-PARM-FILE ASSIGN TO "TRIAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-PRM-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARIANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAN-PARM-FILE ASSIGN TO "PLAN401K.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-PRM-STATUS.
           SELECT RKEEPER-EXPORT ASSIGN TO "RKEEPER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RKEEPER-FINAL-FILE ASSIGN TO "RKEEPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-HIST-ARCHIVE ASSIGN TO DYNAMIC WS-PY-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-HIST-STATUS.
           SELECT PRIOR-YTD-ARCHIVE ASSIGN TO DYNAMIC WS-PY-YTD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-YTD-STATUS.
           SELECT PRIOR-YTD-WORK ASSIGN TO "YTDMASTER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2C-REPORT-FILE ASSIGN TO "W2CORR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> is assumed cut in home EMP-DEPT order with an employee's
      *> lines adjacent (TIMECARD-EDIT produces exactly that) so the
      *> grouping in 200-PROCESS-RECORDS and the department subtotals
      *> in 228-CHECK-DEPARTMENT-BREAK both work. TC-TAX-YEAR, on an
      *> ADJUSTMENT only, names the tax year the adjustment corrects;
      *> zero (or blank, on an extract cut before it existed) is the
      *> year of the check date.
      *>----------------------------------------------------------------
       FD TIMECARD-FILE.
       01 TIMECARD-RECORD.
               88 TC-ADJUSTMENT   VALUE "A".
               88 TC-VACATION     VALUE "V".
               88 TC-SICK         VALUE "S".
               88 TC-UNPAID       VALUE "U".
               88 TC-SALARY       VALUE "R".
           05 TC-CHARGE-DEPT      PIC X(10).
           05 TC-JOB-CODE         PIC X(8).
           05 TC-RATE-OVERRIDE    PIC 9(3)V99.
           05 TC-TAX-YEAR         PIC 9(4).

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".
      *> hard-coded brackets and wage-base constants. Each record
      *> carries the date its generation takes effect: one type "R"
      *> record per generation with the employer-side rates and wage
      *> bases (plus the flat supplemental rate OFF-CYCLE-PAY
      *> withholds bonuses and leave payouts at), and twelve type "B"
      *> records (3 filing statuses x 4 brackets) with the graduated
      *> federal withholding table.
      *> 106-LOAD-TAX-TABLE selects the newest generation whose
      *> effective date is not after the run's check date; a check
      *> date no generation covers, or an incomplete generation,
      *> abends the run - better stopped than withholding at stale
      *> rates. State withholding brackets ride the same file as type
      *> "T" records keyed by state code, filing status and bracket
      *> number (up to 4 brackets per status; a flat-rate state
      *> needs only bracket 1, a state with no income tax a single
      *> zero-rate bracket). Each state is effective-dated on its own:
      *> its newest generation not after the check date is used,
      *> independently of the federal generation and of other states.
      *>----------------------------------------------------------------
       FD TAX-RATES-FILE.
       01 TAX-RATES-RECORD.
           05 TRT-RECORD-TYPE     PIC X.
               88 TRT-RATES-ROW   VALUE "R".
               88 TRT-BRACKET-ROW VALUE "B".
               88 TRT-STATE-ROW   VALUE "T".
           05 TRT-EFFECTIVE-DATE  PIC 9(8).
           05 TRT-DETAIL          PIC X(60).
           05 TRT-RATES-DETAIL REDEFINES TRT-DETAIL.
               10 TRT-SS-BASE       PIC 9(7)V99.
               10 TRT-FUTA-BASE     PIC 9(7)V99.
               10 TRT-SUTA-BASE     PIC 9(7)V99.
               10 TRT-SUPP-RATE     PIC V9999.
               10 FILLER            PIC X(13).
           05 TRT-BRACKET-DETAIL REDEFINES TRT-DETAIL.
               10 TRT-FILING-STATUS PIC 9.
               10 TRT-BRACKET-NBR   PIC 9.
               10 TRT-RATE          PIC V999.
               10 TRT-BASE-TAX      PIC 9(7)V99.
               10 FILLER            PIC X(28).
           05 TRT-STATE-DETAIL REDEFINES TRT-DETAIL.
               10 TRT-STATE-CODE    PIC X(2).
               10 TRT-ST-FILING-STATUS PIC 9.
               10 TRT-ST-BRACKET-NBR PIC 9.
               10 TRT-ST-LOWER-LIMIT PIC 9(7)V99.
               10 TRT-ST-UPPER-LIMIT PIC 9(7)V99.
               10 TRT-ST-RATE       PIC V9999.
               10 TRT-ST-BASE-TAX   PIC 9(7)V99.
               10 FILLER            PIC X(25).

      *>----------------------------------------------------------------
      *> ARCHIVE-INPUT/ARCHIVE-OUTPUT are the generic pair
      *> GL-MAP-FILE (GLMAP.DAT) translates payroll keys to general-
      *> ledger account numbers: type "D" maps an EMP-DEPT to its
      *> salary-expense account, type "C" maps a DED-CODE to its
      *> deduction-clearing account, type "S" maps a work-state code
      *> to its state-tax-withheld liability account, type "M" maps
      *> an EMP-DEPT to its 401(k) match-expense account, and the
      *> single type "T", "N" and "K" records carry the federal
      *> tax-withheld, net-pay-clearing and 401(k) match-payable
      *> liability accounts. A site that has not
      *> supplied the file gets no GL
      *> extract (noted on the console), not a garbage one.
      *>----------------------------------------------------------------
       FD LABOR-COST-REPORT.
       01 RUN-OVERRIDE-RECORD     PIC X(80).

       FD PAY-HISTORY-EXPORT.
       01 PAY-HISTORY-EXPORT-RECORD   PIC X(605).

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

       FD YTD-MASTER-FILE.
       COPY "YTDMASTER.CPY".

       FD LEAVE-BALANCE-FILE.
       COPY "LEAVEBAL.CPY".
       FD LEAVE-REPORT-FILE.
       01 LEAVE-REPORT-LINE       PIC X(132).

       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-RECORD   PIC X(152).

      *>----------------------------------------------------------------
      *> TRIAL-PARM-FILE (TRIAL.PRM) turns the run into a trial run
      *> when the operator supplies it, the way RUNOVERRIDE.FLG forces
      *> a repost - an empty file is enough. TRL-VARIANCE-PCT is the
      *> gross/net swing, in percent with one decimal (0150 = 15.0),
      *> that VARIANCE.RPT flags; blank or zero takes the default 25.0.
      *>----------------------------------------------------------------
       FD TRIAL-PARM-FILE.
       01 TRIAL-PARM-RECORD.
           05 TRL-VARIANCE-PCT    PIC 9(3)V9.

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-LINE    PIC X(132).

      *>----------------------------------------------------------------
      *> PLAN-PARM-FILE (PLAN401K.PRM) carries the 401(k) plan's
      *> parameters, one row per effective date; the newest row not
      *> after the check date applies, as TAXRATES.PRM generations
      *> do. PLN-PRETAX-CODE and PLN-ROTH-CODE are the DEDUCTIONS.DAT
      *> codes that are deferrals (either may be blank). The limits
      *> are annual dollars. The match is PLN-MATCH-RATE-1 percent of
      *> the deferral up to PLN-MATCH-UPTO-1 percent of the period's
      *> gross, plus PLN-MATCH-RATE-2 percent of the next deferral up
      *> to a further PLN-MATCH-UPTO-2 percent (e.g. 100% of the
      *> first 3% and 50% of the next 2%; zero rates for no match).
      *> With no file, or no row in effect, no limit is enforced and
      *> no match is paid.
      *>----------------------------------------------------------------
       FD PLAN-PARM-FILE.
       01 PLAN-PARM-RECORD.
           05 PLN-EFFECTIVE-DATE  PIC 9(8).
           05 PLN-PLAN-ID         PIC X(10).
           05 PLN-PRETAX-CODE     PIC X(4).
           05 PLN-ROTH-CODE       PIC X(4).
           05 PLN-DEFERRAL-LIMIT  PIC 9(5)V99.
           05 PLN-CATCHUP-LIMIT   PIC 9(5)V99.
           05 PLN-CATCHUP-AGE     PIC 9(2).
           05 PLN-MATCH-RATE-1    PIC 9(3)V99.
           05 PLN-MATCH-UPTO-1    PIC 9(2)V99.
           05 PLN-MATCH-RATE-2    PIC 9(3)V99.
           05 PLN-MATCH-UPTO-2    PIC 9(2)V99.

      *>----------------------------------------------------------------
      *> RKEEPER-EXPORT (RKEEPER.TMP) stages one contribution detail
      *> per 401(k) participant paid this run - anyone with a
      *> deferral or a match - written in the posting chain by
      *> 241-WRITE-RECORDKEEPER-DETAIL. 298-PUBLISH-RECORDKEEPER-FILE
      *> wraps the details in a header and a trailer (record count
      *> and totals) on RKEEPER.DAT, the file sent to the plan
      *> recordkeeper, once the run balances. Amounts carry a
      *> trailing separate sign so an ADJUSTMENT's correction can go
      *> negative.
      *>----------------------------------------------------------------
       FD RKEEPER-EXPORT.
       01 RKEEPER-DETAIL-RECORD.
           05 RKD-RECORD-TYPE     PIC X.
           05 RKD-PLAN-ID         PIC X(10).
           05 RKD-EMP-ID          PIC 9(5).
           05 RKD-EMP-NAME        PIC X(30).
           05 RKD-BIRTH-DATE      PIC 9(8).
           05 RKD-PERIOD          PIC 9(6).
           05 RKD-CHECK-DATE      PIC 9(8).
           05 RKD-PRETAX-DEFERRAL PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKD-ROTH-DEFERRAL   PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKD-ER-MATCH        PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKD-PLAN-COMP       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKD-YTD-DEFERRAL    PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKD-YTD-MATCH       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

       FD RKEEPER-FINAL-FILE.
       01 RKEEPER-FINAL-RECORD    PIC X(122).

      *>----------------------------------------------------------------
      *> PRIOR-HIST-ARCHIVE and PRIOR-YTD-ARCHIVE are a closed year's
      *> PAYHIST-<yyyy>.DAT and YTDMASTER-<yyyy>.DAT as YEAR-END-CLOSE
      *> left them, named at run time through WS-PY-HIST-NAME and
      *> WS-PY-YTD-NAME. A prior-year ADJUSTMENT is validated against
      *> them; once the run balances, its history record is appended
      *> to the history archive and the year's YTD archive is copied
      *> through PRIOR-YTD-WORK (YTDMASTER.NEW) with the corrected
      *> records in place of the originals. W2C-REPORT-FILE
      *> (W2CORR.RPT) is the corrected-statement listing.
      *>----------------------------------------------------------------
       FD PRIOR-HIST-ARCHIVE.
       01 PRIOR-HIST-RECORD       PIC X(605).

       FD PRIOR-YTD-ARCHIVE.
       01 PRIOR-YTD-RECORD        PIC X(104).

       FD PRIOR-YTD-WORK.
       01 PRIOR-YTD-WORK-RECORD   PIC X(104).

       FD W2C-REPORT-FILE.
       01 W2C-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 EOF-FLAG            PIC X VALUE 'N'.
               88 EOF             VALUE 'Y'.
           05 WS-YTD-STATUS       PIC XX VALUE SPACES.
               88 WS-YTD-NOT-FOUND VALUE "35".
           05 WS-PEND-EOF-FLAG    PIC X VALUE 'N'.
               88 PEND-EOF        VALUE 'Y'.
           05 WS-PEND-DUE-COUNT   PIC 9(5) VALUE ZERO.

       COPY "EMPPEND.CPY".

       01 WS-MASTER-INFO.
           05 WS-MST-STATUS       PIC XX VALUE SPACES.
           05 WS-AVAIL-NET        PIC S9(7)V99 VALUE ZERO.
           05 WS-TAKE-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05 WS-SHORT-AMOUNT     PIC S9(7)V99 VALUE ZERO.
           05 WS-DEMAND-AMOUNT    PIC S9(7)V99 VALUE ZERO.
           05 WS-ARR-EOF-FLAG     PIC X VALUE 'N'.
               88 ARR-EOF         VALUE 'Y'.
           05 WS-ARR-COPY-FLAG    PIC X VALUE 'N'.
           05 WS-GRP-LINE-COUNT   PIC 9(2) VALUE ZERO.
           05 WS-GRP-END-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-GRP-TOTAL-HOURS  PIC S9(4)V99 VALUE ZERO.
           05 WS-GRP-TAX-YEAR     PIC 9(4) VALUE ZERO.
           05 WS-GRP-LINE OCCURS 10 TIMES.
               10 WS-GRP-CHARGE-DEPT PIC X(10).
               10 WS-GRP-JOB-CODE    PIC X(8).
               10 WS-GRP-RATE        PIC 9(3)V99.
               10 WS-GRP-GROSS       PIC S9(7)V99.

       01 WS-PENDING-LINE         PIC X(39) VALUE SPACES.

       01 WS-GROUP-CALC.
           05 WS-GRP-SUB          PIC 9(2) VALUE ZERO.
           05 WS-OT-HOURS         PIC S9(4)V99 VALUE ZERO.
           05 WS-LINE-RATE        PIC 9(3)V99 VALUE ZERO.
           05 WS-LINE-GROSS       PIC S9(7)V99 VALUE ZERO.
           05 WS-PERIOD-SALARY    PIC S9(7)V99 VALUE ZERO.
           05 WS-EXCEPTION-PAY    PIC S9(7)V99 VALUE ZERO.
           05 WS-EXCEPTION-HOURS  PIC S9(4)V99 VALUE ZERO.
           05 WS-UNPAID-HOURS     PIC S9(4)V99 VALUE ZERO.

      *>----------------------------------------------------------------
      *> Leave-subsystem work areas: the per-period accrual rates by
           05 WS-HIST-POST-GROSS   PIC S9(7)V99 VALUE ZERO.
           05 WS-HIST-AVAIL-GROSS  PIC S9(9)V99 VALUE ZERO.

      *>----------------------------------------------------------------
      *> WS-PRIOR-YEAR-TABLE holds one entry per employee and closed
      *> tax year corrected by this run: the employee's YTD record as
      *> the year's archive has it (WS-PY-TBL-ORIGINAL), the same
      *> record with this run's corrections posted
      *> (WS-PY-TBL-CORRECTED), and the gross the year's history
      *> archive records plus this run's corrections - what the next
      *> reversal for the year is validated against. The entries are
      *> built as the adjustments are validated, on a restart
      *> fast-forward as well, since nothing reaches the archives
      *> until 290-PUBLISH-PRIOR-YEAR runs on the success path.
      *>----------------------------------------------------------------
       01 WS-PRIOR-YEAR-INFO.
           05 WS-CURRENT-TAX-YEAR  PIC 9(4) VALUE ZERO.
           05 WS-PY-ADJ-FLAG       PIC X VALUE 'N'.
               88 PRIOR-YEAR-ADJ   VALUE 'Y'.
           05 WS-PY-FOUND-FLAG     PIC X VALUE 'N'.
               88 PY-ENTRY-FOUND   VALUE 'Y'.
           05 WS-PY-YTD-FOUND-FLAG PIC X VALUE 'N'.
               88 PY-YTD-FOUND     VALUE 'Y'.
           05 WS-PY-EOF-FLAG       PIC X VALUE 'N'.
               88 PY-EOF           VALUE 'Y'.
           05 WS-PY-HIST-STATUS    PIC XX VALUE SPACES.
               88 WS-PY-HIST-MISSING VALUE "35".
           05 WS-PY-YTD-STATUS     PIC XX VALUE SPACES.
               88 WS-PY-YTD-MISSING VALUE "35".
           05 WS-PY-HIST-NAME      PIC X(40) VALUE SPACES.
           05 WS-PY-YTD-NAME       PIC X(40) VALUE SPACES.
           05 WS-PY-YEAR           PIC 9(4) VALUE ZERO.
           05 WS-PY-HIST-GROSS     PIC S9(9)V99 VALUE ZERO.
           05 WS-PY-SUB            PIC 9(4) VALUE ZERO.
           05 WS-PY-REPL-SUB       PIC 9(4) VALUE ZERO.
           05 WS-W2C-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-PY-YTD-IMAGE      PIC X(104) VALUE SPACES.
           05 WS-PY-YTD-IMAGE-KEY REDEFINES WS-PY-YTD-IMAGE.
               10 WS-PY-IMAGE-EMP-ID PIC 9(5).
               10 FILLER           PIC X(99).

       01 WS-PRIOR-YEAR-TABLE.
           05 WS-PY-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-PY-ENTRY OCCURS 200 TIMES INDEXED BY WS-PY-IDX.
               10 WS-PY-TBL-EMP-ID    PIC 9(5).
               10 WS-PY-TBL-YEAR      PIC 9(4).
               10 WS-PY-TBL-EMP-NAME  PIC X(30).
               10 WS-PY-TBL-HIST-GROSS PIC S9(9)V99.
               10 WS-PY-TBL-PUBLISHED PIC X.
                   88 PY-TBL-PUBLISHED VALUE 'Y'.
               10 WS-PY-TBL-ORIGINAL  PIC X(104).
               10 WS-PY-TBL-CORRECTED PIC X(104).

      *>----------------------------------------------------------------
      *> WS-PY-ORIGINAL/WS-PY-CORRECTED lay a table entry's two YTD
      *> images out field by field (the YTDMASTER.CPY layout) for the
      *> validation and W2CORR.RPT.
      *>----------------------------------------------------------------
       01 WS-PY-ORIGINAL.
           05 PYO-EMP-ID           PIC 9(5).
           05 PYO-GROSS            PIC S9(9)V99.
           05 PYO-TAX              PIC S9(9)V99.
           05 PYO-NET              PIC S9(9)V99.
           05 PYO-SS-WAGES         PIC S9(9)V99.
           05 PYO-FUTA-WAGES       PIC S9(9)V99.
           05 PYO-SUTA-WAGES       PIC S9(9)V99.
           05 PYO-STATE-TAX        PIC S9(9)V99.
           05 PYO-401K-DEFERRAL    PIC S9(9)V99.
           05 PYO-401K-MATCH       PIC S9(9)V99.

       01 WS-PY-CORRECTED.
           05 PYC-EMP-ID           PIC 9(5).
           05 PYC-GROSS            PIC S9(9)V99.
           05 PYC-TAX              PIC S9(9)V99.
           05 PYC-NET              PIC S9(9)V99.
           05 PYC-SS-WAGES         PIC S9(9)V99.
           05 PYC-FUTA-WAGES       PIC S9(9)V99.
           05 PYC-SUTA-WAGES       PIC S9(9)V99.
           05 PYC-STATE-TAX        PIC S9(9)V99.
           05 PYC-401K-DEFERRAL    PIC S9(9)V99.
           05 PYC-401K-MATCH       PIC S9(9)V99.

      *>----------------------------------------------------------------
      *> WS-EMP-DED-DETAIL captures the individual deduction entries
      *> (code and amount) taken for the employee currently in hand by
           05 WS-ARCHIVE-OUT-NAME  PIC X(40) VALUE SPACES.
           05 WS-ARCH-EOF-FLAG     PIC X VALUE 'N'.
               88 ARCH-COPY-EOF    VALUE 'Y'.
           05 WS-REPORT-NAME       PIC X(40) VALUE "PAYROLL.RPT".
           05 WS-EXCEPTIONS-NAME   PIC X(40) VALUE "EXCEPTIONS.RPT".

      *>----------------------------------------------------------------
      *> Trial-run work areas. WS-VARIANCE-TABLE holds, per employee,
      *> the last regular period on PAYHIST.DAT before the one being
      *> run (its gross, net and deduction codes, summed over the
      *> period's records) and this trial's gross and net, built by
      *> 127-LOAD-VARIANCE-HISTORY and 247-POST-VARIANCE-ENTRY and
      *> reported by 306-WRITE-VARIANCE-REPORT. WS-VAR-CODE-NEW marks
      *> a code first seen this run: "G" a garnishment, "D" any other
      *> deduction. Sized and overflow-guarded like WS-HISTORY-TABLE.
      *>----------------------------------------------------------------
       01 WS-TRIAL-INFO.
           05 WS-TRIAL-FLAG        PIC X VALUE 'N'.
               88 TRIAL-RUN        VALUE 'Y'.
           05 WS-TRIAL-PRM-STATUS  PIC XX VALUE SPACES.
               88 TRIAL-PRM-PRESENT VALUE "00".
           05 WS-VARIANCE-PCT      PIC 9(3)V9 VALUE 25.0.
           05 WS-VAR-PRIOR-PERIOD  PIC 9(6) VALUE ZERO.
           05 WS-VAR-FOUND-FLAG    PIC X VALUE 'N'.
               88 VAR-FOUND        VALUE 'Y'.
           05 WS-VAR-CODE-FLAG     PIC X VALUE 'N'.
               88 VAR-CODE-KNOWN   VALUE 'Y'.
           05 WS-VAR-LOOK-ID       PIC 9(5) VALUE ZERO.
           05 WS-VAR-LOOK-CODE     PIC X(4) VALUE SPACES.
           05 WS-VAR-LOOK-NEW      PIC X VALUE SPACE.
           05 WS-VAR-CODE-SUB      PIC 9(2) VALUE ZERO.
           05 WS-VAR-PRIOR-AMT     PIC S9(7)V99 VALUE ZERO.
           05 WS-VAR-CUR-AMT       PIC S9(7)V99 VALUE ZERO.
           05 WS-VAR-PCT-CHANGE    PIC S9(4)V9 VALUE ZERO.
           05 WS-VAR-LABEL         PIC X(5) VALUE SPACES.
           05 WS-VAR-FINDING-COUNT PIC 9(5) VALUE ZERO.

       01 WS-VARIANCE-TABLE.
           05 WS-VAR-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-VAR-ENTRY OCCURS 1000 TIMES INDEXED BY WS-VAR-IDX.
               10 WS-VAR-EMP-ID       PIC 9(5).
               10 WS-VAR-LAST-PERIOD  PIC 9(6).
               10 WS-VAR-LAST-GROSS   PIC S9(7)V99.
               10 WS-VAR-LAST-NET     PIC S9(7)V99.
               10 WS-VAR-CUR-GROSS    PIC S9(7)V99.
               10 WS-VAR-CUR-NET      PIC S9(7)V99.
               10 WS-VAR-PAID-FLAG    PIC X.
                   88 VAR-PAID-NOW    VALUE 'Y'.
               10 WS-VAR-CODE-COUNT   PIC 9(2).
               10 WS-VAR-CODE-ENTRY OCCURS 10 TIMES.
                   15 WS-VAR-CODE     PIC X(4).
                   15 WS-VAR-CODE-NEW PIC X.

      *>----------------------------------------------------------------
      *> 401(k) work areas. WS-PLAN-INFO is the PLAN401K.PRM row in
      *> effect for the check date, loaded by 133-LOAD-PLAN-PARMS.
      *> WS-401K-INFO is the employee in hand: the deferral room left
      *> under the annual limit (239-FETCH-401K-ROOM), the pretax and
      *> Roth deferrals actually taken this period, and the employer
      *> match and plan compensation 236-COMPUTE-EMPLOYER-MATCH
      *> figures on them. WS-401K-CODE-TYPE classes the deduction
      *> code in WS-401K-LOOK-CODE: "P" pretax deferral, "R" Roth
      *> deferral, space not a deferral.
      *>----------------------------------------------------------------
       01 WS-PLAN-INFO.
           05 WS-PLAN-PRM-STATUS   PIC XX VALUE SPACES.
               88 PLAN-PRM-PRESENT VALUE "00".
           05 WS-PLAN-EOF-FLAG     PIC X VALUE 'N'.
               88 PLAN-PRM-EOF     VALUE 'Y'.
           05 WS-PLAN-LOADED-FLAG  PIC X VALUE 'N'.
               88 PLAN-LOADED      VALUE 'Y'.
           05 WS-PLAN-EFF-DATE     PIC 9(8) VALUE ZERO.
           05 WS-PLAN-ID           PIC X(10) VALUE SPACES.
           05 WS-PLAN-PRETAX-CODE  PIC X(4) VALUE SPACES.
           05 WS-PLAN-ROTH-CODE    PIC X(4) VALUE SPACES.
           05 WS-PLAN-DEFERRAL-LIMIT PIC 9(5)V99 VALUE ZERO.
           05 WS-PLAN-CATCHUP-LIMIT PIC 9(5)V99 VALUE ZERO.
           05 WS-PLAN-CATCHUP-AGE  PIC 9(2) VALUE ZERO.
           05 WS-PLAN-MATCH-RATE-1 PIC 9(3)V99 VALUE ZERO.
           05 WS-PLAN-MATCH-UPTO-1 PIC 9(2)V99 VALUE ZERO.
           05 WS-PLAN-MATCH-RATE-2 PIC 9(3)V99 VALUE ZERO.
           05 WS-PLAN-MATCH-UPTO-2 PIC 9(2)V99 VALUE ZERO.

       01 WS-401K-INFO.
           05 WS-401K-CHECK-YEAR   PIC 9(4) VALUE ZERO.
           05 WS-401K-BIRTH-YEAR   PIC 9(4) VALUE ZERO.
           05 WS-401K-YTD-DEFERRAL PIC S9(9)V99 VALUE ZERO.
           05 WS-401K-ANNUAL-LIMIT PIC S9(7)V99 VALUE ZERO.
           05 WS-401K-ROOM         PIC S9(9)V99 VALUE ZERO.
           05 WS-401K-LOOK-CODE    PIC X(4) VALUE SPACES.
           05 WS-401K-CODE-TYPE    PIC X VALUE SPACE.
               88 401K-DEFERRAL-CODE VALUE "P" "R".
           05 WS-401K-PRETAX-DEF   PIC S9(5)V99 VALUE ZERO.
           05 WS-401K-ROTH-DEF     PIC S9(5)V99 VALUE ZERO.
           05 WS-401K-DEFERRAL-TOTAL PIC S9(5)V99 VALUE ZERO.
           05 WS-401K-TIER-CAP     PIC S9(7)V99 VALUE ZERO.
           05 WS-401K-TIER-1-BASE  PIC S9(7)V99 VALUE ZERO.
           05 WS-401K-TIER-2-BASE  PIC S9(7)V99 VALUE ZERO.
           05 WS-ER-401K-MATCH     PIC S9(5)V99 VALUE ZERO.
           05 WS-PLAN-COMP         PIC S9(7)V99 VALUE ZERO.

      *>----------------------------------------------------------------
      *> RKEEPER.DAT header and trailer. The trailer's count and
      *> totals are accumulated from the staged details as
      *> 299-COPY-RECORDKEEPER-RECORD passes them through, so a
      *> restarted run's pre-crash details are counted too.
      *>----------------------------------------------------------------
       01 WS-RKEEPER-COPY-INFO.
           05 WS-RKEEPER-COPY-FLAG PIC X VALUE 'N'.
               88 RKEEPER-COPY-EOF VALUE 'Y'.

       01 WS-RKEEPER-HEADER.
           05 RKH-RECORD-TYPE      PIC X VALUE "H".
           05 RKH-PLAN-ID          PIC X(10).
           05 RKH-PERIOD           PIC 9(6).
           05 RKH-CHECK-DATE       PIC 9(8).
           05 RKH-CREATION-DATE    PIC 9(8).
           05 FILLER               PIC X(89) VALUE SPACES.

       01 WS-RKEEPER-TRAILER.
           05 RKT-RECORD-TYPE      PIC X VALUE "T".
           05 RKT-PLAN-ID          PIC X(10).
           05 RKT-DETAIL-COUNT     PIC 9(7).
           05 RKT-PRETAX-TOTAL     PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKT-ROTH-TOTAL       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKT-MATCH-TOTAL      PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RKT-PLAN-COMP-TOTAL  PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 WS-TRIAL-BANNER.
           05 FILLER               PIC X(28) VALUE
               "*** TRIAL RUN - PRELIMINARY ".
           05 FILLER               PIC X(30) VALUE
               "REGISTER - NOTHING POSTED ***".

       01 WS-VARIANCE-TITLE.
           05 FILLER               PIC X(30) VALUE
               "VARIANCE AGAINST PRIOR PERIOD ".
           05 VTL-PRIOR-PERIOD     PIC 9(6).
           05 FILLER               PIC X(13) VALUE "   THRESHOLD ".
           05 VTL-THRESHOLD        PIC ZZ9.9.
           05 FILLER               PIC X(1) VALUE "%".

       01 WS-VARIANCE-HEADER.
           05 FILLER              PIC X(8)  VALUE "EMP-ID".
           05 FILLER              PIC X(22) VALUE "NAME".
           05 FILLER              PIC X(28) VALUE "FINDING".
           05 FILLER              PIC X(14) VALUE "       PRIOR".
           05 FILLER              PIC X(14) VALUE "     CURRENT".
           05 FILLER              PIC X(8)  VALUE "  CHANGE".

       01 WS-VARIANCE-LINE.
           05 VAR-EMP-ID           PIC 9(5).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 VAR-EMP-NAME         PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VAR-FINDING          PIC X(26).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VAR-AMOUNTS.
               10 VAR-PRIOR-AMT    PIC $$$$,$$9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 VAR-CUR-AMT      PIC $$$$,$$9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 VAR-PCT-CHANGE   PIC ----9.9.
               10 VAR-PCT-SIGN     PIC X.

       01 WS-VARIANCE-TOTAL-LINE.
           05 FILLER               PIC X(17) VALUE "VARIANCE FINDINGS".
           05 VTOT-COUNT           PIC ZZZZ9.

      *>----------------------------------------------------------------
      *> Report/stub period header lines, stamped from PAYPERIOD.PRM
      *> running totals, so a restarted run's pre-crash portion is
      *> included and the extract always covers exactly what this
      *> period's history records say was paid. Debits are salary
      *> expense by department (gross); credits are federal tax
      *> withheld, state tax withheld per work state, each deduction
      *> code's clearing account, and net-pay clearing - which
      *> balance to gross by construction. The employer 401(k) match
      *> adds its own balanced pair: a match-expense debit per
      *> department (charged like the salary, split by the labor
      *> distribution) against one match-payable credit.
      *>----------------------------------------------------------------
       01 WS-GL-MAP-INFO.
           05 WS-GLMAP-EOF-FLAG    PIC X VALUE 'N'.
           05 WS-GL-DED-SUB        PIC 9(2) VALUE ZERO.
           05 WS-GL-LD-SUB         PIC 9(2) VALUE ZERO.
           05 WS-GL-OUT-SUB        PIC 9(3) VALUE ZERO.
           05 WS-GL-ALLOC-MATCH    PIC S9(7)V99 VALUE ZERO.

       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-GL-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-GLD-IDX.
               10 WS-GL-DEPT-TBL-DEPT  PIC X(10).
               10 WS-GL-DEPT-TBL-GROSS PIC S9(9)V99.
               10 WS-GL-DEPT-TBL-MATCH PIC S9(9)V99.

       01 WS-GL-DED-TOTAL-TABLE.
           05 WS-GL-DED-COUNT      PIC 9(3) VALUE ZERO.
               10 WS-GL-DED-TBL-CODE   PIC X(4).
               10 WS-GL-DED-TBL-AMOUNT PIC S9(9)V99.

       01 WS-GL-STATE-TABLE.
           05 WS-GL-STATE-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-GL-STATE-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLS-IDX.
               10 WS-GL-STATE-TBL-STATE  PIC X(2).
               10 WS-GL-STATE-TBL-AMOUNT PIC S9(9)V99.

       01 WS-GL-TOTALS.
           05 WS-GL-TAX-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-NET-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-MATCH-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-WORK-DEPT      PIC X(10) VALUE SPACES.
           05 WS-GL-WORK-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-WORK-MATCH     PIC S9(9)V99 VALUE ZERO.

       01 WS-GL-LINE.
           05 GLJ-ACCOUNT          PIC 9(8).
      *> burden accumulated from the staged pay-history detail by
      *> 284-GENERATE-LABOR-COST for LABORCOST.RPT, the fully-
      *> burdened view the department managers' PAYROLL.RPT subtotals
      *> understate. The burden is the employer FICA, FUTA and SUTA
      *> plus the employer 401(k) match.
      *>----------------------------------------------------------------
       01 WS-LABOR-INFO.
           05 WS-LABOR-EOF-FLAG    PIC X VALUE 'N'.
           05 WS-LAB-WORK-FICA     PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-WORK-FUTA     PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-WORK-SUTA     PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-WORK-MATCH    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-ALLOC-FICA    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-ALLOC-FUTA    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-ALLOC-SUTA    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-ALLOC-MATCH   PIC S9(9)V99 VALUE ZERO.

       01 WS-LABOR-DEPT-TABLE.
           05 WS-LABOR-DEPT-COUNT  PIC 9(3) VALUE ZERO.
               10 WS-LAB-TBL-FICA  PIC S9(9)V99.
               10 WS-LAB-TBL-FUTA  PIC S9(9)V99.
               10 WS-LAB-TBL-SUTA  PIC S9(9)V99.
               10 WS-LAB-TBL-MATCH PIC S9(9)V99.

       01 WS-LABOR-GRAND-TOTALS.
           05 WS-LAB-GRAND-GROSS   PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-GRAND-FICA    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-GRAND-FUTA    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-GRAND-SUTA    PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-GRAND-MATCH   PIC S9(9)V99 VALUE ZERO.
           05 WS-LAB-GRAND-BURDEN  PIC S9(9)V99 VALUE ZERO.

       01 WS-LABOR-HEADER.
           05 FILLER               PIC X(13) VALUE "ER-FICA".
           05 FILLER               PIC X(13) VALUE "ER-FUTA".
           05 FILLER               PIC X(13) VALUE "ER-SUTA".
           05 FILLER               PIC X(13) VALUE "ER-401K".
           05 FILLER               PIC X(51) VALUE "BURDENED-COST".

       01 WS-LABOR-LINE.
           05 LAB-DEPT             PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LAB-SUTA             PIC $$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LAB-MATCH            PIC $$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LAB-BURDENED         PIC $,$$$,$$9.99-.

       01 WS-LABOR-ACCRUAL-LINE.
           05 WS-GROSS-PAY        PIC S9(7)V99.
           05 WS-TAXABLE-GROSS    PIC S9(7)V99.
           05 WS-TAX              PIC S9(7)V99.
           05 WS-STATE-TAX        PIC S9(7)V99.
           05 WS-NET-PAY          PIC S9(7)V99.

      *>----------------------------------------------------------------
           05 RHD-SUTA-RATE        PIC 9.9999.
           05 FILLER               PIC X(1) VALUE "/".
           05 RHD-SUTA-BASE        PIC ZZZZZZ9.99.
           05 FILLER               PIC X(9) VALUE "  STATES ".
           05 RHD-STATE-COUNT      PIC Z9.

       01 WS-EMPLOYER-COST.
           05 WS-SS-TAXABLE         PIC S9(7)V99 VALUE ZERO.
           05 WS-FT-REGULAR-HOURS   PIC 99 VALUE 40.
           05 WS-PT-REGULAR-HOURS   PIC 99 VALUE 20.
           05 WS-MAX-HOURS          PIC 999 VALUE 80.
           05 WS-PAY-PERIODS-PER-YEAR PIC 99 VALUE 26.
           05 WS-SALARIED-PERIOD-HOURS PIC 99 VALUE 80.

      *>----------------------------------------------------------------
      *> Graduated withholding-tax brackets, one row of four brackets
                   15 WS-BRK-RATE         PIC V999.
                   15 WS-BRK-BASE-TAX     PIC 9(7)V99.

      *>----------------------------------------------------------------
      *> State withholding brackets, one entry per work state carried
      *> on TAXRATES.PRM, each holding the generation in force for
      *> the check date (WS-ST-TBL-EFF-DATE): per filing status, the
      *> number of brackets the state uses and the rows actually
      *> loaded (the completeness check), then up to four brackets.
      *> Loaded by 106-LOAD-TAX-TABLE; 212-SELECT-STATE-TABLE points
      *> WS-ST-IDX at the employee's work state and
      *> 212-COMPUTE-STATE-TAX withholds from it.
      *>----------------------------------------------------------------
       01 WS-STATE-TAX-TABLE.
           05 WS-ST-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-ST-ENTRY OCCURS 60 TIMES INDEXED BY WS-ST-IDX.
               10 WS-ST-TBL-STATE      PIC X(2).
               10 WS-ST-TBL-EFF-DATE   PIC 9(8).
               10 WS-ST-TBL-STATUS OCCURS 3 TIMES
                   INDEXED BY WS-ST-STAT-IDX.
                   15 WS-ST-TBL-BRK-COUNT PIC 9.
                   15 WS-ST-TBL-ROWS      PIC 9(2).
                   15 WS-ST-TBL-BRACKET OCCURS 4 TIMES
                       INDEXED BY WS-ST-BRK-IDX.
                       20 WS-ST-BRK-LOWER-LIMIT PIC 9(7)V99.
                       20 WS-ST-BRK-UPPER-LIMIT PIC 9(7)V99.
                       20 WS-ST-BRK-RATE        PIC V9999.
                       20 WS-ST-BRK-BASE-TAX    PIC 9(7)V99.

       01 WS-STATE-TAX-INFO.
           05 WS-ST-FOUND-FLAG     PIC X VALUE 'N'.
               88 STATE-FOUND      VALUE 'Y'.
           05 WS-ST-WITHHOLD-FLAG  PIC X VALUE 'N'.
               88 STATE-WITHHELD   VALUE 'Y'.
           05 WS-ST-LOOK-STATE     PIC X(2) VALUE SPACES.
           05 WS-ST-DISP-STATUS    PIC 9 VALUE ZERO.

       01 WS-EXCEPTION-HEADER.
           05 FILLER              PIC X(132) VALUE
           "EMP-ID  NAME                  REASON".
           05 FILLER              PIC X(10) VALUE "NET".
           05 FILLER              PIC X(12) VALUE "PRETAX-DED".
           05 FILLER              PIC X(13) VALUE "POSTTAX-DED".
           05 FILLER              PIC X(10) VALUE "ARREARS".
           05 FILLER              PIC X(22) VALUE "ST-TAX".

       01 WS-REPORT-LINE.
           05 RPT-EMP-ID          PIC 9(5).
           05 RPT-POSTTAX-DED     PIC $$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-ARREARS-COLL    PIC $$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RPT-STATE-TAX       PIC $$,$$9.99-.

      *>----------------------------------------------------------------
      *> Pay-stub print lines for PAYSTUBS.RPT, the employee-facing
           05 FILLER                  PIC X(6) VALUE "HOURS ".
           05 STUB-HOURS              PIC ---9.99.

       01 WS-STUB-SALARY-LINE.
           05 FILLER                  PIC X(14) VALUE "ANNUAL SALARY ".
           05 STUB-ANNUAL-SALARY      PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "PER PERIOD ".
           05 STUB-PERIOD-SALARY      PIC $$$,$$9.99.

       01 WS-STUB-PAY-LINE.
           05 FILLER                  PIC X(6) VALUE "GROSS ".
           05 STUB-GROSS              PIC $$$,$$9.99-.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "FED TAX ".
           05 STUB-TAX                PIC $$$,$$9.99-.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "NET ".
           05 FILLER                  PIC X(10) VALUE "YTD GROSS ".
           05 STUB-YTD-GROSS          PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "YTD FED TAX ".
           05 STUB-YTD-TAX            PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "YTD NET ".
           05 STUB-YTD-NET            PIC $$,$$$,$$9.99-.

       01 WS-STUB-STATE-LINE.
           05 FILLER                  PIC X(10) VALUE "STATE TAX ".
           05 STUB-STATE              PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 STUB-STATE-TAX          PIC $$$,$$9.99-.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "YTD STATE TAX ".
           05 STUB-YTD-STATE-TAX      PIC $$,$$$,$$9.99-.

       01 WS-STUB-CORRECTION-LINE.
           05 FILLER                  PIC X(18) VALUE
               "CORRECTS TAX YEAR ".
           05 STUB-TAX-YEAR           PIC 9(4).
           05 FILLER                  PIC X(37) VALUE
               " - YTD FIGURES ARE THAT YEAR'S TOTALS".

      *>----------------------------------------------------------------
      *> W2CORR.RPT print lines: one block per employee and closed
      *> tax year corrected by the run, each amount line showing the
      *> figure as the year closed, as corrected, and the difference.
      *>----------------------------------------------------------------
       01 WS-W2C-RULE-LINE            PIC X(72) VALUE ALL "=".

       01 WS-W2C-TITLE-LINE.
           05 FILLER                  PIC X(30) VALUE
               "CORRECTED WAGE STATEMENTS".
           05 FILLER                  PIC X(7) VALUE "PERIOD ".
           05 W2C-PERIOD              PIC 9(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "CHECK DATE ".
           05 W2C-CHECK-DATE          PIC 9(8).

       01 WS-W2C-COMPANY-LINE         PIC X(80) VALUE
           "ACME STAFFING INC".

       01 WS-W2C-ID-LINE.
           05 FILLER                  PIC X(7) VALUE "EMP-ID ".
           05 W2C-EMP-ID              PIC 9(5).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 W2C-EMP-NAME            PIC X(30).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "TAX YEAR ".
           05 W2C-TAX-YEAR            PIC 9(4).

       01 WS-W2C-HEADER-LINE.
           05 FILLER                  PIC X(18) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "    PREVIOUSLY".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "     CORRECTED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "    DIFFERENCE".

       01 WS-W2C-AMOUNT-LINE.
           05 W2C-LABEL               PIC X(18).
           05 W2C-ORIGINAL            PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 W2C-CORRECTED           PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 W2C-DIFFERENCE          PIC $$,$$$,$$9.99-.

       01 WS-W2C-TOTAL-LINE.
           05 FILLER                  PIC X(30) VALUE
               "CORRECTED STATEMENTS ISSUED: ".
           05 W2C-TOTAL-COUNT         PIC ZZZZ9.

       01 WS-W2C-AMOUNTS.
           05 WS-W2C-ORIG-AMT         PIC S9(9)V99 VALUE ZERO.
           05 WS-W2C-CORR-AMT         PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT

       100-INIT.
           PERFORM 117-READ-PAY-PERIOD
           PERFORM 126-CHECK-TRIAL-RUN
           PERFORM 106-LOAD-TAX-TABLE
           PERFORM 133-LOAD-PLAN-PARMS
           OPEN INPUT TIMECARD-FILE
           OPEN I-O EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
                   MOVE CTL-GROSS-TOTAL TO WS-EXPECTED-GROSS
           END-READ
           CLOSE CONTROL-TOTAL-FILE
           IF NOT TRIAL-RUN
               PERFORM 115-CHECK-RUN-CONTROL
           END-IF
           PERFORM 105-CHECK-RESTART
           IF TRIAL-RUN AND RESTART-RUN
               DISPLAY "PAYROLL-SYSTEM ABEND: TRIAL RUN REFUSED - "
                   "PERIOD " WS-PERIOD-NUMBER " IS AWAITING RESTART "
                   "FROM CHECKPOINT.CTL - FINISH THAT RUN FIRST"
               CLOSE TIMECARD-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE YTD-MASTER-FILE
               CLOSE LEAVE-BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RESTART-RUN
               PERFORM 124-CHECK-PENDING-CHANGES
           END-IF
           IF NOT RESTART-RUN AND NOT TRIAL-RUN AND PRIOR-RUN-POSTED
               AND WS-ARCHIVED-PERIOD NOT = WS-POSTED-PERIOD
               PERFORM 130-ARCHIVE-PRIOR-OUTPUTS
           END-IF
           EVALUATE TRUE
               WHEN TRIAL-RUN
                   OPEN OUTPUT PAYROLL-REPORT
                   WRITE REPORT-LINE FROM WS-PERIOD-HEADER
                   WRITE REPORT-LINE FROM WS-TRIAL-BANNER
                   WRITE REPORT-LINE FROM WS-RATES-HEADER-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-HEADER
                   WRITE REPORT-LINE FROM SPACES
                   OPEN OUTPUT EXCEPTIONS-FILE
                   WRITE EXCEPTION-LINE FROM WS-PERIOD-HEADER
                   WRITE EXCEPTION-LINE FROM WS-TRIAL-BANNER
                   WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADER
                   OPEN OUTPUT VARIANCE-REPORT-FILE
                   MOVE WS-VAR-PRIOR-PERIOD TO VTL-PRIOR-PERIOD
                   MOVE WS-VARIANCE-PCT TO VTL-THRESHOLD
                   WRITE VARIANCE-REPORT-LINE FROM WS-PERIOD-HEADER
                   WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-TITLE
                   WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-HEADER
                   WRITE VARIANCE-REPORT-LINE FROM SPACES
               WHEN RESTART-RUN
                   OPEN EXTEND PAYROLL-REPORT
                   OPEN EXTEND EXCEPTIONS-FILE
                   OPEN EXTEND NACHA-EXPORT-FILE
                   OPEN EXTEND PAY-STUB-FILE
                   OPEN EXTEND PAY-HISTORY-EXPORT
                   OPEN EXTEND CHECK-PRINT-FILE
                   OPEN EXTEND CHECK-REGISTER-FILE
                   OPEN EXTEND CHECK-MASTER-EXPORT
                   OPEN EXTEND LEAVE-REPORT-FILE
                   OPEN EXTEND ARREARS-EXPORT
                   OPEN EXTEND RKEEPER-EXPORT
               WHEN OTHER
                   OPEN OUTPUT PAYROLL-REPORT
                   WRITE REPORT-LINE FROM WS-PERIOD-HEADER
                   WRITE REPORT-LINE FROM WS-RATES-HEADER-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-HEADER
                   WRITE REPORT-LINE FROM SPACES
                   OPEN OUTPUT EXCEPTIONS-FILE
                   WRITE EXCEPTION-LINE FROM WS-PERIOD-HEADER
                   WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADER
                   OPEN OUTPUT NACHA-EXPORT-FILE
                   OPEN OUTPUT PAY-STUB-FILE
                   OPEN OUTPUT PAY-HISTORY-EXPORT
                   OPEN OUTPUT ARREARS-EXPORT
                   OPEN OUTPUT RKEEPER-EXPORT
                   OPEN OUTPUT CHECK-PRINT-FILE
                   WRITE CHECK-PRINT-LINE FROM WS-PERIOD-HEADER
                   WRITE CHECK-PRINT-LINE FROM SPACES
                   OPEN OUTPUT CHECK-REGISTER-FILE
                   WRITE CHECK-REGISTER-REC FROM WS-PERIOD-HEADER
                   WRITE CHECK-REGISTER-REC
                       FROM WS-CHECK-REGISTER-HEADER
                   OPEN OUTPUT CHECK-MASTER-EXPORT
                   OPEN OUTPUT LEAVE-REPORT-FILE
                   WRITE LEAVE-REPORT-LINE FROM WS-PERIOD-HEADER
                   WRITE LEAVE-REPORT-LINE FROM WS-LEAVE-RPT-HEADER
                   WRITE LEAVE-REPORT-LINE FROM SPACES
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> 106-LOAD-TAX-TABLE loads the withholding brackets and the
      *> generation (no rates row, or fewer than the twelve bracket
      *> rows) abends the run before any output is touched - this
      *> system must never withhold at stale or half-loaded rates.
      *> State rows are selected per state in the same two passes,
      *> and a state generation missing a filing status's brackets
      *> abends the same way. Runs after 117-READ-PAY-PERIOD, which
      *> supplies the check date the selection keys on.
      *>----------------------------------------------------------------
       106-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 114-CHECK-STATE-GENERATION
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           MOVE WS-ST-COUNT TO RHD-STATE-COUNT
           MOVE WS-TAX-EFF-DATE TO RHD-EFF-DATE
           MOVE WS-SS-RATE TO RHD-SS-RATE
           MOVE WS-SS-WAGE-BASE TO RHD-SS-BASE
               AT END
                   SET TAXPRM-EOF TO TRUE
               NOT AT END
                   IF TRT-STATE-ROW
                       PERFORM 107-SCAN-STATE-ROW
                   ELSE
                       IF TRT-EFFECTIVE-DATE NOT > WS-CHECK-DATE
                           AND TRT-EFFECTIVE-DATE > WS-TAX-EFF-DATE
                           MOVE TRT-EFFECTIVE-DATE TO WS-TAX-EFF-DATE
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 107-SCAN-STATE-ROW keeps, per state, the newest effective
      *> date not after the check date, opening the state's table
      *> entry the first time one of its rows qualifies. A state whose
      *> only rows are future-dated gets no entry, so its employees
      *> land on EXCEPTIONS.RPT rather than withholding at a table
      *> not yet in force.
      *>----------------------------------------------------------------
       107-SCAN-STATE-ROW.
           IF TRT-EFFECTIVE-DATE NOT > WS-CHECK-DATE
               MOVE TRT-STATE-CODE TO WS-ST-LOOK-STATE
               PERFORM 107-FIND-STATE-ENTRY
               IF STATE-FOUND
                   IF TRT-EFFECTIVE-DATE
                       > WS-ST-TBL-EFF-DATE(WS-ST-IDX)
                       MOVE TRT-EFFECTIVE-DATE
                           TO WS-ST-TBL-EFF-DATE(WS-ST-IDX)
                   END-IF
               ELSE
                   IF WS-ST-COUNT = 60
                       GO TO 107-STATE-TABLE-OVERFLOW-EXIT
                   END-IF
                   ADD 1 TO WS-ST-COUNT
                   INITIALIZE WS-ST-ENTRY(WS-ST-COUNT)
                   MOVE TRT-STATE-CODE
                       TO WS-ST-TBL-STATE(WS-ST-COUNT)
                   MOVE TRT-EFFECTIVE-DATE
                       TO WS-ST-TBL-EFF-DATE(WS-ST-COUNT)
               END-IF
           END-IF.

       107-STATE-TABLE-OVERFLOW-EXIT.
           DISPLAY "PAYROLL-SYSTEM ABEND: TAXRATES.PRM CARRIES MORE "
               "THAN 60 STATES - WS-STATE-TAX-TABLE FULL"
           CLOSE TAX-RATES-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       107-FIND-STATE-ENTRY.
           MOVE 'N' TO WS-ST-FOUND-FLAG
           SET WS-ST-IDX TO 1
           PERFORM 107-MATCH-STATE-ENTRY
               UNTIL STATE-FOUND OR WS-ST-IDX > WS-ST-COUNT.

       107-MATCH-STATE-ENTRY.
           IF WS-ST-TBL-STATE(WS-ST-IDX) = WS-ST-LOOK-STATE
               SET STATE-FOUND TO TRUE
           ELSE
               SET WS-ST-IDX UP BY 1
           END-IF.

       109-LOAD-TAX-GENERATION.
           READ TAX-RATES-FILE
               AT END
                   SET TAXPRM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRT-STATE-ROW
                           PERFORM 114-LOAD-STATE-ROW
                       WHEN TRT-EFFECTIVE-DATE NOT = WS-TAX-EFF-DATE
                           CONTINUE
                       WHEN TRT-RATES-ROW
                           MOVE TRT-SS-RATE TO WS-SS-RATE
                           MOVE TRT-MEDI-RATE TO WS-MEDI-RATE
                           MOVE TRT-FUTA-RATE TO WS-FUTA-RATE
                           MOVE TRT-SUTA-RATE TO WS-SUTA-RATE
                           MOVE TRT-SS-BASE TO WS-SS-WAGE-BASE
                           MOVE TRT-FUTA-BASE TO WS-FUTA-WAGE-BASE
                           MOVE TRT-SUTA-BASE TO WS-SUTA-WAGE-BASE
                           SET TAX-RATES-SEEN TO TRUE
                       WHEN TRT-BRACKET-ROW
                           PERFORM 114-LOAD-BRACKET-ROW
                       WHEN OTHER
                           PERFORM 114-BAD-TAX-ROW-EXIT
                   END-EVALUATE
           END-READ.

       114-LOAD-BRACKET-ROW.
               WS-BRK-BASE-TAX(TRT-FILING-STATUS, TRT-BRACKET-NBR)
           ADD 1 TO WS-TAX-BRACKETS-SEEN.

      *>----------------------------------------------------------------
      *> 114-LOAD-STATE-ROW loads a state bracket row when it belongs
      *> to the generation 107-SCAN-STATE-ROW selected for its state;
      *> rows of older or future generations pass by. Each status
      *> remembers its highest bracket number and how many rows
      *> arrived, for 114-CHECK-STATE-GENERATION.
      *>----------------------------------------------------------------
       114-LOAD-STATE-ROW.
           MOVE TRT-STATE-CODE TO WS-ST-LOOK-STATE
           PERFORM 107-FIND-STATE-ENTRY
           IF STATE-FOUND
               AND TRT-EFFECTIVE-DATE = WS-ST-TBL-EFF-DATE(WS-ST-IDX)
               IF TRT-ST-FILING-STATUS < 1 OR TRT-ST-FILING-STATUS > 3
                   OR TRT-ST-BRACKET-NBR < 1
                   OR TRT-ST-BRACKET-NBR > 4
                   PERFORM 114-BAD-TAX-ROW-EXIT
               END-IF
               SET WS-ST-STAT-IDX TO TRT-ST-FILING-STATUS
               SET WS-ST-BRK-IDX TO TRT-ST-BRACKET-NBR
               MOVE TRT-ST-LOWER-LIMIT TO WS-ST-BRK-LOWER-LIMIT(
                   WS-ST-IDX, WS-ST-STAT-IDX, WS-ST-BRK-IDX)
               MOVE TRT-ST-UPPER-LIMIT TO WS-ST-BRK-UPPER-LIMIT(
                   WS-ST-IDX, WS-ST-STAT-IDX, WS-ST-BRK-IDX)
               MOVE TRT-ST-RATE TO WS-ST-BRK-RATE(
                   WS-ST-IDX, WS-ST-STAT-IDX, WS-ST-BRK-IDX)
               MOVE TRT-ST-BASE-TAX TO WS-ST-BRK-BASE-TAX(
                   WS-ST-IDX, WS-ST-STAT-IDX, WS-ST-BRK-IDX)
               IF TRT-ST-BRACKET-NBR >
                   WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX)
                   MOVE TRT-ST-BRACKET-NBR TO
                       WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX)
               END-IF
               ADD 1 TO WS-ST-TBL-ROWS(WS-ST-IDX, WS-ST-STAT-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *> 114-CHECK-STATE-GENERATION proves each loaded state complete:
      *> every filing status must carry brackets 1 through its highest
      *> bracket exactly once. A gap or a duplicate abends the run,
      *> the same as an incomplete federal generation.
      *>----------------------------------------------------------------
       114-CHECK-STATE-GENERATION.
           PERFORM 114-CHECK-STATE-STATUS
               VARYING WS-ST-STAT-IDX FROM 1 BY 1
               UNTIL WS-ST-STAT-IDX > 3.

       114-CHECK-STATE-STATUS.
           IF WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX) = ZERO
               OR WS-ST-TBL-ROWS(WS-ST-IDX, WS-ST-STAT-IDX) NOT =
                   WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX)
               SET WS-ST-DISP-STATUS TO WS-ST-STAT-IDX
               DISPLAY "PAYROLL-SYSTEM ABEND: TAXRATES.PRM STATE "
                   WS-ST-TBL-STATE(WS-ST-IDX) " GENERATION EFF "
                   WS-ST-TBL-EFF-DATE(WS-ST-IDX)
                   " IS INCOMPLETE FOR FILING STATUS "
                   WS-ST-DISP-STATUS
                   " - NEED BRACKETS 1 THRU THE HIGHEST, ONCE EACH"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       114-BAD-TAX-ROW-EXIT.
           DISPLAY "PAYROLL-SYSTEM ABEND: UNRECOGNIZED TAXRATES.PRM "
               "ROW (TYPE " TRT-RECORD-TYPE " EFF "
                   MOVE HIST-EMP-ID TO WS-HIST-POST-ID
                   MOVE HIST-GROSS TO WS-HIST-POST-GROSS
                   PERFORM 112-POST-HISTORY-TABLE
                   IF TRIAL-RUN
                       PERFORM 127-LOAD-VARIANCE-HISTORY
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
           MOVE PRM-START-DATE TO WS-PERIOD-START
           MOVE PRM-END-DATE TO WS-PERIOD-END
           MOVE PRM-CHECK-DATE TO WS-CHECK-DATE
           COMPUTE WS-CURRENT-TAX-YEAR = WS-CHECK-DATE / 10000
           CLOSE PAY-PERIOD-FILE
           MOVE WS-PERIOD-NUMBER TO HDR-PERIOD
           MOVE WS-PERIOD-START TO HDR-START-DATE
      *> 130-ARCHIVE-PRIOR-OUTPUTS copies the posted prior period's
      *> PAYROLL.RPT, EXCEPTIONS.RPT, PAYSTUBS.RPT and NACHA.DAT to
      *> period-stamped names (e.g. PAYROLL-202633.RPT), along with
      *> CHECKS.RPT, CHECKREG.RPT, W2CORR.RPT and RKEEPER.DAT, before
      *> a fresh run rebuilds them, so an auditor's request for a
      *> prior period's register no longer depends on an operator
      *> having hand-renamed the files. Only runs when RUNCTL.DAT
      *> shows a posted prior run whose outputs have not been archived
      *> yet (RUN-ARCHIVED-PERIOD records each archive pass, so a
      *> corrected rerun after an out-of-balance abend cannot copy
      *> the failed run's reports over the posted period's archives);
      *> the period in the archive name is the period that posted,
           STRING "NACHA-" WS-POSTED-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM 131-ARCHIVE-ONE-FILE
           MOVE SPACES TO WS-ARCHIVE-IN-NAME
           MOVE "W2CORR.RPT" TO WS-ARCHIVE-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-OUT-NAME
           STRING "W2CORR-" WS-POSTED-PERIOD ".RPT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM 131-ARCHIVE-ONE-FILE
           MOVE SPACES TO WS-ARCHIVE-IN-NAME
           MOVE "RKEEPER.DAT" TO WS-ARCHIVE-IN-NAME
           MOVE SPACES TO WS-ARCHIVE-OUT-NAME
           STRING "RKEEPER-" WS-POSTED-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-OUT-NAME
           PERFORM 131-ARCHIVE-ONE-FILE
           MOVE WS-POSTED-PERIOD TO WS-ARCHIVED-PERIOD
           MOVE "Y" TO RUN-POSTED-FLAG
           MOVE WS-POSTED-PERIOD TO RUN-POSTED-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 124-CHECK-PENDING-CHANGES: TIMECARD-EDIT applies every
      *> approved master change due for the period before it edits
      *> the cards, so one still on EMPPEND.DAT means the change was
      *> approved after the edit ran (or the edit was skipped). The
      *> due rules are those in EMPPEND.CPY. A restart skips the
      *> check - the master it resumes on is the one it started on.
      *>----------------------------------------------------------------
       124-CHECK-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-FILE
           PERFORM 125-CHECK-PENDING-RECORD UNTIL PEND-EOF
           CLOSE PENDING-CHANGE-FILE
           IF WS-PEND-DUE-COUNT > ZERO
               DISPLAY "PAYROLL-SYSTEM ABEND: " WS-PEND-DUE-COUNT
                   " APPROVED MASTER CHANGES DUE FOR PERIOD "
                   WS-PERIOD-NUMBER " NOT YET APPLIED - RERUN "
                   "TIMECARD-EDIT"
               CLOSE TIMECARD-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE YTD-MASTER-FILE
               CLOSE LEAVE-BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       125-CHECK-PENDING-RECORD.
           READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
               AT END
                   SET PEND-EOF TO TRUE
               NOT AT END
                   IF PND-READY
                       IF (PND-TERMINATE
                               AND PND-EFF-DATE < WS-PERIOD-START)
                           OR (NOT PND-TERMINATE
                               AND PND-EFF-DATE NOT > WS-PERIOD-END)
                           ADD 1 TO WS-PEND-DUE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 126-CHECK-TRIAL-RUN makes this a trial run when the operator
      *> has supplied TRIAL.PRM. The register and the exceptions then
      *> go to TRIALREG.RPT and TRIALEXC.RPT, leaving the last real
      *> run's PAYROLL.RPT and EXCEPTIONS.RPT (not yet archived) as
      *> they were. Runs right after 117-READ-PAY-PERIOD so the flag
      *> is set before 110-LOAD-PAY-HISTORY builds the variance table.
      *>----------------------------------------------------------------
       126-CHECK-TRIAL-RUN.
           OPEN INPUT TRIAL-PARM-FILE
           IF TRIAL-PRM-PRESENT
               SET TRIAL-RUN TO TRUE
               READ TRIAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRL-VARIANCE-PCT NUMERIC
                           AND TRL-VARIANCE-PCT > ZERO
                           MOVE TRL-VARIANCE-PCT TO WS-VARIANCE-PCT
                       END-IF
               END-READ
           END-IF
           CLOSE TRIAL-PARM-FILE
           IF TRIAL-RUN
               MOVE "TRIALREG.RPT" TO WS-REPORT-NAME
               MOVE "TRIALEXC.RPT" TO WS-EXCEPTIONS-NAME
               DISPLAY "PAYROLL-SYSTEM: TRIAL.PRM PRESENT - TRIAL RUN "
                   "FOR PERIOD " WS-PERIOD-NUMBER " - NOTHING WILL POST"
           END-IF.

      *>----------------------------------------------------------------
      *> 127-LOAD-VARIANCE-HISTORY keeps, per employee, the latest
      *> regular period on PAYHIST.DAT before the one being run: a
      *> later period replaces what the entry held, another record
      *> for the same period (an ADJUSTMENT) adds in. Off-cycle
      *> records (HIST-TYPE "O") are left out - a bonus check is not
      *> the period's pay. WS-VAR-PRIOR-PERIOD ends as the latest such
      *> period for anyone, the one "paid last period" is judged by.
      *>----------------------------------------------------------------
       127-LOAD-VARIANCE-HISTORY.
           IF HIST-TYPE NOT = "O"
               AND HIST-PERIOD < WS-PERIOD-NUMBER
               IF HIST-PERIOD > WS-VAR-PRIOR-PERIOD
                   MOVE HIST-PERIOD TO WS-VAR-PRIOR-PERIOD
               END-IF
               MOVE HIST-EMP-ID TO WS-VAR-LOOK-ID
               PERFORM 248-FIND-VARIANCE-ENTRY
               IF HIST-PERIOD > WS-VAR-LAST-PERIOD(WS-VAR-IDX)
                   MOVE HIST-PERIOD TO WS-VAR-LAST-PERIOD(WS-VAR-IDX)
                   MOVE ZERO TO WS-VAR-LAST-GROSS(WS-VAR-IDX)
                   MOVE ZERO TO WS-VAR-LAST-NET(WS-VAR-IDX)
                   MOVE ZERO TO WS-VAR-CODE-COUNT(WS-VAR-IDX)
               END-IF
               IF HIST-PERIOD = WS-VAR-LAST-PERIOD(WS-VAR-IDX)
                   ADD HIST-GROSS TO WS-VAR-LAST-GROSS(WS-VAR-IDX)
                   ADD HIST-NET TO WS-VAR-LAST-NET(WS-VAR-IDX)
                   MOVE SPACE TO WS-VAR-LOOK-NEW
                   PERFORM 128-LOAD-VARIANCE-CODE
                       VARYING WS-DED-DTL-SUB FROM 1 BY 1
                       UNTIL WS-DED-DTL-SUB > HIST-DED-COUNT
                       OR WS-DED-DTL-SUB > 10
               END-IF
           END-IF.

       128-LOAD-VARIANCE-CODE.
           MOVE HIST-DED-CODE(WS-DED-DTL-SUB) TO WS-VAR-LOOK-CODE
           PERFORM 129-ADD-VARIANCE-CODE.

      *>----------------------------------------------------------------
      *> 129-ADD-VARIANCE-CODE adds WS-VAR-LOOK-CODE to the deduction
      *> codes of variance entry WS-VAR-IDX unless it is already
      *> there, marked with WS-VAR-LOOK-NEW (space for a code off the
      *> history, "G"/"D" for one first seen this run).
      *>----------------------------------------------------------------
       129-ADD-VARIANCE-CODE.
           MOVE 'N' TO WS-VAR-CODE-FLAG
           PERFORM 129-MATCH-VARIANCE-CODE
               VARYING WS-VAR-CODE-SUB FROM 1 BY 1
               UNTIL VAR-CODE-KNOWN
               OR WS-VAR-CODE-SUB > WS-VAR-CODE-COUNT(WS-VAR-IDX)
           IF NOT VAR-CODE-KNOWN AND WS-VAR-LOOK-CODE NOT = SPACES
               AND WS-VAR-CODE-COUNT(WS-VAR-IDX) < 10
               ADD 1 TO WS-VAR-CODE-COUNT(WS-VAR-IDX)
               MOVE WS-VAR-LOOK-CODE
                   TO WS-VAR-CODE(WS-VAR-IDX, WS-VAR-CODE-SUB)
               MOVE WS-VAR-LOOK-NEW
                   TO WS-VAR-CODE-NEW(WS-VAR-IDX, WS-VAR-CODE-SUB)
           END-IF.

       129-MATCH-VARIANCE-CODE.
           IF WS-VAR-CODE(WS-VAR-IDX, WS-VAR-CODE-SUB)
               = WS-VAR-LOOK-CODE
               SET VAR-CODE-KNOWN TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> 133-LOAD-PLAN-PARMS picks the PLAN401K.PRM row in effect for
      *> the check date - the newest effective date not after it -
      *> in one pass. A row that is not numeric where it must be
      *> abends the run, as a bad TAXRATES.PRM row does: deferrals
      *> must never be capped, or a match paid, on a half-read
      *> formula. No file, or no row yet in effect, is noted on the
      *> console and the run goes on with no limit and no match.
      *>----------------------------------------------------------------
       133-LOAD-PLAN-PARMS.
           COMPUTE WS-401K-CHECK-YEAR = WS-CHECK-DATE / 10000
           OPEN INPUT PLAN-PARM-FILE
           IF PLAN-PRM-PRESENT
               MOVE 'N' TO WS-PLAN-EOF-FLAG
               PERFORM 134-LOAD-PLAN-ROW UNTIL PLAN-PRM-EOF
           END-IF
           CLOSE PLAN-PARM-FILE
           IF PLAN-LOADED
               DISPLAY "PAYROLL-SYSTEM: 401(K) PLAN " WS-PLAN-ID
                   " PARAMETERS EFFECTIVE " WS-PLAN-EFF-DATE
           ELSE
               DISPLAY "PAYROLL-SYSTEM: NO PLAN401K.PRM ROW IN EFFECT "
                   "FOR CHECK DATE " WS-CHECK-DATE " - NO 401(K) "
                   "LIMIT OR MATCH APPLIED"
           END-IF.

       134-LOAD-PLAN-ROW.
           READ PLAN-PARM-FILE
               AT END
                   SET PLAN-PRM-EOF TO TRUE
               NOT AT END
                   IF PLN-EFFECTIVE-DATE NOT NUMERIC
                       OR PLN-DEFERRAL-LIMIT NOT NUMERIC
                       OR PLN-CATCHUP-LIMIT NOT NUMERIC
                       OR PLN-CATCHUP-AGE NOT NUMERIC
                       OR PLN-MATCH-RATE-1 NOT NUMERIC
                       OR PLN-MATCH-UPTO-1 NOT NUMERIC
                       OR PLN-MATCH-RATE-2 NOT NUMERIC
                       OR PLN-MATCH-UPTO-2 NOT NUMERIC
                       GO TO 134-BAD-PLAN-ROW-EXIT
                   END-IF
                   IF PLN-EFFECTIVE-DATE NOT > WS-CHECK-DATE
                       AND PLN-EFFECTIVE-DATE NOT < WS-PLAN-EFF-DATE
                       SET PLAN-LOADED TO TRUE
                       MOVE PLN-EFFECTIVE-DATE TO WS-PLAN-EFF-DATE
                       MOVE PLN-PLAN-ID TO WS-PLAN-ID
                       MOVE PLN-PRETAX-CODE TO WS-PLAN-PRETAX-CODE
                       MOVE PLN-ROTH-CODE TO WS-PLAN-ROTH-CODE
                       MOVE PLN-DEFERRAL-LIMIT
                           TO WS-PLAN-DEFERRAL-LIMIT
                       MOVE PLN-CATCHUP-LIMIT TO WS-PLAN-CATCHUP-LIMIT
                       MOVE PLN-CATCHUP-AGE TO WS-PLAN-CATCHUP-AGE
                       MOVE PLN-MATCH-RATE-1 TO WS-PLAN-MATCH-RATE-1
                       MOVE PLN-MATCH-UPTO-1 TO WS-PLAN-MATCH-UPTO-1
                       MOVE PLN-MATCH-RATE-2 TO WS-PLAN-MATCH-RATE-2
                       MOVE PLN-MATCH-UPTO-2 TO WS-PLAN-MATCH-UPTO-2
                   END-IF
           END-READ.

       134-BAD-PLAN-ROW-EXIT.
           DISPLAY "PAYROLL-SYSTEM ABEND: PLAN401K.PRM ROW EFFECTIVE "
               PLN-EFFECTIVE-DATE " IS NOT NUMERIC - CORRECT THE "
               "401(K) PLAN PARAMETERS"
           CLOSE PLAN-PARM-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 105-CHECK-RESTART looks for a CHECKPOINT.CTL left behind by an
      *> abended or killed run. A completed run rewrites CHECKPOINT.CTL
      *> group being assembled, opening the group on its first line.
      *> The rate override and charge department are carried as keyed
      *> - blanks and zeros resolve to the master's EMP-DEPT/EMP-RATE
      *> in 210-CALCULATE-PAY, after 202-FETCH-MASTER has run. A
      *> salaried employee's generated salary line makes the group
      *> full-time, which sets the leave accrual rates and the FT/PT
      *> summary line the employee counts on. An ADJUSTMENT, always a
      *> group of its own, carries the tax year it corrects.
      *>----------------------------------------------------------------
       201-ADD-LINE-TO-GROUP.
           IF WS-GRP-LINE-COUNT = ZERO
               MOVE EMP-ID TO WS-GRP-EMP-ID
               MOVE EMP-TYPE TO WS-GRP-TYPE
               MOVE ZERO TO WS-GRP-TOTAL-HOURS
               MOVE ZERO TO WS-GRP-TAX-YEAR
               IF TC-ADJUSTMENT AND TC-TAX-YEAR NUMERIC
                   MOVE TC-TAX-YEAR TO WS-GRP-TAX-YEAR
               END-IF
           END-IF
           IF WS-GRP-LINE-COUNT = 10
               GO TO 201-GROUP-OVERFLOW-EXIT
           IF TC-FULLTIME OR TC-PARTTIME
               MOVE EMP-TYPE TO WS-GRP-TYPE
           END-IF
           IF TC-SALARY
               MOVE "F" TO WS-GRP-TYPE
           END-IF
           MOVE WS-RECORDS-READ TO WS-GRP-END-COUNT.

       201-GROUP-OVERFLOW-EXIT.
      *> EMP-ID/EMP-TYPE/EMP-HOURS as "the employee in hand". The
      *> restart fast-forward keys on WS-GRP-END-COUNT - the record
      *> count as of the group's LAST line - so a group is skipped
      *> only when the checkpoint already covers all of it. A trial
      *> run prints the register line and feeds the variance table
      *> instead of posting anything. A prior-year ADJUSTMENT posts
      *> to its WS-PRIOR-YEAR-TABLE entry in every mode, the same as
      *> 207-VALIDATE-ADJUSTMENT's history table, and never to
      *> YTD-MASTER.DAT.
      *>----------------------------------------------------------------
       203-PROCESS-EMPLOYEE-GROUP.
           MOVE WS-GRP-EMP-ID TO EMP-ID
               ADD WS-GROSS-PAY TO WS-ACTUAL-GROSS
               PERFORM 207-VALIDATE-ADJUSTMENT
               PERFORM 215-APPLY-DEDUCTIONS
               PERFORM 236-COMPUTE-EMPLOYER-MATCH
               IF PRIOR-YEAR-ADJ AND NOT ADJ-REJECTED
                   PERFORM 242-POST-PRIOR-YEAR
               END-IF
               IF RESTART-RUN
                   AND WS-GRP-END-COUNT NOT > WS-CKPT-COUNT
                   CONTINUE
               ELSE
                   EVALUATE TRUE
                       WHEN ADJ-REJECTED
                           PERFORM 240-UPDATE-CHECKPOINT
                       WHEN TRIAL-RUN
                           PERFORM 220-GENERATE-REPORT-LINE
                           PERFORM 228-CHECK-DEPARTMENT-BREAK
                           PERFORM 247-POST-VARIANCE-ENTRY
                       WHEN OTHER
                           IF NOT PRIOR-YEAR-ADJ
                               PERFORM 217-UPDATE-YTD
                           END-IF
                           PERFORM 233-UPDATE-LEAVE-BALANCE
                           PERFORM 220-GENERATE-REPORT-LINE
                           PERFORM 222-WRITE-PAY-STUB
                           PERFORM 223-WRITE-PAY-HISTORY
                           PERFORM 241-WRITE-RECORDKEEPER-DETAIL
                           PERFORM 218-DETERMINE-PAY-METHOD
                           PERFORM 225-GENERATE-ACH-RECORD
                           PERFORM 226-WRITE-PAY-CHECK
                           PERFORM 228-CHECK-DEPARTMENT-BREAK
                           PERFORM 240-UPDATE-CHECKPOINT
                   END-EVALUATE
               END-IF
           ELSE
               IF RESTART-RUN
      *> run sees the first. The exception write is suppressed during a
      *> restart fast-forward, like 205-EDIT-RECORD's; the table update
      *> is not, so post-checkpoint validation still sees the
      *> fast-forwarded portion of the run. An ADJUSTMENT naming a tax
      *> year after the check date's is refused; one naming an earlier
      *> year is a prior-year correction, validated by
      *> 243-VALIDATE-PRIOR-YEAR against that year's archives instead.
      *>----------------------------------------------------------------
       207-VALIDATE-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-REJECT-FLAG
           MOVE 'N' TO WS-PY-ADJ-FLAG
           IF ADJUSTMENT AND WS-GRP-TAX-YEAR > WS-CURRENT-TAX-YEAR
               MOVE "ADJUSTMENT TAX YEAR AFTER CHECK DATE"
                   TO EXC-REASON
               PERFORM 207-REJECT-ADJUSTMENT
           END-IF
           IF ADJUSTMENT AND NOT ADJ-REJECTED
               AND WS-GRP-TAX-YEAR NOT = ZERO
               AND WS-GRP-TAX-YEAR < WS-CURRENT-TAX-YEAR
               SET PRIOR-YEAR-ADJ TO TRUE
               PERFORM 243-VALIDATE-PRIOR-YEAR
           END-IF
           IF ADJUSTMENT AND WS-GROSS-PAY < ZERO
               AND NOT PRIOR-YEAR-ADJ AND NOT ADJ-REJECTED
               MOVE 'N' TO WS-HIST-FOUND-FLAG
               MOVE ZERO TO WS-HIST-AVAIL-GROSS
               SET WS-HIST-IDX TO 1
               PERFORM 209-FIND-HISTORY-GROSS
                   UNTIL HIST-FOUND OR WS-HIST-IDX > WS-HIST-COUNT
               IF WS-HIST-AVAIL-GROSS + WS-GROSS-PAY < ZERO
                   MOVE "ADJUSTMENT EXCEEDS RECORDED PAY HISTORY"
                       TO EXC-REASON
                   PERFORM 207-REJECT-ADJUSTMENT
               END-IF
           END-IF
           IF NOT ADJ-REJECTED AND NOT PRIOR-YEAR-ADJ
               MOVE EMP-ID TO WS-HIST-POST-ID
               MOVE WS-GROSS-PAY TO WS-HIST-POST-GROSS
               PERFORM 112-POST-HISTORY-TABLE
           END-IF.

      *>----------------------------------------------------------------
      *> 207-REJECT-ADJUSTMENT refuses the ADJUSTMENT in hand for the
      *> reason the caller has moved to EXC-REASON.
      *>----------------------------------------------------------------
       207-REJECT-ADJUSTMENT.
           SET ADJ-REJECTED TO TRUE
           IF NOT (RESTART-RUN
               AND WS-GRP-END-COUNT NOT > WS-CKPT-COUNT)
               MOVE EMP-ID TO EXC-EMP-ID
               MOVE EMP-NAME TO EXC-EMP-NAME
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE
           END-IF.

       209-FIND-HISTORY-GROSS.
           IF WS-HIST-TBL-EMP-ID(WS-HIST-IDX) = EMP-ID
               MOVE WS-HIST-TBL-GROSS(WS-HIST-IDX)
      *> on each line price at that line's rate times the overtime
      *> multiplier. An ADJUSTMENT group is its single line priced
      *> flat at the resolved rate, as before. Per-line gross lands
      *> in WS-GRP-GROSS for the pay-history labor split. A salaried
      *> employee's group prices in 210-PRICE-SALARIED-GROUP instead:
      *> no hours test, no overtime.
      *>----------------------------------------------------------------
       210-CALCULATE-PAY.
           MOVE ZERO TO WS-GROSS-PAY
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-LINE-COUNT
           ELSE
               IF PAY-SALARIED
                   PERFORM 208-RESOLVE-LINE-FIELDS
                       VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > WS-GRP-LINE-COUNT
                   PERFORM 210-PRICE-SALARIED-GROUP
               ELSE
                   PERFORM 211-SET-OT-THRESHOLD
                   PERFORM 208-RESOLVE-LINE-FIELDS
                       VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > WS-GRP-LINE-COUNT
                   PERFORM 210-PRICE-ONE-LINE
                       VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > WS-GRP-LINE-COUNT
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 208-RESOLVE-LINE-FIELDS defaults a blank charge department
      *> to the home EMP-DEPT and a zero rate to the master EMP-RATE.
      *> Leave lines ("V"/"S") always pay at the master EMP-RATE -
      *> a rate override on a leave line is ignored by policy - and
      *> so do the salaried "R"/"U" lines, at the hourly equivalent.
      *>----------------------------------------------------------------
       208-RESOLVE-LINE-FIELDS.
           IF WS-GRP-CHARGE-DEPT(WS-GRP-SUB) = SPACES
           END-IF
           IF WS-GRP-LINE-TYPE(WS-GRP-SUB) = "V"
               OR WS-GRP-LINE-TYPE(WS-GRP-SUB) = "S"
               OR WS-GRP-LINE-TYPE(WS-GRP-SUB) = "R"
               OR WS-GRP-LINE-TYPE(WS-GRP-SUB) = "U"
               MOVE EMP-RATE TO WS-GRP-RATE(WS-GRP-SUB)
           ELSE
               IF WS-GRP-RATE(WS-GRP-SUB) = ZERO
      *> time allowance at the line rate, the rest at the line rate
      *> times the overtime multiplier. A leave line ("V"/"S") pays
      *> flat at the master rate and its hours do not count toward
      *> the overtime threshold. A salary or unpaid-time line on an
      *> hourly employee (the pay basis changed after the pre-edit)
      *> pays nothing.
      *>----------------------------------------------------------------
       210-PRICE-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-GRP-LINE-TYPE(WS-GRP-SUB) = "R"
                   OR WS-GRP-LINE-TYPE(WS-GRP-SUB) = "U"
                   MOVE ZERO TO WS-GRP-GROSS(WS-GRP-SUB)
               WHEN WS-GRP-LINE-TYPE(WS-GRP-SUB) = "V"
                   OR WS-GRP-LINE-TYPE(WS-GRP-SUB) = "S"
                   COMPUTE WS-LINE-GROSS = WS-GRP-RATE(WS-GRP-SUB) *
                       WS-GRP-HOURS(WS-GRP-SUB)
                   MOVE WS-LINE-GROSS TO WS-GRP-GROSS(WS-GRP-SUB)
                   ADD WS-LINE-GROSS TO WS-GROSS-PAY
               WHEN OTHER
                   COMPUTE WS-STRAIGHT-HOURS =
                       WS-OT-THRESHOLD - WS-HOURS-SO-FAR
                   IF WS-STRAIGHT-HOURS < ZERO
                       MOVE ZERO TO WS-STRAIGHT-HOURS
                   END-IF
                   IF WS-STRAIGHT-HOURS > WS-GRP-HOURS(WS-GRP-SUB)
                       MOVE WS-GRP-HOURS(WS-GRP-SUB)
                           TO WS-STRAIGHT-HOURS
                   END-IF
                   COMPUTE WS-OT-HOURS =
                       WS-GRP-HOURS(WS-GRP-SUB) - WS-STRAIGHT-HOURS
                   COMPUTE WS-REGULAR-PAY =
                       WS-STRAIGHT-HOURS * WS-GRP-RATE(WS-GRP-SUB)
                   COMPUTE WS-LINE-GROSS = WS-REGULAR-PAY +
                       (WS-OT-HOURS * WS-GRP-RATE(WS-GRP-SUB) *
                           WS-OVERTIME-RATE)
                   MOVE WS-LINE-GROSS TO WS-GRP-GROSS(WS-GRP-SUB)
                   ADD WS-LINE-GROSS TO WS-GROSS-PAY
                   COMPUTE WS-OVERTIME-PAY = WS-OVERTIME-PAY +
                       (WS-OT-HOURS * WS-GRP-RATE(WS-GRP-SUB) *
                           WS-OVERTIME-RATE)
                   ADD WS-GRP-HOURS(WS-GRP-SUB) TO WS-HOURS-SO-FAR
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> 210-PRICE-SALARIED-GROUP prices a salaried employee's period:
      *> the per-period share of EMP-ANNUAL-SALARY, no hours test and
      *> no overtime. The keyed exception lines price first, at the
      *> hourly equivalent in EMP-RATE - leave taken ("V"/"S") is paid
      *> on its own line so the labor split and the leave columns see
      *> it, unpaid time ("U") carries its hours but no pay - and the
      *> generated salary line ("R") takes what is left of the period
      *> salary after both, never below zero. Gross is therefore the
      *> period salary less unpaid time. EMP-HOURS becomes the paid
      *> hours of a standard salaried period.
      *>----------------------------------------------------------------
       210-PRICE-SALARIED-GROUP.
           COMPUTE WS-PERIOD-SALARY ROUNDED =
               EMP-ANNUAL-SALARY / WS-PAY-PERIODS-PER-YEAR
           MOVE ZERO TO WS-EXCEPTION-PAY
           MOVE ZERO TO WS-EXCEPTION-HOURS
           MOVE ZERO TO WS-UNPAID-HOURS
           PERFORM 210-PRICE-EXCEPTION-LINE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-LINE-COUNT
           PERFORM 210-PRICE-SALARY-LINE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-LINE-COUNT
           COMPUTE EMP-HOURS =
               WS-SALARIED-PERIOD-HOURS - WS-UNPAID-HOURS
           IF EMP-HOURS < ZERO
               MOVE ZERO TO EMP-HOURS
           END-IF.

       210-PRICE-EXCEPTION-LINE.
           EVALUATE TRUE
               WHEN WS-GRP-LINE-TYPE(WS-GRP-SUB) = "V"
                   OR WS-GRP-LINE-TYPE(WS-GRP-SUB) = "S"
                   COMPUTE WS-LINE-GROSS = WS-GRP-RATE(WS-GRP-SUB) *
                       WS-GRP-HOURS(WS-GRP-SUB)
                   MOVE WS-LINE-GROSS TO WS-GRP-GROSS(WS-GRP-SUB)
                   ADD WS-LINE-GROSS TO WS-GROSS-PAY
                   ADD WS-LINE-GROSS TO WS-EXCEPTION-PAY
                   ADD WS-GRP-HOURS(WS-GRP-SUB) TO WS-EXCEPTION-HOURS
               WHEN WS-GRP-LINE-TYPE(WS-GRP-SUB) = "U"
                   COMPUTE WS-LINE-GROSS = WS-GRP-RATE(WS-GRP-SUB) *
                       WS-GRP-HOURS(WS-GRP-SUB)
                   MOVE ZERO TO WS-GRP-GROSS(WS-GRP-SUB)
                   ADD WS-LINE-GROSS TO WS-EXCEPTION-PAY
                   ADD WS-GRP-HOURS(WS-GRP-SUB) TO WS-EXCEPTION-HOURS
                   ADD WS-GRP-HOURS(WS-GRP-SUB) TO WS-UNPAID-HOURS
               WHEN WS-GRP-LINE-TYPE(WS-GRP-SUB) = "R"
                   CONTINUE
               WHEN OTHER
                   MOVE ZERO TO WS-GRP-GROSS(WS-GRP-SUB)
           END-EVALUATE.

       210-PRICE-SALARY-LINE.
           IF WS-GRP-LINE-TYPE(WS-GRP-SUB) = "R"
               COMPUTE WS-LINE-GROSS =
                   WS-PERIOD-SALARY - WS-EXCEPTION-PAY
               IF WS-LINE-GROSS < ZERO
                   MOVE ZERO TO WS-LINE-GROSS
               END-IF
               COMPUTE WS-GRP-HOURS(WS-GRP-SUB) =
                   WS-SALARIED-PERIOD-HOURS - WS-EXCEPTION-HOURS
               IF WS-GRP-HOURS(WS-GRP-SUB) < ZERO
                   MOVE ZERO TO WS-GRP-HOURS(WS-GRP-SUB)
               END-IF
               MOVE WS-LINE-GROSS TO WS-GRP-GROSS(WS-GRP-SUB)
               ADD WS-LINE-GROSS TO WS-GROSS-PAY
           END-IF.

      *>----------------------------------------------------------------
                   (WS-TAXABLE-GROSS - WS-BRK-LOWER-LIMIT(WS-STAT-IDX,
                       WS-BRK-IDX)) *
                   WS-BRK-RATE(WS-STAT-IDX, WS-BRK-IDX)
           END-IF
           PERFORM 212-COMPUTE-STATE-TAX.

       213-NEXT-BRACKET.
           SET WS-BRK-IDX UP BY 1.

      *>----------------------------------------------------------------
      *> 212-COMPUTE-STATE-TAX withholds state income tax on the same
      *> taxable gross, from the work state's brackets for the filing
      *> status 212-COMPUTE-TAX just resolved, searching only as many
      *> brackets as the state uses. No withholding for an employee
      *> with no work state, a state with no table (already on
      *> EXCEPTIONS.RPT), or a taxable gross that is not positive.
      *>----------------------------------------------------------------
       212-COMPUTE-STATE-TAX.
           MOVE ZERO TO WS-STATE-TAX
           IF STATE-WITHHELD AND WS-TAXABLE-GROSS > ZERO
               SET WS-ST-STAT-IDX TO WS-STAT-IDX
               SET WS-ST-BRK-IDX TO 1
               PERFORM 213-NEXT-STATE-BRACKET
                   UNTIL WS-TAXABLE-GROSS NOT > WS-ST-BRK-UPPER-LIMIT(
                       WS-ST-IDX, WS-ST-STAT-IDX, WS-ST-BRK-IDX)
                   OR WS-ST-BRK-IDX NOT <
                       WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX)
               COMPUTE WS-STATE-TAX ROUNDED =
                   WS-ST-BRK-BASE-TAX(WS-ST-IDX, WS-ST-STAT-IDX,
                       WS-ST-BRK-IDX) +
                   (WS-TAXABLE-GROSS - WS-ST-BRK-LOWER-LIMIT(WS-ST-IDX,
                       WS-ST-STAT-IDX, WS-ST-BRK-IDX)) *
                   WS-ST-BRK-RATE(WS-ST-IDX, WS-ST-STAT-IDX,
                       WS-ST-BRK-IDX)
           END-IF.

       213-NEXT-STATE-BRACKET.
           SET WS-ST-BRK-IDX UP BY 1.

      *>----------------------------------------------------------------
      *> 212-SELECT-STATE-TABLE points WS-ST-IDX at the employee's
      *> work-state table once per employee, ahead of the first
      *> withholding computation. A work state TAXRATES.PRM carries
      *> no table for is flagged to EXCEPTIONS.RPT (suppressed during
      *> a restart fast-forward, like the other exception writes) and
      *> withholds no state tax rather than stopping the whole run.
      *>----------------------------------------------------------------
       212-SELECT-STATE-TABLE.
           MOVE 'N' TO WS-ST-WITHHOLD-FLAG
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO WS-ST-LOOK-STATE
               PERFORM 107-FIND-STATE-ENTRY
               IF STATE-FOUND
                   SET STATE-WITHHELD TO TRUE
               ELSE
                   IF NOT (RESTART-RUN
                       AND WS-GRP-END-COUNT NOT > WS-CKPT-COUNT)
                       MOVE EMP-ID TO EXC-EMP-ID
                       MOVE EMP-NAME TO EXC-EMP-NAME
                       MOVE SPACES TO EXC-REASON
                       STRING "NO STATE TAX TABLE FOR WORK STATE "
                           EMP-WORK-STATE
                           DELIMITED BY SIZE INTO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 215-APPLY-DEDUCTIONS derives the employee's deduction totals
      *> and final WS-NET-PAY. For normal records the deductions (this
      *> A table lookup is used, rather than a merge that assumes
      *> DEDUCTIONS-FILE and TIMECARD-FILE share a read order, because
      *> TIMECARD-FILE may be presorted by EMP-DEPT for the
      *> department subtotals. 401(k) deferrals are held to the
      *> room left under the plan's annual limit (fetched by
      *> 239-FETCH-401K-ROOM) and totalled, pretax and Roth, for the
      *> match and the YTD posting; an ADJUSTMENT's deferrals are
      *> totalled but, like the rest of its deductions, not limited.
      *>----------------------------------------------------------------
       215-APPLY-DEDUCTIONS.
           PERFORM 212-SELECT-STATE-TABLE
           MOVE ZERO TO WS-PRETAX-TOTAL
           MOVE ZERO TO WS-POSTTAX-TOTAL
           MOVE ZERO TO WS-EMP-DED-COUNT
           MOVE ZERO TO WS-ARREARS-COLLECTED
           MOVE ZERO TO WS-401K-PRETAX-DEF
           MOVE ZERO TO WS-401K-ROTH-DEF
           IF ADJUSTMENT
               IF NOT PRIOR-YEAR-ADJ
                   SET WS-DED-IDX TO 1
                   PERFORM 216-CONSUME-DEDUCTION
                       UNTIL WS-DED-IDX > WS-DED-COUNT
               END-IF
           ELSE
               IF PLAN-LOADED
                   PERFORM 239-FETCH-401K-ROOM
               END-IF
               PERFORM 214-BUILD-DEDUCTION-WORKSET
               COMPUTE WS-TAXABLE-GROSS = WS-GROSS-PAY
               PERFORM 212-COMPUTE-TAX
           END-IF
           COMPUTE WS-TAXABLE-GROSS = WS-GROSS-PAY - WS-PRETAX-TOTAL
           PERFORM 212-COMPUTE-TAX
           COMPUTE WS-NET-PAY = WS-TAXABLE-GROSS - WS-TAX
               - WS-STATE-TAX - WS-POSTTAX-TOTAL.

      *>----------------------------------------------------------------
      *> 214-BUILD-DEDUCTION-WORKSET assembles the employee's demand:
      *> is within taxable too). The untaken remainder is staged to
      *> ARREARS.TMP - suppressed during a restart fast-forward, like
      *> the exception writes, since the crashed run already staged
      *> it, and in a trial run, which stages nothing. Takes are
      *> itemized into WS-EMP-DED-DETAIL for the pay history, and
      *> takes against carried arrears accumulate the ARREARS column
      *> shown on the pay line. A 401(k) deferral's demand is first
      *> cut to the room left under the annual limit; only what the
      *> net could not cover of the cut demand becomes arrears, so
      *> the part over the limit is dropped, not carried.
      *>----------------------------------------------------------------
       232-TAKE-DEDUCTION.
           IF WS-WRK-CLASS(WS-WRK-SUB) = WS-APPLY-CLASS
               COMPUTE WS-AVAIL-NET = WS-TAXABLE-GROSS - WS-TAX
                   - WS-STATE-TAX - WS-POSTTAX-TOTAL
               IF WS-AVAIL-NET < ZERO
                   MOVE ZERO TO WS-AVAIL-NET
               END-IF
               MOVE WS-WRK-AMOUNT(WS-WRK-SUB) TO WS-DEMAND-AMOUNT
               MOVE WS-WRK-CODE(WS-WRK-SUB) TO WS-401K-LOOK-CODE
               PERFORM 234-CLASSIFY-DEFERRAL-CODE
               IF 401K-DEFERRAL-CODE
                   PERFORM 234-LIMIT-DEFERRAL
               END-IF
               MOVE WS-DEMAND-AMOUNT TO WS-TAKE-AMOUNT
               IF WS-TAKE-AMOUNT > WS-AVAIL-NET
                   MOVE WS-AVAIL-NET TO WS-TAKE-AMOUNT
               END-IF
                   IF WS-WRK-ARREARS-FLAG(WS-WRK-SUB) = "Y"
                       ADD WS-TAKE-AMOUNT TO WS-ARREARS-COLLECTED
                   END-IF
                   IF 401K-DEFERRAL-CODE
                       PERFORM 234-COUNT-DEFERRAL
                   END-IF
               END-IF
               COMPUTE WS-SHORT-AMOUNT =
                   WS-DEMAND-AMOUNT - WS-TAKE-AMOUNT
               IF WS-SHORT-AMOUNT > ZERO AND NOT TRIAL-RUN
                   AND NOT (RESTART-RUN
                       AND WS-GRP-END-COUNT NOT > WS-CKPT-COUNT)
                   MOVE EMP-ID TO ARR-EMP-ID
                   TO WS-EMP-DED-CODE(WS-EMP-DED-COUNT)
               MOVE WS-DED-TBL-AMOUNT(WS-DED-IDX)
                   TO WS-EMP-DED-AMOUNT(WS-EMP-DED-COUNT)
               MOVE WS-DED-TBL-CODE(WS-DED-IDX) TO WS-401K-LOOK-CODE
               PERFORM 234-CLASSIFY-DEFERRAL-CODE
               IF 401K-DEFERRAL-CODE
                   MOVE WS-DED-TBL-AMOUNT(WS-DED-IDX) TO WS-TAKE-AMOUNT
                   PERFORM 234-COUNT-DEFERRAL
               END-IF
           END-IF
           SET WS-DED-IDX UP BY 1.

           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 234-CLASSIFY-DEFERRAL-CODE marks WS-401K-LOOK-CODE as the
      *> plan's pretax ("P") or Roth ("R") deferral code, or neither.
      *> With no plan parameters in effect nothing is a deferral.
      *>----------------------------------------------------------------
       234-CLASSIFY-DEFERRAL-CODE.
           MOVE SPACE TO WS-401K-CODE-TYPE
           IF PLAN-LOADED AND WS-401K-LOOK-CODE NOT = SPACES
               EVALUATE WS-401K-LOOK-CODE
                   WHEN WS-PLAN-PRETAX-CODE
                       MOVE "P" TO WS-401K-CODE-TYPE
                   WHEN WS-PLAN-ROTH-CODE
                       MOVE "R" TO WS-401K-CODE-TYPE
               END-EVALUATE
           END-IF.

      *>----------------------------------------------------------------
      *> 234-LIMIT-DEFERRAL cuts a deferral's demand to the room left
      *> under the annual limit - to nothing once the limit is
      *> reached - and notes it on EXCEPTIONS.RPT (not during a
      *> restart fast-forward, like the other exception writes).
      *>----------------------------------------------------------------
       234-LIMIT-DEFERRAL.
           IF WS-DEMAND-AMOUNT > WS-401K-ROOM
               MOVE WS-401K-ROOM TO WS-DEMAND-AMOUNT
               IF NOT (RESTART-RUN
                   AND WS-GRP-END-COUNT NOT > WS-CKPT-COUNT)
                   MOVE EMP-ID TO EXC-EMP-ID
                   MOVE EMP-NAME TO EXC-EMP-NAME
                   MOVE SPACES TO EXC-REASON
                   IF WS-DEMAND-AMOUNT = ZERO
                       STRING "401(K) " WS-401K-LOOK-CODE
                           " STOPPED - ANNUAL LIMIT MET"
                           DELIMITED BY SIZE INTO EXC-REASON
                   ELSE
                       STRING "401(K) " WS-401K-LOOK-CODE
                           " TRIMMED TO ANNUAL LIMIT"
                           DELIMITED BY SIZE INTO EXC-REASON
                   END-IF
                   WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 234-COUNT-DEFERRAL totals a deferral just taken by its kind
      *> and uses up that much of the room under the limit.
      *>----------------------------------------------------------------
       234-COUNT-DEFERRAL.
           IF WS-401K-CODE-TYPE = "P"
               ADD WS-TAKE-AMOUNT TO WS-401K-PRETAX-DEF
           ELSE
               ADD WS-TAKE-AMOUNT TO WS-401K-ROTH-DEF
           END-IF
           SUBTRACT WS-TAKE-AMOUNT FROM WS-401K-ROOM.

      *>----------------------------------------------------------------
      *> 239-FETCH-401K-ROOM works out how much more the employee in
      *> hand may defer this year: the plan's deferral limit, plus
      *> the catch-up limit when the employee reaches the catch-up
      *> age during the check date's calendar year (by the birth date
      *> on the master; none on file never qualifies), less the
      *> deferrals already on YTD-MASTER. The keyed READ leaves the
      *> record for 217-UPDATE-YTD to read again when it posts.
      *>----------------------------------------------------------------
       239-FETCH-401K-ROOM.
           MOVE ZERO TO WS-401K-YTD-DEFERRAL
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE YTD-401K-DEFERRAL TO WS-401K-YTD-DEFERRAL
           END-READ
           MOVE WS-PLAN-DEFERRAL-LIMIT TO WS-401K-ANNUAL-LIMIT
           IF EMP-BIRTH-DATE NUMERIC AND EMP-BIRTH-DATE > ZERO
               COMPUTE WS-401K-BIRTH-YEAR = EMP-BIRTH-DATE / 10000
               IF WS-401K-CHECK-YEAR - WS-401K-BIRTH-YEAR
                   NOT < WS-PLAN-CATCHUP-AGE
                   ADD WS-PLAN-CATCHUP-LIMIT TO WS-401K-ANNUAL-LIMIT
               END-IF
           END-IF
           COMPUTE WS-401K-ROOM =
               WS-401K-ANNUAL-LIMIT - WS-401K-YTD-DEFERRAL
           IF WS-401K-ROOM < ZERO
               MOVE ZERO TO WS-401K-ROOM
           END-IF.

      *>----------------------------------------------------------------
      *> 236-COMPUTE-EMPLOYER-MATCH figures the employer 401(k) match
      *> on the period's deferrals (pretax and Roth together) by the
      *> plan's two-tier formula, each tier capped at its percentage
      *> of the period's gross - the plan compensation. The match is
      *> per pay period with no year-end true-up. No plan in effect
      *> means no match and no plan compensation.
      *>----------------------------------------------------------------
       236-COMPUTE-EMPLOYER-MATCH.
           MOVE ZERO TO WS-ER-401K-MATCH
           MOVE ZERO TO WS-PLAN-COMP
           IF PLAN-LOADED AND NOT PRIOR-YEAR-ADJ
               MOVE WS-GROSS-PAY TO WS-PLAN-COMP
               COMPUTE WS-401K-DEFERRAL-TOTAL =
                   WS-401K-PRETAX-DEF + WS-401K-ROTH-DEF
               IF WS-401K-DEFERRAL-TOTAL > ZERO
                   AND WS-GROSS-PAY > ZERO
                   COMPUTE WS-401K-TIER-CAP ROUNDED =
                       WS-GROSS-PAY * WS-PLAN-MATCH-UPTO-1 / 100
                   MOVE WS-401K-DEFERRAL-TOTAL TO WS-401K-TIER-1-BASE
                   IF WS-401K-TIER-1-BASE > WS-401K-TIER-CAP
                       MOVE WS-401K-TIER-CAP TO WS-401K-TIER-1-BASE
                   END-IF
                   COMPUTE WS-401K-TIER-2-BASE =
                       WS-401K-DEFERRAL-TOTAL - WS-401K-TIER-1-BASE
                   COMPUTE WS-401K-TIER-CAP ROUNDED =
                       WS-GROSS-PAY * WS-PLAN-MATCH-UPTO-2 / 100
                   IF WS-401K-TIER-2-BASE > WS-401K-TIER-CAP
                       MOVE WS-401K-TIER-CAP TO WS-401K-TIER-2-BASE
                   END-IF
                   COMPUTE WS-ER-401K-MATCH ROUNDED =
                       (WS-401K-TIER-1-BASE * WS-PLAN-MATCH-RATE-1
                       + WS-401K-TIER-2-BASE * WS-PLAN-MATCH-RATE-2)
                       / 100
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 217-UPDATE-YTD adds this period's gross/tax/net into the
      *> employee's running year-to-date totals on YTD-MASTER-FILE,
                   MOVE ZERO TO YTD-SS-WAGES
                   MOVE ZERO TO YTD-FUTA-WAGES
                   MOVE ZERO TO YTD-SUTA-WAGES
                   MOVE ZERO TO YTD-STATE-TAX
                   MOVE ZERO TO YTD-401K-DEFERRAL
                   MOVE ZERO TO YTD-401K-MATCH
                   PERFORM 219-COMPUTE-EMPLOYER-TAX
                   MOVE EMP-ID TO YTD-EMP-ID
                   PERFORM 221-POST-YTD-FIELDS
           ADD WS-NET-PAY TO YTD-NET
           ADD WS-SS-TAXABLE TO YTD-SS-WAGES
           ADD WS-FUTA-TAXABLE TO YTD-FUTA-WAGES
           ADD WS-SUTA-TAXABLE TO YTD-SUTA-WAGES
           ADD WS-STATE-TAX TO YTD-STATE-TAX
           ADD WS-401K-PRETAX-DEF WS-401K-ROTH-DEF TO YTD-401K-DEFERRAL
           ADD WS-ER-401K-MATCH TO YTD-401K-MATCH.

      *>----------------------------------------------------------------
      *> 242-POST-PRIOR-YEAR posts a prior-year correction to the
      *> corrected YTD image of the WS-PRIOR-YEAR-TABLE entry
      *> 243-VALIDATE-PRIOR-YEAR left WS-PY-IDX on, through the same
      *> 219-COMPUTE-EMPLOYER-TAX and 221-POST-YTD-FIELDS that
      *> 217-UPDATE-YTD uses, so the employer wage bases cap against
      *> the corrected year's figures rather than this year's. The
      *> posted image stays in YTD-MASTER-RECORD for the stub; the
      *> indexed file itself is not read or written.
      *>----------------------------------------------------------------
       242-POST-PRIOR-YEAR.
           MOVE WS-PY-TBL-CORRECTED(WS-PY-IDX) TO YTD-MASTER-RECORD
           PERFORM 219-COMPUTE-EMPLOYER-TAX
           PERFORM 221-POST-YTD-FIELDS
           MOVE YTD-MASTER-RECORD TO WS-PY-TBL-CORRECTED(WS-PY-IDX).

      *>----------------------------------------------------------------
      *> 243-VALIDATE-PRIOR-YEAR checks a correction to a closed tax
      *> year. The employee's entry for the year is loaded from the
      *> year's archives the first time it is needed; a correction
      *> that would take the year's recorded gross - the history
      *> archive's total or the YTD record's, each with this run's
      *> earlier corrections included - below zero is refused, as
      *> 207-VALIDATE-ADJUSTMENT refuses an over-reversal of this
      *> year's pay.
      *>----------------------------------------------------------------
       243-VALIDATE-PRIOR-YEAR.
           MOVE 'N' TO WS-PY-FOUND-FLAG
           SET WS-PY-IDX TO 1
           PERFORM 243-MATCH-PRIOR-YEAR-ENTRY
               UNTIL PY-ENTRY-FOUND OR WS-PY-IDX > WS-PY-COUNT
           IF NOT PY-ENTRY-FOUND
               PERFORM 244-LOAD-PRIOR-YEAR-ENTRY
           END-IF
           IF NOT ADJ-REJECTED
               MOVE WS-PY-TBL-CORRECTED(WS-PY-IDX) TO WS-PY-CORRECTED
               IF WS-PY-TBL-HIST-GROSS(WS-PY-IDX) + WS-GROSS-PAY < ZERO
                   OR PYC-GROSS + WS-GROSS-PAY < ZERO
                   MOVE "ADJUSTMENT EXCEEDS TAX YEAR PAY HISTORY"
                       TO EXC-REASON
                   PERFORM 207-REJECT-ADJUSTMENT
               ELSE
                   ADD WS-GROSS-PAY TO WS-PY-TBL-HIST-GROSS(WS-PY-IDX)
               END-IF
           END-IF.

       243-MATCH-PRIOR-YEAR-ENTRY.
           IF WS-PY-TBL-EMP-ID(WS-PY-IDX) = EMP-ID
               AND WS-PY-TBL-YEAR(WS-PY-IDX) = WS-GRP-TAX-YEAR
               SET PY-ENTRY-FOUND TO TRUE
           ELSE
               SET WS-PY-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 244-LOAD-PRIOR-YEAR-ENTRY builds the employee's entry for the
      *> tax year from YEAR-END-CLOSE's archives: the YTD record from
      *> YTDMASTER-<yyyy>.DAT (original and corrected images both
      *> start as the record as closed) and the gross total of the
      *> employee's records on PAYHIST-<yyyy>.DAT. A correction
      *> keyed to a year with no YEAR-END-CLOSE archives is rejected
      *> (207-REJECT-ADJUSTMENT): until that year is closed, key it
      *> with tax year zero so it posts as current-year pay. An
      *> employee with no YTD record for the year was never paid in
      *> it, and that correction is rejected too.
      *>----------------------------------------------------------------
       244-LOAD-PRIOR-YEAR-ENTRY.
           MOVE WS-GRP-TAX-YEAR TO WS-PY-YEAR
           PERFORM 289-NAME-PRIOR-YEAR-FILES
           MOVE 'N' TO WS-PY-YTD-FOUND-FLAG
           OPEN INPUT PRIOR-YTD-ARCHIVE
           IF WS-PY-YTD-MISSING
               MOVE "TAX YEAR NOT CLOSED - NO YTD ARCHIVE"
                   TO EXC-REASON
               PERFORM 207-REJECT-ADJUSTMENT
           ELSE
               MOVE 'N' TO WS-PY-EOF-FLAG
               PERFORM 244-SCAN-YTD-ARCHIVE
                   UNTIL PY-EOF OR PY-YTD-FOUND
               CLOSE PRIOR-YTD-ARCHIVE
               IF NOT PY-YTD-FOUND
                   MOVE "NO YTD RECORD FOR THE TAX YEAR"
                       TO EXC-REASON
                   PERFORM 207-REJECT-ADJUSTMENT
               END-IF
           END-IF
           IF NOT ADJ-REJECTED
               MOVE ZERO TO WS-PY-HIST-GROSS
               OPEN INPUT PRIOR-HIST-ARCHIVE
               IF WS-PY-HIST-MISSING
                   MOVE "TAX YEAR NOT CLOSED - NO HISTORY ARCHIVE"
                       TO EXC-REASON
                   PERFORM 207-REJECT-ADJUSTMENT
               ELSE
                   MOVE 'N' TO WS-PY-EOF-FLAG
                   PERFORM 244-SUM-HISTORY-ARCHIVE UNTIL PY-EOF
                   CLOSE PRIOR-HIST-ARCHIVE
               END-IF
           END-IF
           IF NOT ADJ-REJECTED
               IF WS-PY-COUNT = 200
                   GO TO 244-PRIOR-YEAR-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-PY-COUNT
               SET WS-PY-IDX TO WS-PY-COUNT
               MOVE EMP-ID TO WS-PY-TBL-EMP-ID(WS-PY-IDX)
               MOVE WS-PY-YEAR TO WS-PY-TBL-YEAR(WS-PY-IDX)
               MOVE EMP-NAME TO WS-PY-TBL-EMP-NAME(WS-PY-IDX)
               MOVE WS-PY-HIST-GROSS
                   TO WS-PY-TBL-HIST-GROSS(WS-PY-IDX)
               MOVE 'N' TO WS-PY-TBL-PUBLISHED(WS-PY-IDX)
               MOVE WS-PY-YTD-IMAGE TO WS-PY-TBL-ORIGINAL(WS-PY-IDX)
               MOVE WS-PY-YTD-IMAGE TO WS-PY-TBL-CORRECTED(WS-PY-IDX)
           END-IF.

       244-SCAN-YTD-ARCHIVE.
           READ PRIOR-YTD-ARCHIVE INTO WS-PY-YTD-IMAGE
               AT END
                   SET PY-EOF TO TRUE
               NOT AT END
                   IF WS-PY-IMAGE-EMP-ID = EMP-ID
                       SET PY-YTD-FOUND TO TRUE
                   END-IF
           END-READ.

       244-SUM-HISTORY-ARCHIVE.
           READ PRIOR-HIST-ARCHIVE INTO WS-HISTORY-RECORD
               AT END
                   SET PY-EOF TO TRUE
               NOT AT END
                   IF HIST-EMP-ID = EMP-ID
                       ADD HIST-GROSS TO WS-PY-HIST-GROSS
                   END-IF
           END-READ.

       244-PRIOR-YEAR-OVERFLOW-EXIT.
           DISPLAY "PAYROLL-SYSTEM ABEND: PRIOR-YEAR CORRECTIONS "
               "EXCEED WS-PRIOR-YEAR-TABLE CAPACITY OF 200"
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 233-UPDATE-LEAVE-BALANCE posts the period's leave activity:
           MOVE WS-PRETAX-TOTAL TO RPT-PRETAX-DED
           MOVE WS-POSTTAX-TOTAL TO RPT-POSTTAX-DED
           MOVE WS-ARREARS-COLLECTED TO RPT-ARREARS-COLL
           MOVE WS-STATE-TAX TO RPT-STATE-TAX
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

      *>----------------------------------------------------------------
      *> 222-WRITE-PAY-STUB writes the employee-facing statement to
      *> PAYSTUBS.RPT: this period's rate, hours (and, for a salaried
      *> employee, the annual and per-period salary), gross, federal
      *> tax, pretax/posttax deductions and net, plus the employee's
      *> year-to-date gross/tax/net as they stand after 217-UPDATE-YTD
      *> posted this period. 217-UPDATE-YTD leaves the posted totals in
      *> YTD-MASTER-RECORD on both its WRITE and REWRITE paths, so the
      *> stub reads them from there without a second keyed READ. For a
      *> prior-year correction 242-POST-PRIOR-YEAR leaves the corrected
      *> year's totals there instead, and the stub says which year.
      *>----------------------------------------------------------------
       222-WRITE-PAY-STUB.
           WRITE PAY-STUB-LINE FROM WS-STUB-RULE-LINE
           MOVE EMP-RATE TO STUB-RATE
           MOVE EMP-HOURS TO STUB-HOURS
           WRITE PAY-STUB-LINE FROM WS-STUB-RATE-LINE
           IF PAY-SALARIED
               MOVE EMP-ANNUAL-SALARY TO STUB-ANNUAL-SALARY
               MOVE WS-PERIOD-SALARY TO STUB-PERIOD-SALARY
               WRITE PAY-STUB-LINE FROM WS-STUB-SALARY-LINE
           END-IF
           MOVE WS-GROSS-PAY TO STUB-GROSS
           MOVE WS-TAX TO STUB-TAX
           MOVE WS-NET-PAY TO STUB-NET
           MOVE WS-PRETAX-TOTAL TO STUB-PRETAX-DED
           MOVE WS-POSTTAX-TOTAL TO STUB-POSTTAX-DED
           WRITE PAY-STUB-LINE FROM WS-STUB-DED-LINE
           IF PRIOR-YEAR-ADJ
               MOVE WS-GRP-TAX-YEAR TO STUB-TAX-YEAR
               WRITE PAY-STUB-LINE FROM WS-STUB-CORRECTION-LINE
           END-IF
           MOVE YTD-GROSS TO STUB-YTD-GROSS
           MOVE YTD-TAX TO STUB-YTD-TAX
           MOVE YTD-NET TO STUB-YTD-NET
           WRITE PAY-STUB-LINE FROM WS-STUB-YTD-LINE
           IF EMP-WORK-STATE NOT = SPACES OR YTD-STATE-TAX NOT = ZERO
               MOVE EMP-WORK-STATE TO STUB-STATE
               MOVE WS-STATE-TAX TO STUB-STATE-TAX
               MOVE YTD-STATE-TAX TO STUB-YTD-STATE-TAX
               WRITE PAY-STUB-LINE FROM WS-STUB-STATE-LINE
           END-IF
           MOVE LVB-VAC-BALANCE TO STUB-VAC-BAL
           MOVE LVB-SICK-BALANCE TO STUB-SICK-BAL
           WRITE PAY-STUB-LINE FROM WS-STUB-LEAVE-LINE
      *> detail record - the figures 220-GENERATE-REPORT-LINE just
      *> reported, itemized deductions included - to PAYHIST.TMP.
      *> 265-PUBLISH-PAY-HISTORY appends the staged records to the
      *> cumulative PAYHIST.DAT once the run balances - a prior-year
      *> correction's, stamped with its tax year, to that year's
      *> PAYHIST-<yyyy>.DAT archive instead.
      *>----------------------------------------------------------------
       223-WRITE-PAY-HISTORY.
           MOVE WS-PERIOD-NUMBER TO HIST-PERIOD
           MOVE WS-ER-FICA TO HIST-ER-FICA
           MOVE WS-ER-FUTA TO HIST-ER-FUTA
           MOVE WS-ER-SUTA TO HIST-ER-SUTA
           MOVE EMP-WORK-STATE TO HIST-STATE
           MOVE WS-STATE-TAX TO HIST-STATE-TAX
           MOVE ZERO TO HIST-RUN-SEQ
           MOVE SPACE TO HIST-OFF-ITEM
           IF PRIOR-YEAR-ADJ
               MOVE WS-GRP-TAX-YEAR TO HIST-TAX-YEAR
           ELSE
               MOVE ZERO TO HIST-TAX-YEAR
           END-IF
           MOVE WS-ER-401K-MATCH TO HIST-ER-401K-MATCH
           MOVE WS-PLAN-COMP TO HIST-PLAN-COMP
           MOVE WS-EMP-DED-COUNT TO HIST-DED-COUNT
           PERFORM 224-MOVE-DED-DETAIL
               VARYING WS-DED-DTL-SUB FROM 1 BY 1
                   TO HIST-LD-GROSS(WS-GRP-SUB)
           END-IF.

      *>----------------------------------------------------------------
      *> 241-WRITE-RECORDKEEPER-DETAIL stages the employee's 401(k)
      *> contribution detail for RKEEPER.DAT: the period's pretax and
      *> Roth deferrals, the employer match, the plan compensation,
      *> and the year-to-date deferrals and match as 217-UPDATE-YTD
      *> just posted them. An employee with neither a deferral nor a
      *> match this period is not sent.
      *>----------------------------------------------------------------
       241-WRITE-RECORDKEEPER-DETAIL.
           IF PLAN-LOADED
               AND (WS-401K-PRETAX-DEF NOT = ZERO
                   OR WS-401K-ROTH-DEF NOT = ZERO
                   OR WS-ER-401K-MATCH NOT = ZERO)
               MOVE "D" TO RKD-RECORD-TYPE
               MOVE WS-PLAN-ID TO RKD-PLAN-ID
               MOVE EMP-ID TO RKD-EMP-ID
               MOVE EMP-NAME TO RKD-EMP-NAME
               IF EMP-BIRTH-DATE NUMERIC
                   MOVE EMP-BIRTH-DATE TO RKD-BIRTH-DATE
               ELSE
                   MOVE ZERO TO RKD-BIRTH-DATE
               END-IF
               MOVE WS-PERIOD-NUMBER TO RKD-PERIOD
               MOVE WS-CHECK-DATE TO RKD-CHECK-DATE
               MOVE WS-401K-PRETAX-DEF TO RKD-PRETAX-DEFERRAL
               MOVE WS-401K-ROTH-DEF TO RKD-ROTH-DEFERRAL
               MOVE WS-ER-401K-MATCH TO RKD-ER-MATCH
               MOVE WS-PLAN-COMP TO RKD-PLAN-COMP
               MOVE YTD-401K-DEFERRAL TO RKD-YTD-DEFERRAL
               MOVE YTD-401K-MATCH TO RKD-YTD-MATCH
               WRITE RKEEPER-DETAIL-RECORD
           END-IF.

      *>----------------------------------------------------------------
      *> 218-DETERMINE-PAY-METHOD decides how the employee in hand is
      *> paid. ADJUSTMENT records and non-positive net pay disburse
               WRITE CHECK-PRINT-LINE FROM WS-CHECK-AMOUNT-LINE
               WRITE CHECK-PRINT-LINE FROM WS-CHECK-MEMO-LINE
               WRITE CHECK-PRINT-LINE FROM WS-STUB-RATE-LINE
               IF PAY-SALARIED
                   WRITE CHECK-PRINT-LINE FROM WS-STUB-SALARY-LINE
               END-IF
               WRITE CHECK-PRINT-LINE FROM WS-STUB-PAY-LINE
               WRITE CHECK-PRINT-LINE FROM WS-STUB-DED-LINE
               WRITE CHECK-PRINT-LINE FROM WS-STUB-YTD-LINE
               IF EMP-WORK-STATE NOT = SPACES
                   OR YTD-STATE-TAX NOT = ZERO
                   WRITE CHECK-PRINT-LINE FROM WS-STUB-STATE-LINE
               END-IF
               WRITE CHECK-PRINT-LINE FROM WS-STUB-LEAVE-LINE
               WRITE CHECK-PRINT-LINE FROM WS-CHECK-RULE-LINE
               WRITE CHECK-PRINT-LINE FROM SPACES
       238-MARK-SUMMARY-PRINTED.
           SET SUMMARY-PRINTED TO TRUE
           MOVE 'Y' TO CKPT-SUMMARY-PRINTED
           IF NOT TRIAL-RUN
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>----------------------------------------------------------------
      *> 240-UPDATE-CHECKPOINT rewrites CHECKPOINT.CTL after every
      *> record so a rerun can resume here instead of from record one.
      *> The running department/grand/type totals are carried along so
      *> a resumed run can restore them in 105-CHECK-RESTART instead of
      *> under-reporting the pre-crash portion of the file. A trial
      *> run leaves CHECKPOINT.CTL alone, here and in 238.
      *>----------------------------------------------------------------
       240-UPDATE-CHECKPOINT.
           MOVE WS-GRP-END-COUNT TO CKPT-RECORD-COUNT
           MOVE WS-SUMMARY-PRINTED TO CKPT-SUMMARY-PRINTED
           MOVE WS-NEXT-CHECK-NBR TO CKPT-NEXT-CHECK-NBR
           MOVE WS-PERIOD-NUMBER TO CKPT-PERIOD
           IF NOT TRIAL-RUN
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>----------------------------------------------------------------
      *> 247-POST-VARIANCE-ENTRY folds a trial-run employee's gross and
      *> net into the variance table. For an employee with history,
      *> each scheduled deduction this run takes (carried arrears are
      *> not new) that the last period did not carry is marked new -
      *> a garnishment or any other code - for 306 to report.
      *>----------------------------------------------------------------
       247-POST-VARIANCE-ENTRY.
           MOVE EMP-ID TO WS-VAR-LOOK-ID
           PERFORM 248-FIND-VARIANCE-ENTRY
           SET VAR-PAID-NOW(WS-VAR-IDX) TO TRUE
           ADD WS-GROSS-PAY TO WS-VAR-CUR-GROSS(WS-VAR-IDX)
           ADD WS-NET-PAY TO WS-VAR-CUR-NET(WS-VAR-IDX)
           IF NOT ADJUSTMENT
               AND WS-VAR-LAST-PERIOD(WS-VAR-IDX) NOT = ZERO
               PERFORM 249-NOTE-NEW-CODE
                   VARYING WS-WRK-SUB FROM 1 BY 1
                   UNTIL WS-WRK-SUB > WS-WRK-COUNT
           END-IF.

       248-FIND-VARIANCE-ENTRY.
           MOVE 'N' TO WS-VAR-FOUND-FLAG
           SET WS-VAR-IDX TO 1
           PERFORM 248-MATCH-VARIANCE-ENTRY
               UNTIL VAR-FOUND OR WS-VAR-IDX > WS-VAR-COUNT
           IF NOT VAR-FOUND
               IF WS-VAR-COUNT = 1000
                   GO TO 248-VARIANCE-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-VAR-COUNT
               SET WS-VAR-IDX TO WS-VAR-COUNT
               INITIALIZE WS-VAR-ENTRY(WS-VAR-IDX)
               MOVE WS-VAR-LOOK-ID TO WS-VAR-EMP-ID(WS-VAR-IDX)
           END-IF.

       248-VARIANCE-OVERFLOW-EXIT.
           DISPLAY "PAYROLL-SYSTEM ABEND: TRIAL RUN EXCEEDS "
               "WS-VARIANCE-TABLE CAPACITY OF 1000 EMPLOYEES"
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       248-MATCH-VARIANCE-ENTRY.
           IF WS-VAR-EMP-ID(WS-VAR-IDX) = WS-VAR-LOOK-ID
               SET VAR-FOUND TO TRUE
           ELSE
               SET WS-VAR-IDX UP BY 1
           END-IF.

       249-NOTE-NEW-CODE.
           IF WS-WRK-ARREARS-FLAG(WS-WRK-SUB) NOT = "Y"
               MOVE WS-WRK-CODE(WS-WRK-SUB) TO WS-VAR-LOOK-CODE
               IF WS-WRK-CLASS(WS-WRK-SUB) = "G"
                   MOVE "G" TO WS-VAR-LOOK-NEW
               ELSE
                   MOVE "D" TO WS-VAR-LOOK-NEW
               END-IF
               PERFORM 129-ADD-VARIANCE-CODE
           END-IF.

      *>----------------------------------------------------------------
      *> 250-VALIDATE-TOTALS balances the record count and gross total
           CLOSE PAY-HISTORY-MASTER.

       266-COPY-HISTORY-RECORD.
           READ PAY-HISTORY-EXPORT INTO WS-HISTORY-RECORD
               AT END
                   SET HIST-COPY-EOF TO TRUE
               NOT AT END
                   IF HIST-TAX-YEAR NUMERIC
                       AND HIST-TAX-YEAR NOT = ZERO
                       MOVE HIST-TAX-YEAR TO WS-PY-YEAR
                       PERFORM 289-NAME-PRIOR-YEAR-FILES
                       OPEN EXTEND PRIOR-HIST-ARCHIVE
                       WRITE PRIOR-HIST-RECORD
                           FROM PAY-HISTORY-EXPORT-RECORD
                       CLOSE PRIOR-HIST-ARCHIVE
                   ELSE
                       WRITE PAY-HISTORY-MASTER-RECORD
                           FROM PAY-HISTORY-EXPORT-RECORD
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>----------------------------------------------------------------
      *> 272-GENERATE-GL-EXTRACT builds the balanced GL journal for
      *> the period from the staged pay-history detail: a salary-
      *> expense debit per department for its gross and another for
      *> its employer 401(k) match, and credits for tax withheld,
      *> each deduction code's clearing account, the match payable,
      *> and net-pay clearing, each translated through GLMAP.DAT. It
      *> only runs from 300-CLEANUP's success path, after
      *> 250-VALIDATE-TOTALS passes - the same discipline as the NACHA
      *> publish. A key with no mapping posts to suspense account
      *> 99999999 and is flagged on the console rather than dropped,
               PERFORM 278-WRITE-GL-DEBIT-LINE
                   VARYING WS-GL-OUT-SUB FROM 1 BY 1
                   UNTIL WS-GL-OUT-SUB > WS-GL-DEPT-COUNT
               PERFORM 278-WRITE-GL-MATCH-DEBIT
                   VARYING WS-GL-OUT-SUB FROM 1 BY 1
                   UNTIL WS-GL-OUT-SUB > WS-GL-DEPT-COUNT
               MOVE "T" TO WS-GLMAP-LOOK-TYPE
               MOVE SPACES TO WS-GLMAP-LOOK-KEY
               PERFORM 281-LOOKUP-GL-ACCOUNT
               MOVE "FEDERAL TAX WITHHELD" TO GLJ-DESC
               MOVE WS-GL-TAX-TOTAL TO GLJ-AMOUNT
               PERFORM 283-WRITE-GL-CREDIT
               PERFORM 279-WRITE-GL-STATE-CREDIT
                   VARYING WS-GL-OUT-SUB FROM 1 BY 1
                   UNTIL WS-GL-OUT-SUB > WS-GL-STATE-COUNT
               PERFORM 279-WRITE-GL-DED-CREDIT
                   VARYING WS-GL-OUT-SUB FROM 1 BY 1
                   UNTIL WS-GL-OUT-SUB > WS-GL-DED-COUNT
               IF WS-GL-MATCH-TOTAL NOT = ZERO
                   MOVE "K" TO WS-GLMAP-LOOK-TYPE
                   MOVE SPACES TO WS-GLMAP-LOOK-KEY
                   PERFORM 281-LOOKUP-GL-ACCOUNT
                   MOVE "401(K) MATCH PAYABLE" TO GLJ-DESC
                   MOVE WS-GL-MATCH-TOTAL TO GLJ-AMOUNT
                   PERFORM 283-WRITE-GL-CREDIT
               END-IF
               MOVE "N" TO WS-GLMAP-LOOK-TYPE
               MOVE SPACES TO WS-GLMAP-LOOK-KEY
               PERFORM 281-LOOKUP-GL-ACCOUNT
      *> totals. A record carrying the labor-distribution split posts
      *> its salary expense line by line to the CHARGED departments;
      *> a record without one (history written before the split
      *> existed) falls back to the home department as a whole. The
      *> employer 401(k) match follows the salary expense, prorated
      *> across the split by each line's share of gross.
      *>----------------------------------------------------------------
       273-ACCUM-GL-HISTORY.
           READ PAY-HISTORY-EXPORT INTO WS-HISTORY-RECORD
                   SET GL-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-LD-COUNT > ZERO
                       MOVE ZERO TO WS-GL-ALLOC-MATCH
                       PERFORM 273-POST-GL-LD-LINE
                           VARYING WS-GL-LD-SUB FROM 1 BY 1
                           UNTIL WS-GL-LD-SUB > HIST-LD-COUNT
                   ELSE
                       MOVE HIST-DEPT TO WS-GL-WORK-DEPT
                       MOVE HIST-GROSS TO WS-GL-WORK-AMOUNT
                       MOVE HIST-ER-401K-MATCH TO WS-GL-WORK-MATCH
                       PERFORM 274-POST-GL-DEPT
                   END-IF
                   ADD HIST-ER-401K-MATCH TO WS-GL-MATCH-TOTAL
                   ADD HIST-TAX TO WS-GL-TAX-TOTAL
                   IF HIST-STATE-TAX NOT = ZERO
                       PERFORM 276-POST-GL-STATE
                   END-IF
                   ADD HIST-NET TO WS-GL-NET-TOTAL
                   PERFORM 276-POST-GL-DED
                       VARYING WS-GL-DED-SUB FROM 1 BY 1
       273-POST-GL-LD-LINE.
           MOVE HIST-LD-DEPT(WS-GL-LD-SUB) TO WS-GL-WORK-DEPT
           MOVE HIST-LD-GROSS(WS-GL-LD-SUB) TO WS-GL-WORK-AMOUNT
           EVALUATE TRUE
               WHEN WS-GL-LD-SUB = HIST-LD-COUNT
                   COMPUTE WS-GL-WORK-MATCH =
                       HIST-ER-401K-MATCH - WS-GL-ALLOC-MATCH
               WHEN HIST-GROSS = ZERO
                   MOVE ZERO TO WS-GL-WORK-MATCH
               WHEN OTHER
                   COMPUTE WS-GL-WORK-MATCH ROUNDED =
                       HIST-ER-401K-MATCH
                       * HIST-LD-GROSS(WS-GL-LD-SUB) / HIST-GROSS
                   ADD WS-GL-WORK-MATCH TO WS-GL-ALLOC-MATCH
           END-EVALUATE
           PERFORM 274-POST-GL-DEPT.

       274-POST-GL-DEPT.
                   TO WS-GL-DEPT-TBL-DEPT(WS-GL-DEPT-COUNT)
               MOVE WS-GL-WORK-AMOUNT
                   TO WS-GL-DEPT-TBL-GROSS(WS-GL-DEPT-COUNT)
               MOVE WS-GL-WORK-MATCH
                   TO WS-GL-DEPT-TBL-MATCH(WS-GL-DEPT-COUNT)
           END-IF.

       274-GL-DEPT-OVERFLOW-EXIT.
           IF WS-GL-DEPT-TBL-DEPT(WS-GLD-IDX) = WS-GL-WORK-DEPT
               ADD WS-GL-WORK-AMOUNT
                   TO WS-GL-DEPT-TBL-GROSS(WS-GLD-IDX)
               ADD WS-GL-WORK-MATCH
                   TO WS-GL-DEPT-TBL-MATCH(WS-GLD-IDX)
               SET GL-POSTED TO TRUE
           ELSE
               SET WS-GLD-IDX UP BY 1
               SET WS-GLC-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 276-POST-GL-STATE totals the state withholding by work
      *> state, each state being its own liability to remit.
      *>----------------------------------------------------------------
       276-POST-GL-STATE.
           MOVE 'N' TO WS-GL-POSTED-FLAG
           SET WS-GLS-IDX TO 1
           PERFORM 277-MATCH-GL-STATE
               UNTIL GL-POSTED OR WS-GLS-IDX > WS-GL-STATE-COUNT
           IF NOT GL-POSTED
               IF WS-GL-STATE-COUNT = 60
                   GO TO 276-GL-STATE-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-GL-STATE-COUNT
               MOVE HIST-STATE
                   TO WS-GL-STATE-TBL-STATE(WS-GL-STATE-COUNT)
               MOVE HIST-STATE-TAX
                   TO WS-GL-STATE-TBL-AMOUNT(WS-GL-STATE-COUNT)
           END-IF.

       276-GL-STATE-OVERFLOW-EXIT.
           DISPLAY "PAYROLL-SYSTEM ABEND: PAY HISTORY CARRIES MORE "
               "THAN 60 WORK STATES - WS-GL-STATE-TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       277-MATCH-GL-STATE.
           IF WS-GL-STATE-TBL-STATE(WS-GLS-IDX) = HIST-STATE
               ADD HIST-STATE-TAX TO WS-GL-STATE-TBL-AMOUNT(WS-GLS-IDX)
               SET GL-POSTED TO TRUE
           ELSE
               SET WS-GLS-IDX UP BY 1
           END-IF.

       278-WRITE-GL-DEBIT-LINE.
           MOVE "D" TO WS-GLMAP-LOOK-TYPE
           MOVE WS-GL-DEPT-TBL-DEPT(WS-GL-OUT-SUB)
               TO WS-GL-DEBIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM WS-GL-LINE.

      *>----------------------------------------------------------------
      *> 278-WRITE-GL-MATCH-DEBIT books a department's employer
      *> 401(k) match to its match-expense account (GLMAP type "M",
      *> keyed by department). Departments with no match post none.
      *>----------------------------------------------------------------
       278-WRITE-GL-MATCH-DEBIT.
           IF WS-GL-DEPT-TBL-MATCH(WS-GL-OUT-SUB) NOT = ZERO
               MOVE "M" TO WS-GLMAP-LOOK-TYPE
               MOVE WS-GL-DEPT-TBL-DEPT(WS-GL-OUT-SUB)
                   TO WS-GLMAP-LOOK-KEY
               PERFORM 281-LOOKUP-GL-ACCOUNT
               MOVE SPACES TO GLJ-DESC
               STRING "401(K) MATCH EXPENSE "
                   FUNCTION TRIM(WS-GL-DEPT-TBL-DEPT(WS-GL-OUT-SUB))
                   DELIMITED BY SIZE INTO GLJ-DESC
               MOVE WS-GLMAP-ACCOUNT TO GLJ-ACCOUNT
               MOVE "D" TO GLJ-DR-CR
               MOVE WS-GL-DEPT-TBL-MATCH(WS-GL-OUT-SUB) TO GLJ-AMOUNT
               MOVE WS-PERIOD-NUMBER TO GLJ-PERIOD
               ADD WS-GL-DEPT-TBL-MATCH(WS-GL-OUT-SUB)
                   TO WS-GL-DEBIT-TOTAL
               WRITE GL-JOURNAL-RECORD FROM WS-GL-LINE
           END-IF.

       279-WRITE-GL-DED-CREDIT.
           MOVE "C" TO WS-GLMAP-LOOK-TYPE
           MOVE SPACES TO WS-GLMAP-LOOK-KEY
           MOVE WS-GL-DED-TBL-AMOUNT(WS-GL-OUT-SUB) TO GLJ-AMOUNT
           PERFORM 283-WRITE-GL-CREDIT.

       279-WRITE-GL-STATE-CREDIT.
           MOVE "S" TO WS-GLMAP-LOOK-TYPE
           MOVE SPACES TO WS-GLMAP-LOOK-KEY
           MOVE WS-GL-STATE-TBL-STATE(WS-GL-OUT-SUB)
               TO WS-GLMAP-LOOK-KEY(1:2)
           PERFORM 281-LOOKUP-GL-ACCOUNT
           MOVE SPACES TO GLJ-DESC
           STRING "STATE TAX WITHHELD "
               WS-GL-STATE-TBL-STATE(WS-GL-OUT-SUB)
               DELIMITED BY SIZE INTO GLJ-DESC
           MOVE WS-GL-STATE-TBL-AMOUNT(WS-GL-OUT-SUB) TO GLJ-AMOUNT
           PERFORM 283-WRITE-GL-CREDIT.

       281-LOOKUP-GL-ACCOUNT.
           MOVE 'N' TO WS-GLMAP-FOUND-FLAG
           SET WS-GLMAP-IDX TO 1
      *> 284-GENERATE-LABOR-COST rereads the staged pay-history
      *> detail and reports the fully-burdened labor cost by
      *> department on LABORCOST.RPT: gross plus the employer FICA
      *> match, FUTA/SUTA accruals and 401(k) match, with the
      *> period's total employer accrual to book at the foot. Runs
      *> only from 300-CLEANUP's success path, alongside the GL
      *> extract.
      *>----------------------------------------------------------------
       284-GENERATE-LABOR-COST.
           OPEN INPUT PAY-HISTORY-EXPORT
           MOVE WS-LAB-GRAND-FICA TO LAB-FICA
           MOVE WS-LAB-GRAND-FUTA TO LAB-FUTA
           MOVE WS-LAB-GRAND-SUTA TO LAB-SUTA
           MOVE WS-LAB-GRAND-MATCH TO LAB-MATCH
           COMPUTE WS-LAB-GRAND-BURDEN = WS-LAB-GRAND-GROSS
               + WS-LAB-GRAND-FICA + WS-LAB-GRAND-FUTA
               + WS-LAB-GRAND-SUTA + WS-LAB-GRAND-MATCH
           MOVE WS-LAB-GRAND-BURDEN TO LAB-BURDENED
           WRITE LABOR-COST-LINE FROM WS-LABOR-LINE
           COMPUTE WS-LAB-GRAND-BURDEN = WS-LAB-GRAND-FICA
               + WS-LAB-GRAND-FUTA + WS-LAB-GRAND-SUTA
               + WS-LAB-GRAND-MATCH
           MOVE WS-LAB-GRAND-BURDEN TO LAB-ACCRUAL-TOTAL
           WRITE LABOR-COST-LINE FROM WS-LABOR-ACCRUAL-LINE
           CLOSE LABOR-COST-REPORT.
                       MOVE ZERO TO WS-LAB-ALLOC-FICA
                       MOVE ZERO TO WS-LAB-ALLOC-FUTA
                       MOVE ZERO TO WS-LAB-ALLOC-SUTA
                       MOVE ZERO TO WS-LAB-ALLOC-MATCH
                       PERFORM 285-POST-LABOR-LD-LINE
                           VARYING WS-LAB-LD-SUB FROM 1 BY 1
                           UNTIL WS-LAB-LD-SUB > HIST-LD-COUNT
                       MOVE HIST-ER-FICA TO WS-LAB-WORK-FICA
                       MOVE HIST-ER-FUTA TO WS-LAB-WORK-FUTA
                       MOVE HIST-ER-SUTA TO WS-LAB-WORK-SUTA
                       MOVE HIST-ER-401K-MATCH TO WS-LAB-WORK-MATCH
                       PERFORM 286-POST-LABOR-DEPT
                   END-IF
                   ADD HIST-GROSS TO WS-LAB-GRAND-GROSS
                   ADD HIST-ER-FICA TO WS-LAB-GRAND-FICA
                   ADD HIST-ER-FUTA TO WS-LAB-GRAND-FUTA
                   ADD HIST-ER-SUTA TO WS-LAB-GRAND-SUTA
                   ADD HIST-ER-401K-MATCH TO WS-LAB-GRAND-MATCH
           END-READ.

       285-POST-LABOR-LD-LINE.
                   HIST-ER-FUTA - WS-LAB-ALLOC-FUTA
               COMPUTE WS-LAB-WORK-SUTA =
                   HIST-ER-SUTA - WS-LAB-ALLOC-SUTA
               COMPUTE WS-LAB-WORK-MATCH =
                   HIST-ER-401K-MATCH - WS-LAB-ALLOC-MATCH
           ELSE
               COMPUTE WS-LAB-WORK-FICA ROUNDED = HIST-ER-FICA *
                   HIST-LD-GROSS(WS-LAB-LD-SUB) / HIST-GROSS
                   HIST-LD-GROSS(WS-LAB-LD-SUB) / HIST-GROSS
               ADD WS-LAB-WORK-FICA TO WS-LAB-ALLOC-FICA
               ADD WS-LAB-WORK-FUTA TO WS-LAB-ALLOC-FUTA
               COMPUTE WS-LAB-WORK-MATCH ROUNDED = HIST-ER-401K-MATCH
                   * HIST-LD-GROSS(WS-LAB-LD-SUB) / HIST-GROSS
               ADD WS-LAB-WORK-SUTA TO WS-LAB-ALLOC-SUTA
               ADD WS-LAB-WORK-MATCH TO WS-LAB-ALLOC-MATCH
           END-IF
           PERFORM 286-POST-LABOR-DEPT.

                   TO WS-LAB-TBL-FUTA(WS-LABOR-DEPT-COUNT)
               MOVE WS-LAB-WORK-SUTA
                   TO WS-LAB-TBL-SUTA(WS-LABOR-DEPT-COUNT)
               MOVE WS-LAB-WORK-MATCH
                   TO WS-LAB-TBL-MATCH(WS-LABOR-DEPT-COUNT)
           END-IF.

       286-LABOR-OVERFLOW-EXIT.
               ADD WS-LAB-WORK-FICA TO WS-LAB-TBL-FICA(WS-LAB-IDX)
               ADD WS-LAB-WORK-FUTA TO WS-LAB-TBL-FUTA(WS-LAB-IDX)
               ADD WS-LAB-WORK-SUTA TO WS-LAB-TBL-SUTA(WS-LAB-IDX)
               ADD WS-LAB-WORK-MATCH TO WS-LAB-TBL-MATCH(WS-LAB-IDX)
               SET LABOR-POSTED TO TRUE
           ELSE
               SET WS-LAB-IDX UP BY 1
           MOVE WS-LAB-TBL-FICA(WS-LABOR-OUT-SUB) TO LAB-FICA
           MOVE WS-LAB-TBL-FUTA(WS-LABOR-OUT-SUB) TO LAB-FUTA
           MOVE WS-LAB-TBL-SUTA(WS-LABOR-OUT-SUB) TO LAB-SUTA
           MOVE WS-LAB-TBL-MATCH(WS-LABOR-OUT-SUB) TO LAB-MATCH
           COMPUTE WS-LAB-GRAND-BURDEN =
               WS-LAB-TBL-GROSS(WS-LABOR-OUT-SUB)
               + WS-LAB-TBL-FICA(WS-LABOR-OUT-SUB)
               + WS-LAB-TBL-FUTA(WS-LABOR-OUT-SUB)
               + WS-LAB-TBL-SUTA(WS-LABOR-OUT-SUB)
               + WS-LAB-TBL-MATCH(WS-LABOR-OUT-SUB)
           MOVE WS-LAB-GRAND-BURDEN TO LAB-BURDENED
           WRITE LABOR-COST-LINE FROM WS-LABOR-LINE.

                       FROM ARREARS-EXPORT-RECORD
           END-READ.

      *>----------------------------------------------------------------
      *> 290-PUBLISH-PRIOR-YEAR finishes the run's prior-year
      *> corrections once the run balances: each corrected tax year's
      *> YTDMASTER-<yyyy>.DAT is rebuilt through YTDMASTER.NEW with
      *> the corrected records in place of the ones the year closed
      *> with, and W2CORR.RPT gets a corrected-statement block for
      *> each employee whose figures for the year changed. A run with
      *> no corrections still writes the report, empty, so the
      *> period's archive set is complete. Runs only from
      *> 300-CLEANUP's success path, after 265-PUBLISH-PAY-HISTORY
      *> has appended the corrections to the history archives.
      *>----------------------------------------------------------------
       290-PUBLISH-PRIOR-YEAR.
           OPEN OUTPUT W2C-REPORT-FILE
           MOVE WS-PERIOD-NUMBER TO W2C-PERIOD
           MOVE WS-CHECK-DATE TO W2C-CHECK-DATE
           WRITE W2C-REPORT-LINE FROM WS-W2C-TITLE-LINE
           WRITE W2C-REPORT-LINE FROM WS-W2C-COMPANY-LINE
           WRITE W2C-REPORT-LINE FROM SPACES
           MOVE ZERO TO WS-W2C-COUNT
           PERFORM 291-PUBLISH-TAX-YEAR
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT
           MOVE WS-W2C-COUNT TO W2C-TOTAL-COUNT
           WRITE W2C-REPORT-LINE FROM WS-W2C-RULE-LINE
           WRITE W2C-REPORT-LINE FROM WS-W2C-TOTAL-LINE
           CLOSE W2C-REPORT-FILE
           IF WS-W2C-COUNT > ZERO
               DISPLAY "PAYROLL-SYSTEM: " WS-W2C-COUNT
                   " CORRECTED WAGE STATEMENTS ON W2CORR.RPT"
           END-IF.

      *>----------------------------------------------------------------
      *> 291-PUBLISH-TAX-YEAR handles the tax year of table entry
      *> WS-PY-SUB the first time the year comes up: the year's YTD
      *> archive is copied to YTDMASTER.NEW, substituting every
      *> corrected record of the year, and copied back; then each of
      *> the year's entries prints (if its figures changed) and is
      *> marked done, so the year is not rebuilt again.
      *>----------------------------------------------------------------
       291-PUBLISH-TAX-YEAR.
           IF NOT PY-TBL-PUBLISHED(WS-PY-SUB)
               MOVE WS-PY-TBL-YEAR(WS-PY-SUB) TO WS-PY-YEAR
               PERFORM 289-NAME-PRIOR-YEAR-FILES
               OPEN INPUT PRIOR-YTD-ARCHIVE
               OPEN OUTPUT PRIOR-YTD-WORK
               MOVE 'N' TO WS-PY-EOF-FLAG
               PERFORM 291-COPY-YTD-ARCHIVE-RECORD UNTIL PY-EOF
               CLOSE PRIOR-YTD-ARCHIVE
               CLOSE PRIOR-YTD-WORK
               OPEN INPUT PRIOR-YTD-WORK
               OPEN OUTPUT PRIOR-YTD-ARCHIVE
               MOVE 'N' TO WS-PY-EOF-FLAG
               PERFORM 291-RESTORE-YTD-RECORD UNTIL PY-EOF
               CLOSE PRIOR-YTD-WORK
               CLOSE PRIOR-YTD-ARCHIVE
               PERFORM 280-PRINT-CORRECTED-STATEMENT
                   VARYING WS-PY-REPL-SUB FROM 1 BY 1
                   UNTIL WS-PY-REPL-SUB > WS-PY-COUNT
           END-IF.

       291-COPY-YTD-ARCHIVE-RECORD.
           READ PRIOR-YTD-ARCHIVE INTO WS-PY-YTD-IMAGE
               AT END
                   SET PY-EOF TO TRUE
               NOT AT END
                   PERFORM 291-SUBSTITUTE-CORRECTED
                       VARYING WS-PY-REPL-SUB FROM 1 BY 1
                       UNTIL WS-PY-REPL-SUB > WS-PY-COUNT
                   WRITE PRIOR-YTD-WORK-RECORD FROM WS-PY-YTD-IMAGE
           END-READ.

       291-SUBSTITUTE-CORRECTED.
           IF WS-PY-TBL-YEAR(WS-PY-REPL-SUB) = WS-PY-YEAR
               AND WS-PY-TBL-EMP-ID(WS-PY-REPL-SUB)
                   = WS-PY-IMAGE-EMP-ID
               MOVE WS-PY-TBL-CORRECTED(WS-PY-REPL-SUB)
                   TO WS-PY-YTD-IMAGE
           END-IF.

       291-RESTORE-YTD-RECORD.
           READ PRIOR-YTD-WORK
               AT END
                   SET PY-EOF TO TRUE
               NOT AT END
                   WRITE PRIOR-YTD-RECORD FROM PRIOR-YTD-WORK-RECORD
           END-READ.

      *>----------------------------------------------------------------
      *> 289-NAME-PRIOR-YEAR-FILES points PRIOR-HIST-ARCHIVE and
      *> PRIOR-YTD-ARCHIVE at tax year WS-PY-YEAR's archives, named
      *> the way YEAR-END-CLOSE writes them.
      *>----------------------------------------------------------------
       289-NAME-PRIOR-YEAR-FILES.
           MOVE SPACES TO WS-PY-HIST-NAME
           STRING "PAYHIST-" WS-PY-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-PY-HIST-NAME
           MOVE SPACES TO WS-PY-YTD-NAME
           STRING "YTDMASTER-" WS-PY-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-PY-YTD-NAME.

      *>----------------------------------------------------------------
      *> 280-PRINT-CORRECTED-STATEMENT prints table entry
      *> WS-PY-REPL-SUB's corrected-statement block if the entry
      *> belongs to the year being published and its corrected YTD
      *> record differs from the one the year closed with (corrections
      *> that net to nothing change no statement), and marks it done.
      *> The amounts are the annual wage statement's, YEAR-END-CLOSE's
      *> lines in the same order.
      *>----------------------------------------------------------------
       280-PRINT-CORRECTED-STATEMENT.
           IF WS-PY-TBL-YEAR(WS-PY-REPL-SUB) = WS-PY-YEAR
               AND NOT PY-TBL-PUBLISHED(WS-PY-REPL-SUB)
               SET PY-TBL-PUBLISHED(WS-PY-REPL-SUB) TO TRUE
               IF WS-PY-TBL-CORRECTED(WS-PY-REPL-SUB)
                   NOT = WS-PY-TBL-ORIGINAL(WS-PY-REPL-SUB)
                   ADD 1 TO WS-W2C-COUNT
                   MOVE WS-PY-TBL-ORIGINAL(WS-PY-REPL-SUB)
                       TO WS-PY-ORIGINAL
                   MOVE WS-PY-TBL-CORRECTED(WS-PY-REPL-SUB)
                       TO WS-PY-CORRECTED
                   WRITE W2C-REPORT-LINE FROM WS-W2C-RULE-LINE
                   MOVE WS-PY-TBL-EMP-ID(WS-PY-REPL-SUB) TO W2C-EMP-ID
                   MOVE WS-PY-TBL-EMP-NAME(WS-PY-REPL-SUB)
                       TO W2C-EMP-NAME
                   MOVE WS-PY-YEAR TO W2C-TAX-YEAR
                   WRITE W2C-REPORT-LINE FROM WS-W2C-ID-LINE
                   WRITE W2C-REPORT-LINE FROM WS-W2C-HEADER-LINE
                   MOVE "GROSS WAGES" TO W2C-LABEL
                   MOVE PYO-GROSS TO WS-W2C-ORIG-AMT
                   MOVE PYC-GROSS TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   MOVE "FED TAX WITHHELD" TO W2C-LABEL
                   MOVE PYO-TAX TO WS-W2C-ORIG-AMT
                   MOVE PYC-TAX TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   MOVE "NET PAY" TO W2C-LABEL
                   MOVE PYO-NET TO WS-W2C-ORIG-AMT
                   MOVE PYC-NET TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   MOVE "SOCIAL SEC WAGES" TO W2C-LABEL
                   MOVE PYO-SS-WAGES TO WS-W2C-ORIG-AMT
                   MOVE PYC-SS-WAGES TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   MOVE "FUTA WAGES" TO W2C-LABEL
                   MOVE PYO-FUTA-WAGES TO WS-W2C-ORIG-AMT
                   MOVE PYC-FUTA-WAGES TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   MOVE "SUTA WAGES" TO W2C-LABEL
                   MOVE PYO-SUTA-WAGES TO WS-W2C-ORIG-AMT
                   MOVE PYC-SUTA-WAGES TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   MOVE "STATE TAX WITHHELD" TO W2C-LABEL
                   MOVE PYO-STATE-TAX TO WS-W2C-ORIG-AMT
                   MOVE PYC-STATE-TAX TO WS-W2C-CORR-AMT
                   PERFORM 280-PRINT-AMOUNT-LINE
                   WRITE W2C-REPORT-LINE FROM SPACES
               END-IF
           END-IF.

       280-PRINT-AMOUNT-LINE.
           MOVE WS-W2C-ORIG-AMT TO W2C-ORIGINAL
           MOVE WS-W2C-CORR-AMT TO W2C-CORRECTED
           COMPUTE W2C-DIFFERENCE = WS-W2C-CORR-AMT - WS-W2C-ORIG-AMT
           WRITE W2C-REPORT-LINE FROM WS-W2C-AMOUNT-LINE.

      *>----------------------------------------------------------------
      *> 298-PUBLISH-RECORDKEEPER-FILE builds RKEEPER.DAT for the plan
      *> recordkeeper from the details staged on RKEEPER.TMP: a
      *> header naming the plan, period and check date, the details,
      *> and a trailer with the detail count and the deferral, match
      *> and plan-compensation totals. With no plan parameters in
      *> effect there is nothing to send and no file is written.
      *> Runs only from 300-CLEANUP's success path.
      *>----------------------------------------------------------------
       298-PUBLISH-RECORDKEEPER-FILE.
           CLOSE RKEEPER-EXPORT
           IF NOT PLAN-LOADED
               DISPLAY "PAYROLL-SYSTEM: NO 401(K) PLAN IN EFFECT - "
                   "RKEEPER.DAT NOT PRODUCED"
           ELSE
               OPEN INPUT RKEEPER-EXPORT
               OPEN OUTPUT RKEEPER-FINAL-FILE
               MOVE WS-PLAN-ID TO RKH-PLAN-ID
               MOVE WS-PERIOD-NUMBER TO RKH-PERIOD
               MOVE WS-CHECK-DATE TO RKH-CHECK-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-STAMP
               MOVE WS-STAMP-DATE TO RKH-CREATION-DATE
               WRITE RKEEPER-FINAL-RECORD FROM WS-RKEEPER-HEADER
               MOVE WS-PLAN-ID TO RKT-PLAN-ID
               MOVE ZERO TO RKT-DETAIL-COUNT
               MOVE ZERO TO RKT-PRETAX-TOTAL
               MOVE ZERO TO RKT-ROTH-TOTAL
               MOVE ZERO TO RKT-MATCH-TOTAL
               MOVE ZERO TO RKT-PLAN-COMP-TOTAL
               MOVE 'N' TO WS-RKEEPER-COPY-FLAG
               PERFORM 299-COPY-RECORDKEEPER-RECORD
                   UNTIL RKEEPER-COPY-EOF
               WRITE RKEEPER-FINAL-RECORD FROM WS-RKEEPER-TRAILER
               CLOSE RKEEPER-EXPORT
               CLOSE RKEEPER-FINAL-FILE
               DISPLAY "PAYROLL-SYSTEM: RKEEPER.DAT WRITTEN - "
                   RKT-DETAIL-COUNT " CONTRIBUTION DETAILS"
           END-IF.

       299-COPY-RECORDKEEPER-RECORD.
           READ RKEEPER-EXPORT
               AT END
                   SET RKEEPER-COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RKT-DETAIL-COUNT
                   ADD RKD-PRETAX-DEFERRAL TO RKT-PRETAX-TOTAL
                   ADD RKD-ROTH-DEFERRAL TO RKT-ROTH-TOTAL
                   ADD RKD-ER-MATCH TO RKT-MATCH-TOTAL
                   ADD RKD-PLAN-COMP TO RKT-PLAN-COMP-TOTAL
                   WRITE RKEEPER-FINAL-RECORD
                       FROM RKEEPER-DETAIL-RECORD
           END-READ.

       999-ABEND-EXIT.
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE CHECK-MASTER-EXPORT
           CLOSE RKEEPER-EXPORT
           CLOSE LEAVE-REPORT-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE LEAVE-BALANCE-FILE
           STOP RUN.

       300-CLEANUP.
           IF TRIAL-RUN
               GO TO 305-FINISH-TRIAL-RUN
           END-IF
           PERFORM 245-RESET-CHECKPOINT
           IF OUT-OF-BALANCE
               GO TO 999-ABEND-EXIT
           END-IF
           PERFORM 260-PUBLISH-NACHA-EXPORT
           PERFORM 265-PUBLISH-PAY-HISTORY
           PERFORM 290-PUBLISH-PRIOR-YEAR
           PERFORM 298-PUBLISH-RECORDKEEPER-FILE
           PERFORM 296-PUBLISH-CHECK-MASTER
           PERFORM 292-PUBLISH-ARREARS
           PERFORM 272-GENERATE-GL-EXTRACT
           CLOSE YTD-MASTER-FILE
           CLOSE LEAVE-BALANCE-FILE.

      *>----------------------------------------------------------------
      *> 305-FINISH-TRIAL-RUN ends a trial run in place of the rest of
      *> 300-CLEANUP: nothing is published, RUNCTL.DAT and
      *> CHECKPOINT.CTL are not written, and only the files a trial
      *> opens are closed. An out-of-balance trial still ends with
      *> return code 16, so the operator sees it before the real run.
      *>----------------------------------------------------------------
       305-FINISH-TRIAL-RUN.
           PERFORM 306-WRITE-VARIANCE-REPORT
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE PAYROLL-REPORT
           CLOSE EXCEPTIONS-FILE
           CLOSE VARIANCE-REPORT-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE LEAVE-BALANCE-FILE
           DISPLAY "PAYROLL-SYSTEM: TRIAL RUN FOR PERIOD "
               WS-PERIOD-NUMBER " COMPLETE - NOTHING POSTED ("
               WS-VAR-FINDING-COUNT " VARIANCE FINDINGS ON "
               "VARIANCE.RPT)"
           IF OUT-OF-BALANCE
               DISPLAY "PAYROLL-SYSTEM: TRIAL RUN IS OUT OF BALANCE "
                   "AGAINST EMPLOYEE.CTL - SEE TRIALREG.RPT"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------------
      *> 306-WRITE-VARIANCE-REPORT lists, per variance-table entry:
      *> a first-time employee (paid now, no regular period on
      *> PAYHIST.DAT); a gross or net swing from the employee's last
      *> period beyond WS-VARIANCE-PCT either way; each deduction or
      *> garnishment code new since that period; and an employee paid
      *> in WS-VAR-PRIOR-PERIOD who is not paid by this run.
      *>----------------------------------------------------------------
       306-WRITE-VARIANCE-REPORT.
           PERFORM 307-REPORT-VARIANCE-ENTRY
               VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT
           MOVE WS-VAR-FINDING-COUNT TO VTOT-COUNT
           WRITE VARIANCE-REPORT-LINE FROM SPACES
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-TOTAL-LINE.

       307-REPORT-VARIANCE-ENTRY.
           MOVE WS-VAR-EMP-ID(WS-VAR-IDX) TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ
           MOVE WS-VAR-EMP-ID(WS-VAR-IDX) TO VAR-EMP-ID
           MOVE EMP-NAME TO VAR-EMP-NAME
           EVALUATE TRUE
               WHEN VAR-PAID-NOW(WS-VAR-IDX)
                   AND WS-VAR-LAST-PERIOD(WS-VAR-IDX) = ZERO
                   MOVE SPACES TO VAR-AMOUNTS
                   MOVE WS-VAR-CUR-GROSS(WS-VAR-IDX) TO VAR-CUR-AMT
                   MOVE "FIRST-TIME EMPLOYEE" TO VAR-FINDING
                   PERFORM 309-WRITE-VARIANCE-LINE
               WHEN VAR-PAID-NOW(WS-VAR-IDX)
                   MOVE "GROSS" TO WS-VAR-LABEL
                   MOVE WS-VAR-LAST-GROSS(WS-VAR-IDX)
                       TO WS-VAR-PRIOR-AMT
                   MOVE WS-VAR-CUR-GROSS(WS-VAR-IDX) TO WS-VAR-CUR-AMT
                   PERFORM 308-CHECK-SWING
                   MOVE "NET" TO WS-VAR-LABEL
                   MOVE WS-VAR-LAST-NET(WS-VAR-IDX) TO WS-VAR-PRIOR-AMT
                   MOVE WS-VAR-CUR-NET(WS-VAR-IDX) TO WS-VAR-CUR-AMT
                   PERFORM 308-CHECK-SWING
                   PERFORM 308-REPORT-NEW-CODE
                       VARYING WS-VAR-CODE-SUB FROM 1 BY 1
                       UNTIL WS-VAR-CODE-SUB
                           > WS-VAR-CODE-COUNT(WS-VAR-IDX)
               WHEN WS-VAR-PRIOR-PERIOD NOT = ZERO
                   AND WS-VAR-LAST-PERIOD(WS-VAR-IDX)
                       = WS-VAR-PRIOR-PERIOD
                   MOVE SPACES TO VAR-AMOUNTS
                   MOVE WS-VAR-LAST-GROSS(WS-VAR-IDX) TO VAR-PRIOR-AMT
                   MOVE "PAID LAST PERIOD, NOT NOW" TO VAR-FINDING
                   PERFORM 309-WRITE-VARIANCE-LINE
           END-EVALUATE.

       308-CHECK-SWING.
           MOVE SPACES TO VAR-AMOUNTS
           MOVE SPACES TO VAR-FINDING
           MOVE WS-VAR-PRIOR-AMT TO VAR-PRIOR-AMT
           MOVE WS-VAR-CUR-AMT TO VAR-CUR-AMT
           IF WS-VAR-PRIOR-AMT = ZERO
               IF WS-VAR-CUR-AMT NOT = ZERO
                   STRING WS-VAR-LABEL DELIMITED BY SPACE
                       " UP FROM ZERO" DELIMITED BY SIZE
                       INTO VAR-FINDING
                   PERFORM 309-WRITE-VARIANCE-LINE
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT-CHANGE ROUNDED =
                   (WS-VAR-CUR-AMT - WS-VAR-PRIOR-AMT) * 100
                   / WS-VAR-PRIOR-AMT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VAR-PCT-CHANGE
               END-COMPUTE
               IF WS-VAR-PCT-CHANGE > WS-VARIANCE-PCT
                   OR WS-VAR-PCT-CHANGE + WS-VARIANCE-PCT < ZERO
                   MOVE WS-VAR-PCT-CHANGE TO VAR-PCT-CHANGE
                   MOVE "%" TO VAR-PCT-SIGN
                   STRING WS-VAR-LABEL DELIMITED BY SPACE
                       " SWING OVER THRESHOLD" DELIMITED BY SIZE
                       INTO VAR-FINDING
                   PERFORM 309-WRITE-VARIANCE-LINE
               END-IF
           END-IF.

       308-REPORT-NEW-CODE.
           IF WS-VAR-CODE-NEW(WS-VAR-IDX, WS-VAR-CODE-SUB) NOT = SPACE
               MOVE SPACES TO VAR-AMOUNTS
               MOVE SPACES TO VAR-FINDING
               IF WS-VAR-CODE-NEW(WS-VAR-IDX, WS-VAR-CODE-SUB) = "G"
                   STRING "NEW GARNISHMENT "
                       WS-VAR-CODE(WS-VAR-IDX, WS-VAR-CODE-SUB)
                       DELIMITED BY SIZE INTO VAR-FINDING
               ELSE
                   STRING "NEW DEDUCTION CODE "
                       WS-VAR-CODE(WS-VAR-IDX, WS-VAR-CODE-SUB)
                       DELIMITED BY SIZE INTO VAR-FINDING
               END-IF
               PERFORM 309-WRITE-VARIANCE-LINE
           END-IF.

       309-WRITE-VARIANCE-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-LINE
           ADD 1 TO WS-VAR-FINDING-COUNT.

      *>----------------------------------------------------------------
      *> 320-MARK-RUN-POSTED stamps RUNCTL.DAT from 300-CLEANUP's
      *> success path only - an abended or out-of-balance run leaves
