       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-INQUIRY.
       AUTHOR. CLAUDE.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  Initial version: one consolidated pay statement
      *>               for one employee over a period or date range,
      *>               from INQUIRY.PRM, on PAYINQ.RPT - in place of
      *>               piecing the answer together by hand. It gathers
      *>               the rate, department and employment-status
      *>               changes from the EMPMAINT.LOG before/after
      *>               images (dated by the APPLIED line ahead of
      *>               them); each period's gross, tax, deductions by
      *>               code and net from PAYHIST.DAT and the
      *>               PAYHIST-<yyyy>.DAT archives YEAR-END-CLOSE
      *>               leaves; how each was paid - the ACH trace from
      *>               the NACHA file of the period (or OFFACH.DAT), or
      *>               the check number off CHECKMSTR.DAT and its
      *>               CHECKMSTR-<yyyy>.DAT archives with whether it
      *>               cleared, was voided or reissued; and the current
      *>               LEAVEBAL.DAT, ARREARS.DAT and YTD-MASTER.DAT
      *>               balances, with the YTDMASTER-<yyyy>.DAT totals
      *>               of closed years in the range. Format "V" prints
      *>               the verification-of-employment facts instead:
      *>               status, hire and termination dates, current pay,
      *>               the pay changes and gross earnings by year, with
      *>               no tax or deduction detail. Nothing is updated.
      *>   2026-10-15  Pay-history record widened to 605. A correction
      *>               to a closed year (HIST-TAX-YEAR set, filed on
      *>               that year's archive) is reported under the year
      *>               it corrects whenever the range takes in that
      *>               year, whatever period it was processed in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-PARM-FILE ASSIGN TO "INQUIRY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MASTER-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT YTD-MASTER-FILE ASSIGN TO "YTD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LVB-STATUS.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO "EMPMAINT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CHECK-MASTER-FILE ASSIGN TO DYNAMIC WS-CHK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.
           SELECT ACH-ENTRY-FILE ASSIGN TO DYNAMIC WS-ACH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT YTD-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-YTD-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDA-STATUS.
           SELECT INQUIRY-REPORT ASSIGN TO "PAYINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *> INQUIRY-PARM-FILE (INQUIRY.PRM) names the employee and the
      *> range asked about, and the format wanted: "S" (or blank) the
      *> full pay statement, "V" the verification of employment.
      *> Either range may be left zero and is then taken from the
      *> other: a period range alone covers the changes dated within
      *> its calendar years; a date range alone covers every period
      *> of the years it spans. Period numbers run yyyypp, as the
      *> archive names show, so the year of a period is its first four
      *> digits - which is how the PAYHIST-, CHECKMSTR- and
      *> YTDMASTER-<yyyy>.DAT archives to read are chosen.
      *>----------------------------------------------------------------
       FD INQUIRY-PARM-FILE.
       01 INQUIRY-PARM-RECORD.
           05 INQ-EMP-ID          PIC 9(5).
           05 INQ-FORMAT          PIC X.
           05 INQ-FROM-PERIOD     PIC 9(6).
           05 INQ-TO-PERIOD       PIC 9(6).
           05 INQ-FROM-DATE       PIC 9(8).
           05 INQ-TO-DATE         PIC 9(8).

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".

       FD YTD-MASTER-FILE.
       COPY "YTDMASTER.CPY".

       FD LEAVE-BALANCE-FILE.
       COPY "LEAVEBAL.CPY".

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           05 ARR-EMP-ID          PIC 9(5).
           05 ARR-CODE            PIC X(4).
           05 ARR-CLASS           PIC X.
           05 ARR-TYPE            PIC X.
           05 ARR-AMOUNT          PIC 9(5)V99.

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE          PIC X(132).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-POSTED-FLAG     PIC X.
           05 RUN-POSTED-PERIOD   PIC 9(6).
           05 RUN-POSTED-DATE     PIC 9(8).
           05 RUN-POSTED-TIME     PIC 9(6).
           05 RUN-POSTED-COUNT    PIC 9(7).
           05 RUN-POSTED-GROSS    PIC 9(9)V99.
           05 RUN-NEXT-CHECK-NBR  PIC 9(8).
           05 RUN-ARCHIVED-PERIOD PIC 9(6).

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(605).

       FD CHECK-MASTER-FILE.
       COPY "CHECKMSTR.CPY".

      *>----------------------------------------------------------------
      *> ACH-ENTRY-FILE is whichever NACHA file a period's deposits
      *> went out on: NACHA.DAT for the period RUNCTL.DAT shows as
      *> last posted, NACHA-<period>.DAT once the next run has
      *> archived it, OFFACH.DAT for an off-cycle payment. Only the
      *> "6" entry details are looked at.
      *>----------------------------------------------------------------
       FD ACH-ENTRY-FILE.
       01 ACH-ENTRY-RECORD.
           05 ACH-RECORD-TYPE     PIC X.
           05 ACH-TRANSACTION-CODE PIC X(2).
           05 ACH-RECEIVING-DFI   PIC X(9).
           05 ACH-ACCOUNT-NUM     PIC X(17).
           05 ACH-AMOUNT          PIC 9(8)V99.
           05 ACH-INDIVIDUAL-ID   PIC X(15).
           05 ACH-INDIVIDUAL-NAME PIC X(22).
           05 ACH-DISCRETIONARY   PIC X(2).
           05 ACH-ADDENDA-IND     PIC X.
           05 ACH-TRACE-NUMBER    PIC X(15).

       FD YTD-ARCHIVE-FILE.
       01 YTD-ARCHIVE-RECORD      PIC X(104).

       FD INQUIRY-REPORT.
       01 INQUIRY-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-PRM-STATUS       PIC XX VALUE SPACES.
               88 WS-PRM-NOT-FOUND VALUE "35".
           05 WS-MST-STATUS       PIC XX VALUE SPACES.
               88 WS-MST-NOT-FOUND VALUE "35".
           05 WS-YTD-STATUS       PIC XX VALUE SPACES.
               88 WS-YTD-NOT-FOUND VALUE "35".
               88 WS-YTD-NO-RECORD VALUE "23".
           05 WS-LVB-STATUS       PIC XX VALUE SPACES.
               88 WS-LVB-NOT-FOUND VALUE "35".
               88 WS-LVB-NO-RECORD VALUE "23".
           05 WS-HIST-STATUS      PIC XX VALUE SPACES.
               88 WS-HIST-MISSING VALUE "35".
           05 WS-CHK-STATUS       PIC XX VALUE SPACES.
               88 WS-CHK-MISSING  VALUE "35".
           05 WS-ACH-STATUS       PIC XX VALUE SPACES.
               88 WS-ACH-MISSING  VALUE "35".
           05 WS-YTDA-STATUS      PIC XX VALUE SPACES.
               88 WS-YTDA-MISSING VALUE "35".
           05 WS-FORMAT-FLAG      PIC X VALUE "S".
               88 VOE-FORMAT      VALUE "V".
           05 WS-LOG-EOF-FLAG     PIC X VALUE 'N'.
               88 LOG-EOF         VALUE 'Y'.
           05 WS-HIST-EOF-FLAG    PIC X VALUE 'N'.
               88 HIST-EOF        VALUE 'Y'.
           05 WS-CHK-EOF-FLAG     PIC X VALUE 'N'.
               88 CHK-EOF         VALUE 'Y'.
           05 WS-ACH-EOF-FLAG     PIC X VALUE 'N'.
               88 ACH-EOF         VALUE 'Y'.
           05 WS-ARR-EOF-FLAG     PIC X VALUE 'N'.
               88 ARR-EOF         VALUE 'Y'.
           05 WS-YTDA-EOF-FLAG    PIC X VALUE 'N'.
               88 YTDA-EOF        VALUE 'Y'.
           05 WS-APPLIED-FLAG     PIC X VALUE 'N'.
               88 APPLIED-PENDING VALUE 'Y'.
           05 WS-BEFORE-FLAG      PIC X VALUE 'N'.
               88 BEFORE-HELD     VALUE 'Y'.
           05 WS-CHK-FOUND-FLAG   PIC X VALUE 'N'.
               88 CHECK-FOUND     VALUE 'Y'.
           05 WS-ACH-FOUND-FLAG   PIC X VALUE 'N'.
               88 ACH-FOUND       VALUE 'Y'.
           05 WS-YR-POSTED-FLAG   PIC X VALUE 'N'.
               88 YEAR-POSTED     VALUE 'Y'.

       01 WS-INQUIRY-INFO.
           05 WS-INQ-EMP-ID       PIC 9(5) VALUE ZERO.
           05 WS-FROM-PERIOD      PIC 9(6) VALUE ZERO.
           05 WS-TO-PERIOD        PIC 9(6) VALUE ZERO.
           05 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
           05 WS-TO-DATE          PIC 9(8) VALUE ZERO.
           05 WS-FROM-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-TO-YEAR          PIC 9(4) VALUE ZERO.
           05 WS-SCAN-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-HIST-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-POSTED-PERIOD    PIC 9(6) VALUE ZERO.
           05 WS-HIST-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-DED-SUB          PIC 9(2) VALUE ZERO.
           05 WS-OUT-SUB          PIC 9(3) VALUE ZERO.

       01 WS-FILE-NAMES.
           05 WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.
           05 WS-CHK-FILE-NAME    PIC X(40) VALUE SPACES.
           05 WS-ACH-FILE-NAME    PIC X(40) VALUE SPACES.
           05 WS-YTD-ARCH-NAME    PIC X(40) VALUE SPACES.

       01 WS-CURRENT-STAMP.
           05 WS-STAMP-DATE       PIC 9(8).
           05 WS-STAMP-TIME       PIC 9(6).

      *>----------------------------------------------------------------
      *> WS-HISTORY-RECORD mirrors the PAYHIST.DAT detail layout
      *> staged by PAYROLL-SYSTEM's 223-WRITE-PAY-HISTORY. Fields
      *> added to it over time are blank on older records (the
      *> archives especially) and are read as zero.
      *>----------------------------------------------------------------
       COPY "PAYHIST.CPY".

      *>----------------------------------------------------------------
      *> EMPMAINT.LOG lines, as TIMECARD-EDIT, EMPLOYEE-MAINT and
      *> ACH-RETURNS write them. An APPLIED line (TIMECARD-EDIT)
      *> dates the BEFORE/AFTER master images written right after
      *> it; images written without one (entries older than the
      *> approval step, ACH-RETURNS bank corrections) carry no date.
      *>----------------------------------------------------------------
       01 WS-LOG-LINE             PIC X(132).
       01 WS-LOG-APPLIED REDEFINES WS-LOG-LINE.
           05 LGA-TAG             PIC X(11).
           05 LGA-SEQ-NBR         PIC X(6).
           05 FILLER              PIC X(2).
           05 LGA-ACTION          PIC X.
           05 FILLER              PIC X(2).
           05 LGA-EMP-ID          PIC X(5).
           05 FILLER              PIC X(5).
           05 LGA-EFF-DATE        PIC X(8).
           05 FILLER              PIC X(8).
           05 LGA-PERIOD          PIC X(6).
           05 FILLER              PIC X(78).
       01 WS-LOG-IMAGE-LINE REDEFINES WS-LOG-LINE.
           05 LGI-TAG             PIC X(8).
           05 LGI-ACTION          PIC X.
           05 FILLER              PIC X(2).
           05 LGI-IMAGE           PIC X(105).
           05 FILLER              PIC X(16).

       01 WS-APPLIED-INFO.
           05 WS-APL-EMP-ID       PIC X(5) VALUE SPACES.
           05 WS-APL-EFF-DATE     PIC X(8) VALUE SPACES.
           05 WS-APL-PERIOD       PIC X(6) VALUE SPACES.
           05 WS-HIRE-DATE        PIC X(8) VALUE SPACES.
           05 WS-TERM-DATE        PIC X(8) VALUE SPACES.
           05 WS-CHG-DATE         PIC X(8) VALUE SPACES.
           05 WS-CHG-PERIOD       PIC X(6) VALUE SPACES.
           05 WS-CHG-TEXT         PIC X(12) VALUE SPACES.
           05 WS-CHG-FROM         PIC X(30) VALUE SPACES.
           05 WS-CHG-TO           PIC X(30) VALUE SPACES.

      *>----------------------------------------------------------------
      *> Master images off the log, laid out as EMPMASTER.CPY. The
      *> rate, pay-basis and salary are compared as text, since an
      *> image written before a field existed has it blank.
      *>----------------------------------------------------------------
       01 WS-BEFORE-IMAGE.
           05 BFR-EMP-ID          PIC X(5).
           05 BFR-NAME            PIC X(30).
           05 BFR-RATE-X          PIC X(5).
           05 BFR-DEPT            PIC X(10).
           05 FILLER              PIC X(27).
           05 BFR-STATUS          PIC X.
           05 FILLER              PIC X(7).
           05 BFR-PAY-BASIS       PIC X.
           05 BFR-SALARY-X        PIC X(9).
           05 FILLER              PIC X(10).

       01 WS-AFTER-IMAGE.
           05 AFT-EMP-ID          PIC X(5).
           05 AFT-NAME            PIC X(30).
           05 AFT-RATE-X          PIC X(5).
           05 AFT-DEPT            PIC X(10).
           05 FILLER              PIC X(27).
           05 AFT-STATUS          PIC X.
           05 FILLER              PIC X(7).
           05 AFT-PAY-BASIS       PIC X.
           05 AFT-SALARY-X        PIC X(9).
           05 FILLER              PIC X(10).

      *>----------------------------------------------------------------
      *> 240-DESCRIBE-PAY turns a pay basis, rate and salary into the
      *> text the statement prints ("HOURLY $25.00 /HR").
      *>----------------------------------------------------------------
       01 WS-PAY-DESC-IN.
           05 PDI-PAY-BASIS       PIC X.
           05 PDI-RATE-X          PIC X(5).
           05 PDI-RATE REDEFINES PDI-RATE-X PIC 9(3)V99.
           05 PDI-SALARY-X        PIC X(9).
           05 PDI-SALARY REDEFINES PDI-SALARY-X PIC 9(7)V99.

       01 WS-PAY-DESC-WORK.
           05 WS-PAY-TEXT         PIC X(30) VALUE SPACES.
           05 WS-EDIT-RATE        PIC $$$9.99.
           05 WS-EDIT-SALARY      PIC $$,$$$,$$9.99.
           05 WS-EDIT-YTD-GROSS   PIC $$$,$$$,$$9.99-.

      *>----------------------------------------------------------------
      *> WS-CHANGE-TABLE holds the changes found on the log, in log
      *> order, for printing after the heading.
      *>----------------------------------------------------------------
       01 WS-CHANGE-TABLE.
           05 WS-CHG-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-CHG-ENTRY OCCURS 200 TIMES.
               10 WS-CHG-TBL-DATE    PIC X(8).
               10 WS-CHG-TBL-PERIOD  PIC X(6).
               10 WS-CHG-TBL-TEXT    PIC X(12).
               10 WS-CHG-TBL-FROM    PIC X(30).
               10 WS-CHG-TBL-TO      PIC X(30).

      *>----------------------------------------------------------------
      *> WS-CHECK-TABLE holds every check on CHECKMSTR.DAT and the
      *> range's CHECKMSTR-<yyyy>.DAT archives cut to the employee.
      *> A history record is matched to the original check of its
      *> period for its net (issued, or voided and perhaps reissued);
      *> WS-CHK-TBL-USED keeps two same-period payments of the same
      *> amount from claiming one check.
      *>----------------------------------------------------------------
       01 WS-CHECK-TABLE.
           05 WS-CHK-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-CHK-ENTRY OCCURS 300 TIMES INDEXED BY WS-CHK-IDX
                                                  WS-RSS-IDX.
               10 WS-CHK-TBL-NBR     PIC 9(8).
               10 WS-CHK-TBL-STATUS  PIC X.
               10 WS-CHK-TBL-PERIOD  PIC 9(6).
               10 WS-CHK-TBL-DATE    PIC 9(8).
               10 WS-CHK-TBL-AMOUNT  PIC 9(7)V99.
               10 WS-CHK-TBL-LINK    PIC 9(8).
               10 WS-CHK-TBL-CLEARED PIC X.
               10 WS-CHK-TBL-CLR-DATE PIC 9(8).
               10 WS-CHK-TBL-USED    PIC X.

       01 WS-PAYMENT-INFO.
           05 WS-PAID-TEXT        PIC X(80) VALUE SPACES.
           05 WS-CHK-STATE-TEXT   PIC X(30) VALUE SPACES.
           05 WS-ACH-TRACE        PIC X(15) VALUE SPACES.

      *>----------------------------------------------------------------
      *> WS-YEAR-TABLE gathers the verification's gross earnings by
      *> calendar year: regular-run pay, off-cycle pay (bonuses,
      *> final pay, manual checks) and adjustments, with the count of
      *> regular periods paid and the last period paid.
      *>----------------------------------------------------------------
       01 WS-YEAR-TABLE.
           05 WS-YR-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-YR-ENTRY OCCURS 20 TIMES INDEXED BY WS-YR-IDX.
               10 WS-YR-TBL-YEAR     PIC 9(4).
               10 WS-YR-TBL-PERIODS  PIC 9(4).
               10 WS-YR-TBL-REGULAR  PIC S9(9)V99.
               10 WS-YR-TBL-OFFCYCLE PIC S9(9)V99.
               10 WS-YR-TBL-ADJUST   PIC S9(9)V99.
               10 WS-YR-TBL-LAST     PIC 9(6).

       01 WS-RANGE-TOTALS.
           05 WS-TOT-GROSS        PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-TAX          PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-STATE-TAX    PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-PRETAX       PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-POSTTAX      PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-NET          PIC S9(9)V99 VALUE ZERO.
           05 WS-YR-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05 WS-ARR-FOUND-COUNT  PIC 9(3) VALUE ZERO.

      *>----------------------------------------------------------------
      *> Report lines.
      *>----------------------------------------------------------------
       01 WS-TITLE-LINE.
           05 TTL-TEXT            PIC X(40).
           05 FILLER              PIC X(9) VALUE "PRODUCED ".
           05 TTL-RUN-DATE        PIC 9(8).

       01 WS-IDENT-LINE.
           05 FILLER              PIC X(9) VALUE "EMPLOYEE ".
           05 IDL-EMP-ID          PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 IDL-EMP-NAME        PIC X(30).
           05 FILLER              PIC X(7) VALUE "  DEPT ".
           05 IDL-DEPT            PIC X(10).
           05 FILLER              PIC X(9) VALUE "  STATUS ".
           05 IDL-STATUS          PIC X(10).
           05 FILLER              PIC X(13) VALUE "  WORK STATE ".
           05 IDL-STATE           PIC X(2).

       01 WS-RANGE-LINE.
           05 FILLER              PIC X(8) VALUE "PERIODS ".
           05 RGL-FROM-PERIOD     PIC 9(6).
           05 FILLER              PIC X VALUE "-".
           05 RGL-TO-PERIOD       PIC 9(6).
           05 FILLER              PIC X(8) VALUE "  DATES ".
           05 RGL-FROM-DATE       PIC 9(8).
           05 FILLER              PIC X VALUE "-".
           05 RGL-TO-DATE         PIC 9(8).

       01 WS-FACT-LINE.
           05 FCT-LABEL           PIC X(32).
           05 FCT-VALUE           PIC X(60).

       01 WS-SECTION-LINE         PIC X(132).

       01 WS-CHANGE-HEADER.
           05 FILLER              PIC X(10) VALUE "EFF-DATE".
           05 FILLER              PIC X(8)  VALUE "PERIOD".
           05 FILLER              PIC X(14) VALUE "CHANGE".
           05 FILLER              PIC X(32) VALUE "FROM".
           05 FILLER              PIC X(68) VALUE "TO".

       01 WS-CHANGE-LINE.
           05 CHL-DATE            PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CHL-PERIOD          PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CHL-TEXT            PIC X(12).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CHL-FROM            PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CHL-TO              PIC X(30).

       01 WS-PAY-HEADER.
           05 FILLER              PIC X(8)  VALUE "PERIOD".
           05 FILLER              PIC X(12) VALUE "RUN".
           05 FILLER              PIC X(15) VALUE "GROSS".
           05 FILLER              PIC X(13) VALUE "FED-TAX".
           05 FILLER              PIC X(13) VALUE "STATE-TAX".
           05 FILLER              PIC X(13) VALUE "PRETAX".
           05 FILLER              PIC X(13) VALUE "POSTTAX".
           05 FILLER              PIC X(45) VALUE "NET".

       01 WS-PAY-LINE.
           05 PYL-PERIOD          PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-RUN             PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-GROSS           PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-TAX             PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-STATE-TAX       PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-PRETAX          PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-POSTTAX         PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PYL-NET             PIC $,$$$,$$9.99-.

       01 WS-DED-LINE.
           05 FILLER              PIC X(8) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "DEDUCTION".
           05 DDL-CODE            PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DDL-AMOUNT          PIC $$$,$$9.99.

       01 WS-PAID-LINE.
           05 FILLER              PIC X(8) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "PAID BY".
           05 PDL-TEXT            PIC X(80).

       01 WS-YEAR-HEADER.
           05 FILLER              PIC X(6)  VALUE "YEAR".
           05 FILLER              PIC X(9)  VALUE "PERIODS".
           05 FILLER              PIC X(15) VALUE "REGULAR-PAY".
           05 FILLER              PIC X(15) VALUE "OFF-CYCLE-PAY".
           05 FILLER              PIC X(15) VALUE "ADJUSTMENTS".
           05 FILLER              PIC X(15) VALUE "TOTAL-GROSS".
           05 FILLER              PIC X(57) VALUE "LAST-PERIOD".

       01 WS-YEAR-LINE.
           05 YRL-YEAR            PIC 9(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YRL-PERIODS         PIC ZZZ9.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 YRL-REGULAR         PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YRL-OFFCYCLE        PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YRL-ADJUST          PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YRL-TOTAL           PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YRL-LAST            PIC 9(6).

       01 WS-LEAVE-LINE.
           05 FILLER              PIC X(16) VALUE "VACATION HOURS".
           05 LVL-VACATION        PIC Z,ZZ9.99-.
           05 FILLER              PIC X(16) VALUE "   SICK HOURS".
           05 LVL-SICK            PIC Z,ZZ9.99-.

       01 WS-ARREARS-HEADER.
           05 FILLER              PIC X(8) VALUE "CODE".
           05 FILLER              PIC X(7) VALUE "CLASS".
           05 FILLER              PIC X(6) VALUE "TYPE".
           05 FILLER              PIC X(111) VALUE "AMOUNT OWED".

       01 WS-ARREARS-LINE.
           05 ARL-CODE            PIC X(4).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 ARL-CLASS           PIC X.
           05 FILLER              PIC X(6) VALUE SPACES.
           05 ARL-TYPE            PIC X.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 ARL-AMOUNT          PIC $$$,$$9.99.

       01 WS-YTD-HEADER.
           05 FILLER              PIC X(22) VALUE "YEAR-TO-DATE".
           05 FILLER              PIC X(15) VALUE "GROSS".
           05 FILLER              PIC X(15) VALUE "FED-TAX".
           05 FILLER              PIC X(15) VALUE "STATE-TAX".
           05 FILLER              PIC X(15) VALUE "NET".
           05 FILLER              PIC X(15) VALUE "401K-DEFERRAL".
           05 FILLER              PIC X(35) VALUE "401K-MATCH".

       01 WS-YTD-LINE.
           05 YTL-LABEL           PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YTL-GROSS           PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YTL-TAX             PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YTL-STATE-TAX       PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YTL-NET             PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YTL-401K-DEFERRAL   PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 YTL-401K-MATCH      PIC $,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
           PERFORM 200-SCAN-MAINT-LOG
           PERFORM 250-LOAD-CHECKS
           PERFORM 300-PRINT-HEADING
           PERFORM 400-REPORT-PAY-HISTORY
           PERFORM 500-PRINT-BALANCES
           PERFORM 600-CLEANUP
           STOP RUN.

      *>----------------------------------------------------------------
      *> 100-INIT reads INQUIRY.PRM, settles the period and date
      *> ranges, and finds the employee on the master. An inquiry
      *> with no parameter, no range, a backward range or an unknown
      *> employee abends before PAYINQ.RPT is touched.
      *>----------------------------------------------------------------
       100-INIT.
           OPEN INPUT INQUIRY-PARM-FILE
           IF WS-PRM-NOT-FOUND
               DISPLAY "PAY-INQUIRY ABEND: INQUIRY.PRM NOT FOUND - "
                   "SUPPLY EMPLOYEE, FORMAT AND PERIOD OR DATE RANGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ INQUIRY-PARM-FILE
               AT END
                   DISPLAY "PAY-INQUIRY ABEND: INQUIRY.PRM IS EMPTY - "
                       "SUPPLY EMPLOYEE, FORMAT AND PERIOD OR DATE "
                       "RANGE"
                   CLOSE INQUIRY-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF INQ-EMP-ID NOT NUMERIC
               DISPLAY "PAY-INQUIRY ABEND: INQUIRY.PRM EMPLOYEE ID "
                   "NOT NUMERIC"
               CLOSE INQUIRY-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE INQ-EMP-ID TO WS-INQ-EMP-ID
           IF INQ-FORMAT = "V"
               MOVE "V" TO WS-FORMAT-FLAG
           END-IF
           IF INQ-FROM-PERIOD NUMERIC
               MOVE INQ-FROM-PERIOD TO WS-FROM-PERIOD
           END-IF
           IF INQ-TO-PERIOD NUMERIC
               MOVE INQ-TO-PERIOD TO WS-TO-PERIOD
           END-IF
           IF INQ-FROM-DATE NUMERIC
               MOVE INQ-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF INQ-TO-DATE NUMERIC
               MOVE INQ-TO-DATE TO WS-TO-DATE
           END-IF
           CLOSE INQUIRY-PARM-FILE
           PERFORM 110-SETTLE-RANGES
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
               DISPLAY "PAY-INQUIRY ABEND: EMPLOYEE MASTER "
                   "EMPMASTER.DAT NOT FOUND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INQ-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "PAY-INQUIRY ABEND: EMPLOYEE "
                       WS-INQ-EMP-ID " NOT ON EMPMASTER.DAT"
                   CLOSE EMPLOYEE-MASTER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM 120-READ-RUN-CONTROL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-STAMP
           OPEN OUTPUT INQUIRY-REPORT.

      *>----------------------------------------------------------------
      *> 110-SETTLE-RANGES fills whichever range was left zero from
      *> the other (see INQUIRY-PARM-FILE) and works out the calendar
      *> years whose archives have to be read.
      *>----------------------------------------------------------------
       110-SETTLE-RANGES.
           IF WS-FROM-PERIOD = ZERO AND WS-TO-PERIOD = ZERO
               AND WS-FROM-DATE = ZERO AND WS-TO-DATE = ZERO
               DISPLAY "PAY-INQUIRY ABEND: INQUIRY.PRM HAS NEITHER A "
                   "PERIOD RANGE NOR A DATE RANGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-PERIOD = ZERO AND WS-TO-PERIOD = ZERO
               COMPUTE WS-FROM-YEAR = WS-FROM-DATE / 10000
               COMPUTE WS-TO-YEAR = WS-TO-DATE / 10000
               COMPUTE WS-FROM-PERIOD = WS-FROM-YEAR * 100
               COMPUTE WS-TO-PERIOD = WS-TO-YEAR * 100 + 99
           ELSE
               COMPUTE WS-FROM-YEAR = WS-FROM-PERIOD / 100
               COMPUTE WS-TO-YEAR = WS-TO-PERIOD / 100
               IF WS-FROM-DATE = ZERO AND WS-TO-DATE = ZERO
                   COMPUTE WS-FROM-DATE = WS-FROM-YEAR * 10000 + 101
                   COMPUTE WS-TO-DATE = WS-TO-YEAR * 10000 + 1231
               END-IF
           END-IF
           IF WS-FROM-PERIOD > WS-TO-PERIOD
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PAY-INQUIRY ABEND: INQUIRY.PRM RANGE "
                   WS-FROM-PERIOD "-" WS-TO-PERIOD " / "
                   WS-FROM-DATE "-" WS-TO-DATE " IS BACKWARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-YEAR - WS-FROM-YEAR > 19
               DISPLAY "PAY-INQUIRY ABEND: INQUIRY.PRM RANGE SPANS "
                   "MORE THAN 20 YEARS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>----------------------------------------------------------------
      *> 120-READ-RUN-CONTROL notes the last regular period posted:
      *> its deposits are still on NACHA.DAT, not yet archived to
      *> NACHA-<period>.DAT. No RUNCTL.DAT means no run has posted.
      *>----------------------------------------------------------------
       120-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-POSTED-PERIOD NUMERIC
                       MOVE RUN-POSTED-PERIOD TO WS-POSTED-PERIOD
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

      *>----------------------------------------------------------------
      *> 200-SCAN-MAINT-LOG reads EMPMAINT.LOG once for the employee's
      *> master changes: each BEFORE/AFTER pair is compared for a
      *> change of pay (basis, rate or salary), department or
      *> employment status, and an AFTER image with no BEFORE is the
      *> hire. The hire and termination dates are kept whatever the
      *> range, for the verification facts; the changes themselves
      *> are kept when dated inside the date range, or undated.
      *>----------------------------------------------------------------
       200-SCAN-MAINT-LOG.
           OPEN INPUT MAINT-LOG-FILE
           MOVE 'N' TO WS-LOG-EOF-FLAG
           PERFORM 210-READ-LOG-LINE UNTIL LOG-EOF
           CLOSE MAINT-LOG-FILE.

       210-READ-LOG-LINE.
           READ MAINT-LOG-FILE INTO WS-LOG-LINE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   PERFORM 220-CLASSIFY-LOG-LINE
           END-READ.

       220-CLASSIFY-LOG-LINE.
           EVALUATE TRUE
               WHEN LGA-TAG = "APPLIED:"
                   MOVE 'N' TO WS-APPLIED-FLAG
                   IF LGA-EMP-ID = WS-INQ-EMP-ID
                       SET APPLIED-PENDING TO TRUE
                       MOVE LGA-EMP-ID TO WS-APL-EMP-ID
                       MOVE LGA-EFF-DATE TO WS-APL-EFF-DATE
                       MOVE LGA-PERIOD TO WS-APL-PERIOD
                   END-IF
               WHEN LGI-TAG = "BEFORE: "
                   IF LGI-IMAGE(1:5) = WS-INQ-EMP-ID
                       MOVE LGI-IMAGE TO WS-BEFORE-IMAGE
                       SET BEFORE-HELD TO TRUE
                   END-IF
               WHEN LGI-TAG = "AFTER:  "
                   IF LGI-IMAGE(1:5) = WS-INQ-EMP-ID
                       MOVE LGI-IMAGE TO WS-AFTER-IMAGE
                       PERFORM 230-RECORD-CHANGES
                       MOVE 'N' TO WS-APPLIED-FLAG
                       MOVE 'N' TO WS-BEFORE-FLAG
                   END-IF
           END-EVALUATE.

       230-RECORD-CHANGES.
           IF APPLIED-PENDING
               MOVE WS-APL-EFF-DATE TO WS-CHG-DATE
               MOVE WS-APL-PERIOD TO WS-CHG-PERIOD
           ELSE
               MOVE "NO DATE" TO WS-CHG-DATE
               MOVE SPACES TO WS-CHG-PERIOD
           END-IF
           IF NOT BEFORE-HELD
               IF APPLIED-PENDING AND WS-HIRE-DATE = SPACES
                   MOVE WS-CHG-DATE TO WS-HIRE-DATE
               END-IF
               MOVE "HIRED" TO WS-CHG-TEXT
               MOVE SPACES TO WS-CHG-FROM
               MOVE AFT-PAY-BASIS TO PDI-PAY-BASIS
               MOVE AFT-RATE-X TO PDI-RATE-X
               MOVE AFT-SALARY-X TO PDI-SALARY-X
               PERFORM 240-DESCRIBE-PAY
               MOVE SPACES TO WS-CHG-TO
               STRING FUNCTION TRIM(AFT-DEPT) " / "
                   FUNCTION TRIM(WS-PAY-TEXT)
                   DELIMITED BY SIZE INTO WS-CHG-TO
               PERFORM 235-KEEP-CHANGE
           ELSE
               IF BFR-STATUS NOT = "T" AND AFT-STATUS = "T"
                   IF APPLIED-PENDING
                       MOVE WS-CHG-DATE TO WS-TERM-DATE
                   END-IF
                   MOVE "TERMINATED" TO WS-CHG-TEXT
                   MOVE "ACTIVE" TO WS-CHG-FROM
                   MOVE "TERMINATED" TO WS-CHG-TO
                   PERFORM 235-KEEP-CHANGE
               END-IF
               IF BFR-STATUS = "T" AND AFT-STATUS NOT = "T"
                   MOVE SPACES TO WS-TERM-DATE
                   MOVE "REINSTATED" TO WS-CHG-TEXT
                   MOVE "TERMINATED" TO WS-CHG-FROM
                   MOVE "ACTIVE" TO WS-CHG-TO
                   PERFORM 235-KEEP-CHANGE
               END-IF
               IF BFR-RATE-X NOT = AFT-RATE-X
                   OR BFR-PAY-BASIS NOT = AFT-PAY-BASIS
                   OR BFR-SALARY-X NOT = AFT-SALARY-X
                   MOVE "PAY RATE" TO WS-CHG-TEXT
                   MOVE BFR-PAY-BASIS TO PDI-PAY-BASIS
                   MOVE BFR-RATE-X TO PDI-RATE-X
                   MOVE BFR-SALARY-X TO PDI-SALARY-X
                   PERFORM 240-DESCRIBE-PAY
                   MOVE WS-PAY-TEXT TO WS-CHG-FROM
                   MOVE AFT-PAY-BASIS TO PDI-PAY-BASIS
                   MOVE AFT-RATE-X TO PDI-RATE-X
                   MOVE AFT-SALARY-X TO PDI-SALARY-X
                   PERFORM 240-DESCRIBE-PAY
                   MOVE WS-PAY-TEXT TO WS-CHG-TO
                   PERFORM 235-KEEP-CHANGE
               END-IF
               IF BFR-DEPT NOT = AFT-DEPT
                   MOVE "DEPARTMENT" TO WS-CHG-TEXT
                   MOVE BFR-DEPT TO WS-CHG-FROM
                   MOVE AFT-DEPT TO WS-CHG-TO
                   PERFORM 235-KEEP-CHANGE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 235-KEEP-CHANGE files one change for printing unless it is
      *> dated outside the date range.
      *>----------------------------------------------------------------
       235-KEEP-CHANGE.
           IF APPLIED-PENDING AND WS-APL-EFF-DATE NUMERIC
               AND (WS-APL-EFF-DATE < WS-FROM-DATE
                   OR WS-APL-EFF-DATE > WS-TO-DATE)
               CONTINUE
           ELSE
               IF WS-CHG-COUNT = 200
                   GO TO 235-CHANGE-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-DATE TO WS-CHG-TBL-DATE(WS-CHG-COUNT)
               MOVE WS-CHG-PERIOD TO WS-CHG-TBL-PERIOD(WS-CHG-COUNT)
               MOVE WS-CHG-TEXT TO WS-CHG-TBL-TEXT(WS-CHG-COUNT)
               MOVE WS-CHG-FROM TO WS-CHG-TBL-FROM(WS-CHG-COUNT)
               MOVE WS-CHG-TO TO WS-CHG-TBL-TO(WS-CHG-COUNT)
           END-IF.

       235-CHANGE-OVERFLOW-EXIT.
           DISPLAY "PAY-INQUIRY ABEND: EMPLOYEE " WS-INQ-EMP-ID
               " HAS MORE THAN 200 LOGGED CHANGES IN THE RANGE - "
               "NARROW THE DATE RANGE"
           CLOSE MAINT-LOG-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE INQUIRY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       240-DESCRIBE-PAY.
           MOVE SPACES TO WS-PAY-TEXT
           EVALUATE TRUE
               WHEN PDI-PAY-BASIS = "S" AND PDI-SALARY NUMERIC
                   MOVE PDI-SALARY TO WS-EDIT-SALARY
                   STRING "SALARIED " FUNCTION TRIM(WS-EDIT-SALARY)
                       " /YR" DELIMITED BY SIZE INTO WS-PAY-TEXT
               WHEN PDI-RATE NUMERIC
                   MOVE PDI-RATE TO WS-EDIT-RATE
                   STRING "HOURLY " FUNCTION TRIM(WS-EDIT-RATE)
                       " /HR" DELIMITED BY SIZE INTO WS-PAY-TEXT
               WHEN OTHER
                   MOVE "NOT ON IMAGE" TO WS-PAY-TEXT
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> 250-LOAD-CHECKS gathers the employee's checks from the
      *> CHECKMSTR-<yyyy>.DAT archive of every year in the range and
      *> from the live CHECKMSTR.DAT (the checks still outstanding
      *> and the current year's). A missing archive is passed over.
      *>----------------------------------------------------------------
       250-LOAD-CHECKS.
           PERFORM 251-LOAD-CHECK-ARCHIVE
               VARYING WS-SCAN-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-SCAN-YEAR > WS-TO-YEAR
           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE "CHECKMSTR.DAT" TO WS-CHK-FILE-NAME
           PERFORM 252-LOAD-CHECK-FILE.

       251-LOAD-CHECK-ARCHIVE.
           MOVE SPACES TO WS-CHK-FILE-NAME
           STRING "CHECKMSTR-" WS-SCAN-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-CHK-FILE-NAME
           PERFORM 252-LOAD-CHECK-FILE.

       252-LOAD-CHECK-FILE.
           OPEN INPUT CHECK-MASTER-FILE
           IF WS-CHK-MISSING
               CONTINUE
           ELSE
               MOVE 'N' TO WS-CHK-EOF-FLAG
               PERFORM 253-LOAD-CHECK-RECORD UNTIL CHK-EOF
               CLOSE CHECK-MASTER-FILE
           END-IF.

       253-LOAD-CHECK-RECORD.
           READ CHECK-MASTER-FILE
               AT END
                   SET CHK-EOF TO TRUE
               NOT AT END
                   IF CHKM-EMP-ID = WS-INQ-EMP-ID
                       PERFORM 254-KEEP-CHECK
                   END-IF
           END-READ.

       254-KEEP-CHECK.
           IF WS-CHK-COUNT = 300
               GO TO 254-CHECK-OVERFLOW-EXIT
           END-IF
           ADD 1 TO WS-CHK-COUNT
           MOVE CHKM-CHECK-NBR TO WS-CHK-TBL-NBR(WS-CHK-COUNT)
           MOVE CHKM-STATUS TO WS-CHK-TBL-STATUS(WS-CHK-COUNT)
           MOVE CHKM-PERIOD TO WS-CHK-TBL-PERIOD(WS-CHK-COUNT)
           MOVE CHKM-CHECK-DATE TO WS-CHK-TBL-DATE(WS-CHK-COUNT)
           MOVE CHKM-AMOUNT TO WS-CHK-TBL-AMOUNT(WS-CHK-COUNT)
           MOVE CHKM-LINK-NBR TO WS-CHK-TBL-LINK(WS-CHK-COUNT)
           MOVE CHKM-CLEARED-FLAG TO WS-CHK-TBL-CLEARED(WS-CHK-COUNT)
           MOVE CHKM-CLEARED-DATE
               TO WS-CHK-TBL-CLR-DATE(WS-CHK-COUNT)
           MOVE 'N' TO WS-CHK-TBL-USED(WS-CHK-COUNT).

       254-CHECK-OVERFLOW-EXIT.
           DISPLAY "PAY-INQUIRY ABEND: EMPLOYEE " WS-INQ-EMP-ID
               " HAS MORE THAN 300 CHECKS ON FILE FOR THE RANGE - "
               "NARROW THE RANGE"
           CLOSE CHECK-MASTER-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE INQUIRY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 300-PRINT-HEADING prints who the employee is and the range,
      *> the employment facts, and the pay and department changes
      *> found on the log.
      *>----------------------------------------------------------------
       300-PRINT-HEADING.
           IF VOE-FORMAT
               MOVE "VERIFICATION OF EMPLOYMENT" TO TTL-TEXT
           ELSE
               MOVE "EMPLOYEE PAY INQUIRY STATEMENT" TO TTL-TEXT
           END-IF
           MOVE WS-STAMP-DATE TO TTL-RUN-DATE
           WRITE INQUIRY-LINE FROM WS-TITLE-LINE
           WRITE INQUIRY-LINE FROM SPACES
           MOVE EMP-MASTER-ID TO IDL-EMP-ID
           MOVE EMP-NAME TO IDL-EMP-NAME
           MOVE EMP-DEPT TO IDL-DEPT
           IF EMP-TERMINATED
               MOVE "TERMINATED" TO IDL-STATUS
           ELSE
               MOVE "ACTIVE" TO IDL-STATUS
           END-IF
           MOVE EMP-WORK-STATE TO IDL-STATE
           WRITE INQUIRY-LINE FROM WS-IDENT-LINE
           MOVE WS-FROM-PERIOD TO RGL-FROM-PERIOD
           MOVE WS-TO-PERIOD TO RGL-TO-PERIOD
           MOVE WS-FROM-DATE TO RGL-FROM-DATE
           MOVE WS-TO-DATE TO RGL-TO-DATE
           WRITE INQUIRY-LINE FROM WS-RANGE-LINE
           WRITE INQUIRY-LINE FROM SPACES
           MOVE "CURRENT PAY" TO FCT-LABEL
           MOVE EMP-PAY-BASIS TO PDI-PAY-BASIS
           MOVE EMP-RATE TO PDI-RATE
           IF EMP-ANNUAL-SALARY NUMERIC
               MOVE EMP-ANNUAL-SALARY TO PDI-SALARY
           ELSE
               MOVE ZERO TO PDI-SALARY
           END-IF
           PERFORM 240-DESCRIBE-PAY
           MOVE WS-PAY-TEXT TO FCT-VALUE
           WRITE INQUIRY-LINE FROM WS-FACT-LINE
           MOVE "PAY FREQUENCY" TO FCT-LABEL
           MOVE "BIWEEKLY - 26 PERIODS A YEAR" TO FCT-VALUE
           WRITE INQUIRY-LINE FROM WS-FACT-LINE
           MOVE "HIRE DATE (MAINTENANCE LOG)" TO FCT-LABEL
           IF WS-HIRE-DATE = SPACES
               MOVE "NOT ON EMPMAINT.LOG" TO FCT-VALUE
           ELSE
               MOVE WS-HIRE-DATE TO FCT-VALUE
           END-IF
           WRITE INQUIRY-LINE FROM WS-FACT-LINE
           IF EMP-TERMINATED
               MOVE "LAST DAY EMPLOYED" TO FCT-LABEL
               IF WS-TERM-DATE = SPACES
                   MOVE "NOT ON EMPMAINT.LOG" TO FCT-VALUE
               ELSE
                   MOVE WS-TERM-DATE TO FCT-VALUE
               END-IF
               WRITE INQUIRY-LINE FROM WS-FACT-LINE
           END-IF
           WRITE INQUIRY-LINE FROM SPACES
           MOVE "PAY, DEPARTMENT AND STATUS CHANGES (EMPMAINT.LOG)"
               TO WS-SECTION-LINE
           WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           WRITE INQUIRY-LINE FROM WS-CHANGE-HEADER
           IF WS-CHG-COUNT = ZERO
               MOVE "  NONE ON FILE FOR THE RANGE" TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           ELSE
               PERFORM 310-PRINT-CHANGE-LINE
                   VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-CHG-COUNT
           END-IF.

       310-PRINT-CHANGE-LINE.
           MOVE WS-CHG-TBL-DATE(WS-OUT-SUB) TO CHL-DATE
           MOVE WS-CHG-TBL-PERIOD(WS-OUT-SUB) TO CHL-PERIOD
           MOVE WS-CHG-TBL-TEXT(WS-OUT-SUB) TO CHL-TEXT
           MOVE WS-CHG-TBL-FROM(WS-OUT-SUB) TO CHL-FROM
           MOVE WS-CHG-TBL-TO(WS-OUT-SUB) TO CHL-TO
           WRITE INQUIRY-LINE FROM WS-CHANGE-LINE.

      *>----------------------------------------------------------------
      *> 400-REPORT-PAY-HISTORY reads the PAYHIST-<yyyy>.DAT archive
      *> of each year in the range, oldest first, then the live
      *> PAYHIST.DAT - so the periods come out in the order they were
      *> paid. The statement prints each of the employee's records
      *> in the period range as it is read; the verification only
      *> totals the gross by year. A correction to a closed year sits
      *> on that year's archive under the period that processed it,
      *> so it is taken by its tax year instead of its period.
      *>----------------------------------------------------------------
       400-REPORT-PAY-HISTORY.
           WRITE INQUIRY-LINE FROM SPACES
           IF VOE-FORMAT
               MOVE "GROSS EARNINGS BY YEAR (PAY HISTORY)"
                   TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-YEAR-HEADER
           ELSE
               MOVE "PAY BY PERIOD (PAY HISTORY)" TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-PAY-HEADER
           END-IF
           PERFORM 410-READ-HISTORY-ARCHIVE
               VARYING WS-SCAN-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-SCAN-YEAR > WS-TO-YEAR
           MOVE SPACES TO WS-HIST-FILE-NAME
           MOVE "PAYHIST.DAT" TO WS-HIST-FILE-NAME
           PERFORM 420-READ-HISTORY-FILE
           IF WS-HIST-COUNT = ZERO
               MOVE "  NO PAY HISTORY ON FILE FOR THE RANGE"
                   TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           ELSE
               IF VOE-FORMAT
                   PERFORM 480-PRINT-YEAR-LINE
                       VARYING WS-YR-IDX FROM 1 BY 1
                       UNTIL WS-YR-IDX > WS-YR-COUNT
               ELSE
                   PERFORM 470-PRINT-RANGE-TOTAL
               END-IF
           END-IF.

       410-READ-HISTORY-ARCHIVE.
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING "PAYHIST-" WS-SCAN-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           PERFORM 420-READ-HISTORY-FILE.

       420-READ-HISTORY-FILE.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-MISSING
               CONTINUE
           ELSE
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM 430-READ-HISTORY-RECORD UNTIL HIST-EOF
               CLOSE PAY-HISTORY-FILE
           END-IF.

       430-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE INTO WS-HISTORY-RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   PERFORM 435-NORMALIZE-HISTORY
                   IF HIST-EMP-ID = WS-INQ-EMP-ID
                       AND ((HIST-TAX-YEAR = ZERO
                           AND HIST-PERIOD NOT < WS-FROM-PERIOD
                           AND HIST-PERIOD NOT > WS-TO-PERIOD)
                       OR (HIST-TAX-YEAR NOT = ZERO
                           AND HIST-TAX-YEAR NOT < WS-FROM-YEAR
                           AND HIST-TAX-YEAR NOT > WS-TO-YEAR))
                       ADD 1 TO WS-HIST-COUNT
                       IF VOE-FORMAT
                           PERFORM 460-POST-YEAR-EARNINGS
                       ELSE
                           PERFORM 440-PRINT-PERIOD
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 435-NORMALIZE-HISTORY zeroes the fields a record written
      *> before they existed carries blank.
      *>----------------------------------------------------------------
       435-NORMALIZE-HISTORY.
           IF HIST-STATE-TAX NOT NUMERIC
               MOVE ZERO TO HIST-STATE-TAX
           END-IF
           IF HIST-RUN-SEQ NOT NUMERIC
               MOVE ZERO TO HIST-RUN-SEQ
           END-IF
           IF HIST-ER-401K-MATCH NOT NUMERIC
               MOVE ZERO TO HIST-ER-401K-MATCH
           END-IF
           IF HIST-PLAN-COMP NOT NUMERIC
               MOVE ZERO TO HIST-PLAN-COMP
           END-IF
           IF HIST-DED-COUNT NOT NUMERIC OR HIST-DED-COUNT > 10
               MOVE ZERO TO HIST-DED-COUNT
           END-IF
           IF HIST-TAX-YEAR NOT NUMERIC
               MOVE ZERO TO HIST-TAX-YEAR
           END-IF.

       440-PRINT-PERIOD.
           MOVE HIST-PERIOD TO PYL-PERIOD
           EVALUATE HIST-TYPE
               WHEN "O"
                   MOVE SPACES TO PYL-RUN
                   STRING "OFF-CYC " HIST-OFF-ITEM
                       DELIMITED BY SIZE INTO PYL-RUN
               WHEN "A"
                   IF HIST-TAX-YEAR = ZERO
                       MOVE "ADJUSTMENT" TO PYL-RUN
                   ELSE
                       MOVE SPACES TO PYL-RUN
                       STRING "CORR " HIST-TAX-YEAR
                           DELIMITED BY SIZE INTO PYL-RUN
                   END-IF
               WHEN OTHER
                   MOVE "REGULAR" TO PYL-RUN
           END-EVALUATE
           MOVE HIST-GROSS TO PYL-GROSS
           MOVE HIST-TAX TO PYL-TAX
           MOVE HIST-STATE-TAX TO PYL-STATE-TAX
           MOVE HIST-PRETAX TO PYL-PRETAX
           MOVE HIST-POSTTAX TO PYL-POSTTAX
           MOVE HIST-NET TO PYL-NET
           WRITE INQUIRY-LINE FROM WS-PAY-LINE
           PERFORM 441-PRINT-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > HIST-DED-COUNT
           PERFORM 450-DESCRIBE-PAYMENT
           MOVE WS-PAID-TEXT TO PDL-TEXT
           WRITE INQUIRY-LINE FROM WS-PAID-LINE
           ADD HIST-GROSS TO WS-TOT-GROSS
           ADD HIST-TAX TO WS-TOT-TAX
           ADD HIST-STATE-TAX TO WS-TOT-STATE-TAX
           ADD HIST-PRETAX TO WS-TOT-PRETAX
           ADD HIST-POSTTAX TO WS-TOT-POSTTAX
           ADD HIST-NET TO WS-TOT-NET.

       441-PRINT-DEDUCTION.
           MOVE HIST-DED-CODE(WS-DED-SUB) TO DDL-CODE
           IF HIST-DED-AMOUNT(WS-DED-SUB) NUMERIC
               MOVE HIST-DED-AMOUNT(WS-DED-SUB) TO DDL-AMOUNT
           ELSE
               MOVE ZERO TO DDL-AMOUNT
           END-IF
           WRITE INQUIRY-LINE FROM WS-DED-LINE.

      *>----------------------------------------------------------------
      *> 450-DESCRIBE-PAYMENT says how a history record's net was
      *> paid. A check cut for it is looked for first - the original
      *> check of the period for that amount - and failing that the
      *> ACH entry in the NACHA file the period's deposits went out
      *> on. An ADJUSTMENT pays nothing on its own, and neither does
      *> a record with no net pay.
      *>----------------------------------------------------------------
       450-DESCRIBE-PAYMENT.
           MOVE SPACES TO WS-PAID-TEXT
           EVALUATE TRUE
               WHEN HIST-TYPE = "A"
                   MOVE "ADJUSTMENT - NO SEPARATE PAYMENT"
                       TO WS-PAID-TEXT
               WHEN HIST-NET NOT > ZERO
                   MOVE "NO PAYMENT - NO NET PAY" TO WS-PAID-TEXT
               WHEN OTHER
                   PERFORM 451-FIND-CHECK
                   IF CHECK-FOUND
                       PERFORM 453-DESCRIBE-CHECK
                   ELSE
                       PERFORM 455-FIND-ACH-ENTRY
                       IF ACH-FOUND
                           STRING "ACH DIRECT DEPOSIT - TRACE "
                               WS-ACH-TRACE " (" FUNCTION
                               TRIM(WS-ACH-FILE-NAME) ")"
                               DELIMITED BY SIZE INTO WS-PAID-TEXT
                       ELSE
                           MOVE "NO CHECK OR ACH ENTRY ON FILE"
                               TO WS-PAID-TEXT
                       END-IF
                   END-IF
           END-EVALUATE.

       451-FIND-CHECK.
           MOVE 'N' TO WS-CHK-FOUND-FLAG
           SET WS-CHK-IDX TO 1
           PERFORM 452-MATCH-CHECK
               UNTIL CHECK-FOUND OR WS-CHK-IDX > WS-CHK-COUNT.

       452-MATCH-CHECK.
           IF WS-CHK-TBL-PERIOD(WS-CHK-IDX) = HIST-PERIOD
               AND WS-CHK-TBL-AMOUNT(WS-CHK-IDX) = HIST-NET
               AND WS-CHK-TBL-STATUS(WS-CHK-IDX) NOT = "R"
               AND WS-CHK-TBL-USED(WS-CHK-IDX) NOT = 'Y'
               MOVE 'Y' TO WS-CHK-TBL-USED(WS-CHK-IDX)
               SET CHECK-FOUND TO TRUE
           ELSE
               SET WS-CHK-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 453-DESCRIBE-CHECK words the check's life: issued and
      *> cleared or still outstanding, or voided - and if it was
      *> reissued, the replacement's number and where that stands.
      *>----------------------------------------------------------------
       453-DESCRIBE-CHECK.
           IF WS-CHK-TBL-STATUS(WS-CHK-IDX) = "V"
               IF WS-CHK-TBL-LINK(WS-CHK-IDX) NOT = ZERO
                   PERFORM 454-FIND-REISSUE
                   STRING "CHECK " WS-CHK-TBL-NBR(WS-CHK-IDX)
                       " VOIDED - REISSUED AS CHECK "
                       WS-CHK-TBL-LINK(WS-CHK-IDX) " "
                       FUNCTION TRIM(WS-CHK-STATE-TEXT)
                       DELIMITED BY SIZE INTO WS-PAID-TEXT
               ELSE
                   STRING "CHECK " WS-CHK-TBL-NBR(WS-CHK-IDX)
                       " ISSUED " WS-CHK-TBL-DATE(WS-CHK-IDX)
                       " - VOIDED, NOT REISSUED"
                       DELIMITED BY SIZE INTO WS-PAID-TEXT
               END-IF
           ELSE
               IF WS-CHK-TBL-CLEARED(WS-CHK-IDX) = "Y"
                   STRING "CHECK " WS-CHK-TBL-NBR(WS-CHK-IDX)
                       " ISSUED " WS-CHK-TBL-DATE(WS-CHK-IDX)
                       " - CLEARED " WS-CHK-TBL-CLR-DATE(WS-CHK-IDX)
                       DELIMITED BY SIZE INTO WS-PAID-TEXT
               ELSE
                   STRING "CHECK " WS-CHK-TBL-NBR(WS-CHK-IDX)
                       " ISSUED " WS-CHK-TBL-DATE(WS-CHK-IDX)
                       " - OUTSTANDING"
                       DELIMITED BY SIZE INTO WS-PAID-TEXT
               END-IF
           END-IF.

       454-FIND-REISSUE.
           MOVE "(NOT ON FILE)" TO WS-CHK-STATE-TEXT
           PERFORM 454-MATCH-REISSUE
               VARYING WS-RSS-IDX FROM 1 BY 1
               UNTIL WS-RSS-IDX > WS-CHK-COUNT.

       454-MATCH-REISSUE.
           IF WS-CHK-TBL-NBR(WS-RSS-IDX) = WS-CHK-TBL-LINK(WS-CHK-IDX)
               EVALUATE TRUE
                   WHEN WS-CHK-TBL-STATUS(WS-RSS-IDX) = "V"
                       MOVE "- VOIDED" TO WS-CHK-STATE-TEXT
                   WHEN WS-CHK-TBL-CLEARED(WS-RSS-IDX) = "Y"
                       MOVE SPACES TO WS-CHK-STATE-TEXT
                       STRING "- CLEARED "
                           WS-CHK-TBL-CLR-DATE(WS-RSS-IDX)
                           DELIMITED BY SIZE INTO WS-CHK-STATE-TEXT
                   WHEN OTHER
                       MOVE "- OUTSTANDING" TO WS-CHK-STATE-TEXT
               END-EVALUATE
           END-IF.

      *>----------------------------------------------------------------
      *> 455-FIND-ACH-ENTRY looks for the employee's deposit of the
      *> record's net on the NACHA file its payment went out on (see
      *> ACH-ENTRY-FILE). OFFACH.DAT only holds the latest off-cycle
      *> run, so an older off-cycle deposit is not found.
      *>----------------------------------------------------------------
       455-FIND-ACH-ENTRY.
           MOVE 'N' TO WS-ACH-FOUND-FLAG
           MOVE SPACES TO WS-ACH-FILE-NAME
           EVALUATE TRUE
               WHEN HIST-TYPE = "O"
                   MOVE "OFFACH.DAT" TO WS-ACH-FILE-NAME
               WHEN HIST-PERIOD = WS-POSTED-PERIOD
                   MOVE "NACHA.DAT" TO WS-ACH-FILE-NAME
               WHEN OTHER
                   STRING "NACHA-" HIST-PERIOD ".DAT"
                       DELIMITED BY SIZE INTO WS-ACH-FILE-NAME
           END-EVALUATE
           OPEN INPUT ACH-ENTRY-FILE
           IF WS-ACH-MISSING
               CONTINUE
           ELSE
               MOVE 'N' TO WS-ACH-EOF-FLAG
               PERFORM 456-MATCH-ACH-ENTRY
                   UNTIL ACH-EOF OR ACH-FOUND
               CLOSE ACH-ENTRY-FILE
           END-IF.

       456-MATCH-ACH-ENTRY.
           READ ACH-ENTRY-FILE
               AT END
                   SET ACH-EOF TO TRUE
               NOT AT END
                   IF ACH-RECORD-TYPE = "6"
                       AND ACH-TRANSACTION-CODE = "22"
                       AND ACH-INDIVIDUAL-ID(1:5) = WS-INQ-EMP-ID
                       AND ACH-AMOUNT = HIST-NET
                       MOVE ACH-TRACE-NUMBER TO WS-ACH-TRACE
                       SET ACH-FOUND TO TRUE
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 460-POST-YEAR-EARNINGS adds a record's gross into its year's
      *> row of the verification table - a correction to a closed
      *> year into the row of the year it corrects.
      *>----------------------------------------------------------------
       460-POST-YEAR-EARNINGS.
           COMPUTE WS-HIST-YEAR = HIST-PERIOD / 100
           IF HIST-TAX-YEAR NOT = ZERO
               MOVE HIST-TAX-YEAR TO WS-HIST-YEAR
           END-IF
           MOVE 'N' TO WS-YR-POSTED-FLAG
           SET WS-YR-IDX TO 1
           PERFORM 461-MATCH-YEAR-ENTRY
               UNTIL YEAR-POSTED OR WS-YR-IDX > WS-YR-COUNT
           IF NOT YEAR-POSTED
               ADD 1 TO WS-YR-COUNT
               SET WS-YR-IDX TO WS-YR-COUNT
               MOVE WS-HIST-YEAR TO WS-YR-TBL-YEAR(WS-YR-IDX)
               MOVE ZERO TO WS-YR-TBL-PERIODS(WS-YR-IDX)
               MOVE ZERO TO WS-YR-TBL-REGULAR(WS-YR-IDX)
               MOVE ZERO TO WS-YR-TBL-OFFCYCLE(WS-YR-IDX)
               MOVE ZERO TO WS-YR-TBL-ADJUST(WS-YR-IDX)
               MOVE ZERO TO WS-YR-TBL-LAST(WS-YR-IDX)
           END-IF
           EVALUATE HIST-TYPE
               WHEN "O"
                   ADD HIST-GROSS TO WS-YR-TBL-OFFCYCLE(WS-YR-IDX)
               WHEN "A"
                   ADD HIST-GROSS TO WS-YR-TBL-ADJUST(WS-YR-IDX)
               WHEN OTHER
                   ADD HIST-GROSS TO WS-YR-TBL-REGULAR(WS-YR-IDX)
                   ADD 1 TO WS-YR-TBL-PERIODS(WS-YR-IDX)
           END-EVALUATE
           IF HIST-PERIOD > WS-YR-TBL-LAST(WS-YR-IDX)
               AND HIST-TAX-YEAR = ZERO
               MOVE HIST-PERIOD TO WS-YR-TBL-LAST(WS-YR-IDX)
           END-IF.

       461-MATCH-YEAR-ENTRY.
           IF WS-YR-TBL-YEAR(WS-YR-IDX) = WS-HIST-YEAR
               SET YEAR-POSTED TO TRUE
           ELSE
               SET WS-YR-IDX UP BY 1
           END-IF.

       470-PRINT-RANGE-TOTAL.
           MOVE SPACES TO PYL-PERIOD
           MOVE "TOTAL" TO PYL-RUN
           MOVE WS-TOT-GROSS TO PYL-GROSS
           MOVE WS-TOT-TAX TO PYL-TAX
           MOVE WS-TOT-STATE-TAX TO PYL-STATE-TAX
           MOVE WS-TOT-PRETAX TO PYL-PRETAX
           MOVE WS-TOT-POSTTAX TO PYL-POSTTAX
           MOVE WS-TOT-NET TO PYL-NET
           WRITE INQUIRY-LINE FROM SPACES
           WRITE INQUIRY-LINE FROM WS-PAY-LINE.

       480-PRINT-YEAR-LINE.
           MOVE WS-YR-TBL-YEAR(WS-YR-IDX) TO YRL-YEAR
           MOVE WS-YR-TBL-PERIODS(WS-YR-IDX) TO YRL-PERIODS
           MOVE WS-YR-TBL-REGULAR(WS-YR-IDX) TO YRL-REGULAR
           MOVE WS-YR-TBL-OFFCYCLE(WS-YR-IDX) TO YRL-OFFCYCLE
           MOVE WS-YR-TBL-ADJUST(WS-YR-IDX) TO YRL-ADJUST
           COMPUTE WS-YR-TOTAL = WS-YR-TBL-REGULAR(WS-YR-IDX)
               + WS-YR-TBL-OFFCYCLE(WS-YR-IDX)
               + WS-YR-TBL-ADJUST(WS-YR-IDX)
           MOVE WS-YR-TOTAL TO YRL-TOTAL
           MOVE WS-YR-TBL-LAST(WS-YR-IDX) TO YRL-LAST
           WRITE INQUIRY-LINE FROM WS-YEAR-LINE.

      *>----------------------------------------------------------------
      *> 500-PRINT-BALANCES closes the statement with where the
      *> employee stands now: leave hours, arrears still owed, this
      *> year's YTD-MASTER totals and the archived totals of each
      *> closed year in the range. The verification shows only the
      *> current year-to-date totals.
      *>----------------------------------------------------------------
       500-PRINT-BALANCES.
           WRITE INQUIRY-LINE FROM SPACES
           IF NOT VOE-FORMAT
               PERFORM 510-PRINT-LEAVE
               PERFORM 520-PRINT-ARREARS
           END-IF
           MOVE "YEAR-TO-DATE TOTALS" TO WS-SECTION-LINE
           WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           IF NOT VOE-FORMAT
               WRITE INQUIRY-LINE FROM WS-YTD-HEADER
           END-IF
           PERFORM 530-PRINT-CURRENT-YTD
           IF NOT VOE-FORMAT
               PERFORM 540-PRINT-YTD-ARCHIVE
                   VARYING WS-SCAN-YEAR FROM WS-FROM-YEAR BY 1
                   UNTIL WS-SCAN-YEAR > WS-TO-YEAR
           END-IF.

       510-PRINT-LEAVE.
           MOVE "LEAVE BALANCES (LEAVEBAL.DAT)" TO WS-SECTION-LINE
           WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LVB-NOT-FOUND
               MOVE "  LEAVEBAL.DAT NOT ON FILE" TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE WS-INQ-EMP-ID TO LVB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LVB-NO-RECORD
                   MOVE "  NO LEAVE BALANCE RECORD" TO WS-SECTION-LINE
                   WRITE INQUIRY-LINE FROM WS-SECTION-LINE
               ELSE
                   MOVE LVB-VAC-BALANCE TO LVL-VACATION
                   MOVE LVB-SICK-BALANCE TO LVL-SICK
                   WRITE INQUIRY-LINE FROM WS-LEAVE-LINE
               END-IF
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           WRITE INQUIRY-LINE FROM SPACES.

       520-PRINT-ARREARS.
           MOVE "DEDUCTION ARREARS CARRIED (ARREARS.DAT)"
               TO WS-SECTION-LINE
           WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           WRITE INQUIRY-LINE FROM WS-ARREARS-HEADER
           OPEN INPUT ARREARS-FILE
           MOVE 'N' TO WS-ARR-EOF-FLAG
           PERFORM 521-READ-ARREARS UNTIL ARR-EOF
           CLOSE ARREARS-FILE
           IF WS-ARR-FOUND-COUNT = ZERO
               MOVE "  NONE" TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE INQUIRY-LINE FROM SPACES.

       521-READ-ARREARS.
           READ ARREARS-FILE
               AT END
                   SET ARR-EOF TO TRUE
               NOT AT END
                   IF ARR-EMP-ID = WS-INQ-EMP-ID
                       MOVE ARR-CODE TO ARL-CODE
                       MOVE ARR-CLASS TO ARL-CLASS
                       MOVE ARR-TYPE TO ARL-TYPE
                       MOVE ARR-AMOUNT TO ARL-AMOUNT
                       WRITE INQUIRY-LINE FROM WS-ARREARS-LINE
                       ADD 1 TO WS-ARR-FOUND-COUNT
                   END-IF
           END-READ.

       530-PRINT-CURRENT-YTD.
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-NOT-FOUND
               MOVE "  YTD-MASTER.DAT NOT ON FILE" TO WS-SECTION-LINE
               WRITE INQUIRY-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE WS-INQ-EMP-ID TO YTD-EMP-ID
               READ YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-YTD-NO-RECORD
                   MOVE "  NO PAY POSTED THIS YEAR" TO WS-SECTION-LINE
                   WRITE INQUIRY-LINE FROM WS-SECTION-LINE
               ELSE
                   MOVE "CURRENT YEAR" TO YTL-LABEL
                   PERFORM 550-PRINT-YTD-LINE
               END-IF
               CLOSE YTD-MASTER-FILE
           END-IF.

      *>----------------------------------------------------------------
      *> 540-PRINT-YTD-ARCHIVE prints a closed year's totals from the
      *> YTDMASTER-<yyyy>.DAT archive YEAR-END-CLOSE wrote, when the
      *> year has been closed.
      *>----------------------------------------------------------------
       540-PRINT-YTD-ARCHIVE.
           MOVE SPACES TO WS-YTD-ARCH-NAME
           STRING "YTDMASTER-" WS-SCAN-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-YTD-ARCH-NAME
           OPEN INPUT YTD-ARCHIVE-FILE
           IF WS-YTDA-MISSING
               CONTINUE
           ELSE
               MOVE 'N' TO WS-YTDA-EOF-FLAG
               PERFORM 541-READ-YTD-ARCHIVE UNTIL YTDA-EOF
               CLOSE YTD-ARCHIVE-FILE
           END-IF.

       541-READ-YTD-ARCHIVE.
           READ YTD-ARCHIVE-FILE INTO YTD-MASTER-RECORD
               AT END
                   SET YTDA-EOF TO TRUE
               NOT AT END
                   IF YTD-EMP-ID = WS-INQ-EMP-ID
                       MOVE SPACES TO YTL-LABEL
                       STRING "YEAR " WS-SCAN-YEAR " (CLOSED)"
                           DELIMITED BY SIZE INTO YTL-LABEL
                       PERFORM 550-PRINT-YTD-LINE
                       SET YTDA-EOF TO TRUE
                   END-IF
           END-READ.

       550-PRINT-YTD-LINE.
           IF YTD-STATE-TAX NOT NUMERIC
               MOVE ZERO TO YTD-STATE-TAX
           END-IF
           IF YTD-401K-DEFERRAL NOT NUMERIC
               MOVE ZERO TO YTD-401K-DEFERRAL
           END-IF
           IF YTD-401K-MATCH NOT NUMERIC
               MOVE ZERO TO YTD-401K-MATCH
           END-IF
           IF VOE-FORMAT
               MOVE "GROSS EARNINGS THIS YEAR" TO FCT-LABEL
               MOVE YTD-GROSS TO WS-EDIT-YTD-GROSS
               MOVE WS-EDIT-YTD-GROSS TO FCT-VALUE
               WRITE INQUIRY-LINE FROM WS-FACT-LINE
           ELSE
               MOVE YTD-GROSS TO YTL-GROSS
               MOVE YTD-TAX TO YTL-TAX
               MOVE YTD-STATE-TAX TO YTL-STATE-TAX
               MOVE YTD-NET TO YTL-NET
               MOVE YTD-401K-DEFERRAL TO YTL-401K-DEFERRAL
               MOVE YTD-401K-MATCH TO YTL-401K-MATCH
               WRITE INQUIRY-LINE FROM WS-YTD-LINE
           END-IF.

       600-CLEANUP.
           CLOSE EMPLOYEE-MASTER
           CLOSE INQUIRY-REPORT
           IF VOE-FORMAT
               DISPLAY "PAY-INQUIRY: VERIFICATION OF EMPLOYMENT FOR "
                   "EMPLOYEE " WS-INQ-EMP-ID " ON PAYINQ.RPT"
           ELSE
               DISPLAY "PAY-INQUIRY: PAY STATEMENT FOR EMPLOYEE "
                   WS-INQ-EMP-ID " ON PAYINQ.RPT - " WS-HIST-COUNT
                   " HISTORY RECORD(S)"
           END-IF.
