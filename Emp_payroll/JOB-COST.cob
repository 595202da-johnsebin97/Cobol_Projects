       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-COST.
       AUTHOR. CLAUDE.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  Initial version: job-cost report for the
      *>               project managers, from the labor-distribution
      *>               split on each pay-history record, across the
      *>               period range named on JOBCOST.PRM. Every split
      *>               line keyed to a job is costed: hours, straight
      *>               time and overtime gross (the overtime test
      *>               RETRO-PAY reprices with, rerun over the
      *>               record's lines), and the employer FICA, FUTA,
      *>               SUTA and 401(k) match prorated to the line by
      *>               its share of the record's gross, as
      *>               LABORCOST.RPT does by department. JOBCOST.RPT
      *>               shows each job broken down by department and
      *>               employee, then compares each job with its
      *>               budgeted hours and dollars on JOBBUDGET.DAT,
      *>               with percent consumed and a flag on jobs over
      *>               budget, and lists every split line whose job
      *>               code is not on JOBBUDGET.DAT. Labor charged to
      *>               no job is totalled at the foot so the report
      *>               ties to the history. Nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-COST-PARM-FILE ASSIGN TO "JOBCOST.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT JOB-BUDGET-FILE ASSIGN TO "JOBBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MASTER-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JOB-COST-REPORT ASSIGN TO "JOBCOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *> JOB-COST-PARM-FILE (JOBCOST.PRM) names the first and last
      *> PAYPERIOD.PRM period numbers (yyyypp) to cost. A zero or
      *> blank last period costs the first period alone. For a job's
      *> life-to-date against its budget, start the range at the
      *> job's first period.
      *>----------------------------------------------------------------
       FD JOB-COST-PARM-FILE.
       01 JOB-COST-PARM-RECORD.
           05 PRM-FROM-PERIOD     PIC 9(6).
           05 PRM-TO-PERIOD       PIC 9(6).

      *>----------------------------------------------------------------
      *> JOB-BUDGET-FILE (JOBBUDGET.DAT) is the maintained job list:
      *> one record per job code keyed on the timecards, with its
      *> description and the hours and dollars budgeted for it. The
      *> budgeted dollars are measured against the burdened cost. A
      *> job carried with no budget (both zero) is costed but never
      *> flagged.
      *>----------------------------------------------------------------
       FD JOB-BUDGET-FILE.
       01 JOB-BUDGET-RECORD.
           05 JBR-JOB-CODE        PIC X(8).
           05 JBR-DESCRIPTION     PIC X(30).
           05 JBR-BUDGET-HOURS    PIC 9(7)V99.
           05 JBR-BUDGET-DOLLARS  PIC 9(9)V99.

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".

      *>----------------------------------------------------------------
      *> PAY-HISTORY-FILE is PAYHIST.DAT or a closed year's
      *> PAYHIST-<yyyy>.DAT archive, named through WS-HIST-FILE-NAME.
      *>----------------------------------------------------------------
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD          PIC X(605).

       FD JOB-COST-REPORT.
       01 JOB-COST-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-PRM-STATUS       PIC XX VALUE SPACES.
               88 WS-PRM-NOT-FOUND VALUE "35".
           05 WS-JOB-STATUS       PIC XX VALUE SPACES.
               88 WS-JOB-NOT-FOUND VALUE "35".
           05 WS-MST-STATUS       PIC XX VALUE SPACES.
               88 WS-MST-NOT-FOUND VALUE "35".
           05 WS-HIST-STATUS      PIC XX VALUE SPACES.
               88 WS-HIST-MISSING VALUE "35".
           05 WS-JOB-EOF-FLAG     PIC X VALUE 'N'.
               88 JOB-EOF         VALUE 'Y'.
           05 WS-HIST-EOF-FLAG    PIC X VALUE 'N'.
               88 HIST-EOF        VALUE 'Y'.
           05 WS-JOB-FOUND-FLAG   PIC X VALUE 'N'.
               88 JOB-FOUND       VALUE 'Y'.
           05 WS-COST-POSTED-FLAG PIC X VALUE 'N'.
               88 COST-POSTED     VALUE 'Y'.
           05 WS-OVER-BUDGET-FLAG PIC X VALUE 'N'.
               88 JOB-OVER-BUDGET VALUE 'Y'.

       01 WS-JOB-COST-INFO.
           05 WS-FROM-PERIOD      PIC 9(6) VALUE ZERO.
           05 WS-TO-PERIOD        PIC 9(6) VALUE ZERO.
           05 WS-FROM-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-TO-YEAR          PIC 9(4) VALUE ZERO.
           05 WS-FIRST-SCAN-YEAR  PIC 9(4) VALUE ZERO.
           05 WS-SCAN-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.
           05 WS-LD-SUB           PIC 9(2) VALUE ZERO.
           05 WS-OUT-SUB          PIC 9(5) VALUE ZERO.
           05 WS-LOOK-JOB         PIC X(8) VALUE SPACES.
           05 WS-CURRENT-STAMP.
               10 WS-STAMP-DATE   PIC 9(8).
               10 WS-STAMP-TIME   PIC 9(6).

       01 WS-COUNTERS.
           05 WS-HIST-READ        PIC 9(7) VALUE ZERO.
           05 WS-HIST-IN-RANGE    PIC 9(7) VALUE ZERO.
           05 WS-OVER-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-DISP-COUNT       PIC ZZZZZZ9.

      *>----------------------------------------------------------------
      *> WS-HISTORY-RECORD mirrors the PAYHIST.DAT detail layout
      *> staged by PAYROLL-SYSTEM's 223-WRITE-PAY-HISTORY.
      *>----------------------------------------------------------------
       COPY "PAYHIST.CPY".

       01 WS-CONSTANTS.
           05 WS-OVERTIME-RATE    PIC 9V99 VALUE 1.50.
           05 WS-FT-REGULAR-HOURS PIC 99 VALUE 40.
           05 WS-PT-REGULAR-HOURS PIC 99 VALUE 20.

      *>----------------------------------------------------------------
      *> WS-LINE-WORK is the split line being costed. The overtime
      *> test runs over the record's worked lines in order, as
      *> PAYROLL-SYSTEM's 210-PRICE-ONE-LINE priced them: the hours
      *> past the type-based threshold are overtime, and since a line
      *> is one rate the line's overtime gross is its gross times the
      *> overtime share of its rate-weighted hours. Leave, salary
      *> and adjustment lines are straight time. The record's
      *> employer burden (FICA, FUTA, SUTA and the 401(k) match) is
      *> prorated by each line's share of the record's gross, the
      *> last line taking the unallocated remainder, as
      *> 285-POST-LABOR-LD-LINE does for LABORCOST.RPT.
      *>----------------------------------------------------------------
       01 WS-LINE-WORK.
           05 WS-OT-THRESHOLD     PIC 99 VALUE ZERO.
           05 WS-WORKED-SO-FAR    PIC S9(4)V99 VALUE ZERO.
           05 WS-STRAIGHT-HOURS   PIC S9(4)V99 VALUE ZERO.
           05 WS-OT-HOURS         PIC S9(4)V99 VALUE ZERO.
           05 WS-REC-BURDEN       PIC S9(9)V99 VALUE ZERO.
           05 WS-ALLOC-BURDEN     PIC S9(9)V99 VALUE ZERO.
           05 WS-LINE-JOB         PIC X(8) VALUE SPACES.
           05 WS-LINE-DEPT        PIC X(10) VALUE SPACES.
           05 WS-LINE-HOURS       PIC S9(7)V99 VALUE ZERO.
           05 WS-LINE-GROSS       PIC S9(9)V99 VALUE ZERO.
           05 WS-LINE-OT-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-LINE-ST-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-LINE-BURDEN      PIC S9(9)V99 VALUE ZERO.

      *>----------------------------------------------------------------
      *> WS-JOB-TABLE holds JOBBUDGET.DAT, with the range's totals
      *> for each job accumulated alongside. A job code found on the
      *> history but not on the file is added with WS-JOB-ON-FILE
      *> "N" so its cost still reports. Sorted by job code before
      *> printing.
      *>----------------------------------------------------------------
       01 WS-JOB-TABLE.
           05 WS-JOB-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-JOB-ENTRY OCCURS 500 TIMES INDEXED BY WS-JOB-IDX.
               10 WS-JOB-CODE         PIC X(8).
               10 WS-JOB-DESC         PIC X(30).
               10 WS-JOB-ON-FILE      PIC X.
                   88 JOB-ON-FILE     VALUE 'Y'.
               10 WS-JOB-BUDGET-HOURS PIC S9(7)V99.
               10 WS-JOB-BUDGET-DOLLARS PIC S9(9)V99.
               10 WS-JOB-HOURS        PIC S9(7)V99.
               10 WS-JOB-ST-GROSS     PIC S9(9)V99.
               10 WS-JOB-OT-GROSS     PIC S9(9)V99.
               10 WS-JOB-BURDEN       PIC S9(9)V99.

      *>----------------------------------------------------------------
      *> WS-COST-TABLE accumulates one row per job, charge department
      *> and employee, sorted job / department / employee for the
      *> breakdown.
      *>----------------------------------------------------------------
       01 WS-COST-TABLE.
           05 WS-COST-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-COST-ENTRY OCCURS 3000 TIMES INDEXED BY WS-COST-IDX.
               10 WS-COST-JOB         PIC X(8).
               10 WS-COST-DEPT        PIC X(10).
               10 WS-COST-EMP-ID      PIC 9(5).
               10 WS-COST-HOURS       PIC S9(7)V99.
               10 WS-COST-ST-GROSS    PIC S9(9)V99.
               10 WS-COST-OT-GROSS    PIC S9(9)V99.
               10 WS-COST-BURDEN      PIC S9(9)V99.

      *>----------------------------------------------------------------
      *> WS-UNKNOWN-TABLE lists the split lines whose job code is not
      *> on JOBBUDGET.DAT, in the order they were read.
      *>----------------------------------------------------------------
       01 WS-UNKNOWN-TABLE.
           05 WS-UNK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-UNK-ENTRY OCCURS 1000 TIMES.
               10 WS-UNK-PERIOD       PIC 9(6).
               10 WS-UNK-EMP-ID       PIC 9(5).
               10 WS-UNK-DEPT         PIC X(10).
               10 WS-UNK-JOB          PIC X(8).
               10 WS-UNK-TYPE         PIC X.
               10 WS-UNK-HOURS        PIC S9(3)V99.
               10 WS-UNK-GROSS        PIC S9(7)V99.

       01 WS-SORT-WORK.
           05 WS-SORT-SUB         PIC 9(5) VALUE ZERO.
           05 WS-SORT-SUB2        PIC 9(5) VALUE ZERO.
           05 WS-HOLD-COST-ENTRY  PIC X(65).
           05 WS-HOLD-JOB-ENTRY   PIC X(101).

      *>----------------------------------------------------------------
      *> Control-break totals for the breakdown, and the labor in the
      *> range charged to no job (a split line with a blank job code,
      *> or a record with no split - off-cycle pay, or history older
      *> than the split).
      *>----------------------------------------------------------------
       01 WS-BREAK-INFO.
           05 WS-BRK-JOB          PIC X(8) VALUE SPACES.
           05 WS-BRK-DEPT         PIC X(10) VALUE SPACES.
           05 WS-DEPT-HOURS       PIC S9(7)V99 VALUE ZERO.
           05 WS-DEPT-ST-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-DEPT-OT-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-DEPT-BURDEN      PIC S9(9)V99 VALUE ZERO.
           05 WS-BURDENED-COST    PIC S9(9)V99 VALUE ZERO.
           05 WS-PCT-WORK         PIC S9(5)V9 VALUE ZERO.

       01 WS-RANGE-TOTALS.
           05 WS-JOBS-HOURS       PIC S9(7)V99 VALUE ZERO.
           05 WS-JOBS-ST-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-JOBS-OT-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-JOBS-BURDEN      PIC S9(9)V99 VALUE ZERO.
           05 WS-NOJOB-HOURS      PIC S9(7)V99 VALUE ZERO.
           05 WS-NOJOB-ST-GROSS   PIC S9(9)V99 VALUE ZERO.
           05 WS-NOJOB-OT-GROSS   PIC S9(9)V99 VALUE ZERO.
           05 WS-NOJOB-BURDEN     PIC S9(9)V99 VALUE ZERO.

      *>----------------------------------------------------------------
      *> Report lines.
      *>----------------------------------------------------------------
       01 WS-TITLE-LINE.
           05 FILLER              PIC X(40) VALUE
               "JOB COST REPORT".
           05 FILLER              PIC X(8) VALUE "PERIODS ".
           05 TTL-FROM-PERIOD     PIC 9(6).
           05 FILLER              PIC X(3) VALUE " - ".
           05 TTL-TO-PERIOD       PIC 9(6).
           05 FILLER              PIC X(12) VALUE "   PRODUCED ".
           05 TTL-RUN-DATE        PIC 9(8).

       01 WS-SECTION-LINE         PIC X(132).

       01 WS-JOB-HEADING.
           05 FILLER              PIC X(4) VALUE "JOB ".
           05 JHD-JOB-CODE        PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 JHD-DESCRIPTION     PIC X(30).

       01 WS-DETAIL-HEADER.
           05 FILLER              PIC X(14) VALUE "  DEPT".
           05 FILLER              PIC X(7) VALUE "EMP-ID".
           05 FILLER              PIC X(32) VALUE "NAME".
           05 FILLER              PIC X(12) VALUE "     HOURS".
           05 FILLER              PIC X(16) VALUE "   STRAIGHT-TIME".
           05 FILLER              PIC X(16) VALUE "        OVERTIME".
           05 FILLER              PIC X(16) VALUE "       ER-BURDEN".
           05 FILLER              PIC X(16) VALUE "   BURDENED-COST".

       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-DEPT            PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-EMP-ID          PIC X(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-NAME            PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-HOURS           PIC ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DTL-ST-GROSS        PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-OT-GROSS        PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-BURDEN          PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DTL-BURDENED        PIC $$,$$$,$$9.99-.

       01 WS-BUDGET-LINE.
           05 FILLER              PIC X(16) VALUE
               "  BUDGET HOURS  ".
           05 BGL-HOURS           PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(7) VALUE "  USED ".
           05 BGL-HOURS-PCT       PIC ZZZZ9.9.
           05 BGL-HOURS-PCT-X REDEFINES BGL-HOURS-PCT PIC X(7).
           05 FILLER              PIC X(14) VALUE "%   DOLLARS   ".
           05 BGL-DOLLARS         PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(7) VALUE "  USED ".
           05 BGL-DOLLARS-PCT     PIC ZZZZ9.9.
           05 BGL-DOLLARS-PCT-X REDEFINES BGL-DOLLARS-PCT PIC X(7).
           05 FILLER              PIC X(3) VALUE "%  ".
           05 BGL-FLAG            PIC X(16).

       01 WS-SUMMARY-HEADER.
           05 FILLER              PIC X(10) VALUE "JOB".
           05 FILLER              PIC X(31) VALUE "DESCRIPTION".
           05 FILLER              PIC X(11) VALUE "     HOURS".
           05 FILLER              PIC X(11) VALUE " BUDGET-HRS".
           05 FILLER              PIC X(9) VALUE "   USED%".
           05 FILLER              PIC X(15) VALUE "  BURDENED-COST".
           05 FILLER              PIC X(15) VALUE "     BUDGET-$".
           05 FILLER              PIC X(9) VALUE "   USED%".
           05 FILLER              PIC X(6) VALUE "  FLAG".

       01 WS-SUMMARY-LINE.
           05 SML-JOB-CODE        PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SML-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 SML-HOURS           PIC ZZZ,ZZ9.99-.
           05 SML-BUDGET-HOURS    PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SML-HOURS-PCT       PIC ZZZZ9.9.
           05 SML-HOURS-PCT-X REDEFINES SML-HOURS-PCT PIC X(7).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 SML-BURDENED        PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 SML-BUDGET-DOLLARS  PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SML-DOLLARS-PCT     PIC ZZZZ9.9.
           05 SML-DOLLARS-PCT-X REDEFINES SML-DOLLARS-PCT PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SML-FLAG            PIC X(16).

       01 WS-UNKNOWN-HEADER.
           05 FILLER              PIC X(8) VALUE "PERIOD".
           05 FILLER              PIC X(7) VALUE "EMP-ID".
           05 FILLER              PIC X(12) VALUE "DEPT".
           05 FILLER              PIC X(10) VALUE "JOB".
           05 FILLER              PIC X(5) VALUE "TYPE".
           05 FILLER              PIC X(11) VALUE "    HOURS".
           05 FILLER              PIC X(15) VALUE "          GROSS".

       01 WS-UNKNOWN-LINE.
           05 UNL-PERIOD          PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 UNL-EMP-ID          PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 UNL-DEPT            PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 UNL-JOB             PIC X(8).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 UNL-TYPE            PIC X.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 UNL-HOURS           PIC ZZZ9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 UNL-GROSS           PIC $$,$$$,$$9.99-.

       01 WS-TOTAL-LINE.
           05 TTL-LABEL           PIC X(53).
           05 TTL-HOURS           PIC ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 TTL-ST-GROSS        PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 TTL-OT-GROSS        PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 TTL-BURDEN          PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 TTL-BURDENED        PIC $$,$$$,$$9.99-.

       01 WS-COUNT-LINE.
           05 CNT-LABEL           PIC X(40).
           05 CNT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
           PERFORM 200-READ-PAY-HISTORY
           PERFORM 300-SORT-TABLES
           PERFORM 400-PRINT-JOB-DETAIL
           PERFORM 500-PRINT-BUDGET-SUMMARY
           PERFORM 600-PRINT-UNKNOWN-JOBS
           PERFORM 700-FINISH
           STOP RUN.

      *>----------------------------------------------------------------
      *> 100-INIT reads JOBCOST.PRM and settles the range, loads
      *> JOBBUDGET.DAT and opens the master the employee names come
      *> from. No parameter, a backward range, no job file or a job
      *> code filed twice abends before JOBCOST.RPT is touched.
      *>----------------------------------------------------------------
       100-INIT.
           OPEN INPUT JOB-COST-PARM-FILE
           IF WS-PRM-NOT-FOUND
               DISPLAY "JOB-COST ABEND: JOBCOST.PRM NOT FOUND - "
                   "SUPPLY FIRST AND LAST PERIOD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ JOB-COST-PARM-FILE
               AT END
                   DISPLAY "JOB-COST ABEND: JOBCOST.PRM IS EMPTY - "
                       "SUPPLY FIRST AND LAST PERIOD"
                   CLOSE JOB-COST-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PRM-FROM-PERIOD NUMERIC
               MOVE PRM-FROM-PERIOD TO WS-FROM-PERIOD
           END-IF
           IF PRM-TO-PERIOD NUMERIC
               MOVE PRM-TO-PERIOD TO WS-TO-PERIOD
           END-IF
           CLOSE JOB-COST-PARM-FILE
           IF WS-TO-PERIOD = ZERO
               MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
           END-IF
           IF WS-FROM-PERIOD = ZERO OR WS-FROM-PERIOD > WS-TO-PERIOD
               DISPLAY "JOB-COST ABEND: JOBCOST.PRM RANGE "
                   WS-FROM-PERIOD "-" WS-TO-PERIOD " IS NOT VALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FROM-YEAR = WS-FROM-PERIOD / 100
           COMPUTE WS-TO-YEAR = WS-TO-PERIOD / 100
           PERFORM 110-LOAD-JOB-FILE
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
               DISPLAY "JOB-COST ABEND: EMPLOYEE MASTER "
                   "EMPMASTER.DAT NOT FOUND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-STAMP
           OPEN OUTPUT JOB-COST-REPORT
           MOVE WS-FROM-PERIOD TO TTL-FROM-PERIOD
           MOVE WS-TO-PERIOD TO TTL-TO-PERIOD
           MOVE WS-STAMP-DATE TO TTL-RUN-DATE
           WRITE JOB-COST-LINE FROM WS-TITLE-LINE
           WRITE JOB-COST-LINE FROM SPACES.

       110-LOAD-JOB-FILE.
           OPEN INPUT JOB-BUDGET-FILE
           IF WS-JOB-NOT-FOUND
               DISPLAY "JOB-COST ABEND: JOB FILE JOBBUDGET.DAT "
                   "NOT FOUND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-JOB-EOF-FLAG
           PERFORM 111-LOAD-JOB-RECORD UNTIL JOB-EOF
           CLOSE JOB-BUDGET-FILE.

       111-LOAD-JOB-RECORD.
           READ JOB-BUDGET-FILE
               AT END
                   SET JOB-EOF TO TRUE
               NOT AT END
                   IF JBR-JOB-CODE NOT = SPACES
                       MOVE JBR-JOB-CODE TO WS-LOOK-JOB
                       PERFORM 250-FIND-JOB
                       IF JOB-FOUND
                           GO TO 111-DUPLICATE-JOB-EXIT
                       END-IF
                       PERFORM 251-ADD-JOB
                       SET JOB-ON-FILE(WS-JOB-IDX) TO TRUE
                       MOVE JBR-DESCRIPTION TO WS-JOB-DESC(WS-JOB-IDX)
                       IF JBR-BUDGET-HOURS NUMERIC
                           MOVE JBR-BUDGET-HOURS
                               TO WS-JOB-BUDGET-HOURS(WS-JOB-IDX)
                       END-IF
                       IF JBR-BUDGET-DOLLARS NUMERIC
                           MOVE JBR-BUDGET-DOLLARS
                               TO WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX)
                       END-IF
                   END-IF
           END-READ.

       111-DUPLICATE-JOB-EXIT.
           DISPLAY "JOB-COST ABEND: JOB CODE " JBR-JOB-CODE
               " IS ON JOBBUDGET.DAT MORE THAN ONCE"
           CLOSE JOB-BUDGET-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 200-READ-PAY-HISTORY reads the closed years' PAYHIST-<yyyy>
      *> archives, then the live PAYHIST.DAT, taking the records paid
      *> in the period range. The archive of the year before the
      *> range is read too: a correction to a closed year is filed
      *> there under the period that paid it, which may be in range.
      *>----------------------------------------------------------------
       200-READ-PAY-HISTORY.
           COMPUTE WS-FIRST-SCAN-YEAR = WS-FROM-YEAR - 1
           PERFORM 210-READ-HISTORY-ARCHIVE
               VARYING WS-SCAN-YEAR FROM WS-FIRST-SCAN-YEAR BY 1
               UNTIL WS-SCAN-YEAR > WS-TO-YEAR
           MOVE SPACES TO WS-HIST-FILE-NAME
           MOVE "PAYHIST.DAT" TO WS-HIST-FILE-NAME
           PERFORM 220-READ-HISTORY-FILE.

       210-READ-HISTORY-ARCHIVE.
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING "PAYHIST-" WS-SCAN-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           PERFORM 220-READ-HISTORY-FILE.

       220-READ-HISTORY-FILE.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-MISSING
               CONTINUE
           ELSE
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM 230-READ-HISTORY-RECORD UNTIL HIST-EOF
               CLOSE PAY-HISTORY-FILE
           END-IF.

       230-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE INTO WS-HISTORY-RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF HIST-PERIOD NOT < WS-FROM-PERIOD
                       AND HIST-PERIOD NOT > WS-TO-PERIOD
                       ADD 1 TO WS-HIST-IN-RANGE
                       PERFORM 235-NORMALIZE-HISTORY
                       PERFORM 240-COST-HISTORY-RECORD
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 235-NORMALIZE-HISTORY zeroes the fields an older, shorter
      *> history record does not carry.
      *>----------------------------------------------------------------
       235-NORMALIZE-HISTORY.
           IF HIST-LD-COUNT NOT NUMERIC
               MOVE ZERO TO HIST-LD-COUNT
           END-IF
           IF HIST-LD-COUNT > 10
               MOVE 10 TO HIST-LD-COUNT
           END-IF
           IF HIST-ER-401K-MATCH NOT NUMERIC
               MOVE ZERO TO HIST-ER-401K-MATCH
           END-IF.

      *>----------------------------------------------------------------
      *> 240-COST-HISTORY-RECORD costs the record's split lines in
      *> order (see WS-LINE-WORK). A record with no split has no job
      *> to charge and counts whole toward the labor charged to no
      *> job, as straight time.
      *>----------------------------------------------------------------
       240-COST-HISTORY-RECORD.
           COMPUTE WS-REC-BURDEN = HIST-ER-FICA + HIST-ER-FUTA
               + HIST-ER-SUTA + HIST-ER-401K-MATCH
           IF HIST-LD-COUNT = ZERO
               ADD HIST-HOURS TO WS-NOJOB-HOURS
               ADD HIST-GROSS TO WS-NOJOB-ST-GROSS
               ADD WS-REC-BURDEN TO WS-NOJOB-BURDEN
           ELSE
               IF HIST-TYPE = "P"
                   MOVE WS-PT-REGULAR-HOURS TO WS-OT-THRESHOLD
               ELSE
                   MOVE WS-FT-REGULAR-HOURS TO WS-OT-THRESHOLD
               END-IF
               MOVE ZERO TO WS-WORKED-SO-FAR
               MOVE ZERO TO WS-ALLOC-BURDEN
               PERFORM 241-COST-LD-LINE
                   VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > HIST-LD-COUNT
           END-IF.

       241-COST-LD-LINE.
           MOVE HIST-LD-JOB(WS-LD-SUB) TO WS-LINE-JOB
           MOVE HIST-LD-DEPT(WS-LD-SUB) TO WS-LINE-DEPT
           MOVE HIST-LD-HOURS(WS-LD-SUB) TO WS-LINE-HOURS
           MOVE HIST-LD-GROSS(WS-LD-SUB) TO WS-LINE-GROSS
           MOVE ZERO TO WS-LINE-OT-GROSS
           EVALUATE TRUE
               WHEN HIST-TYPE = "A" OR HIST-TYPE = "O"
                   CONTINUE
               WHEN HIST-LD-TYPE(WS-LD-SUB) = "V"
                   OR HIST-LD-TYPE(WS-LD-SUB) = "S"
                   OR HIST-LD-TYPE(WS-LD-SUB) = "R"
                   OR HIST-LD-TYPE(WS-LD-SUB) = "U"
                   OR HIST-LD-TYPE(WS-LD-SUB) = "A"
                   CONTINUE
               WHEN OTHER
                   PERFORM 242-SPLIT-OVERTIME
           END-EVALUATE
           COMPUTE WS-LINE-ST-GROSS = WS-LINE-GROSS - WS-LINE-OT-GROSS
           IF WS-LD-SUB = HIST-LD-COUNT
               COMPUTE WS-LINE-BURDEN = WS-REC-BURDEN - WS-ALLOC-BURDEN
           ELSE
               IF HIST-GROSS = ZERO
                   MOVE ZERO TO WS-LINE-BURDEN
               ELSE
                   COMPUTE WS-LINE-BURDEN ROUNDED = WS-REC-BURDEN
                       * WS-LINE-GROSS / HIST-GROSS
               END-IF
               ADD WS-LINE-BURDEN TO WS-ALLOC-BURDEN
           END-IF
           IF WS-LINE-JOB = SPACES
               ADD WS-LINE-HOURS TO WS-NOJOB-HOURS
               ADD WS-LINE-ST-GROSS TO WS-NOJOB-ST-GROSS
               ADD WS-LINE-OT-GROSS TO WS-NOJOB-OT-GROSS
               ADD WS-LINE-BURDEN TO WS-NOJOB-BURDEN
           ELSE
               PERFORM 245-POST-JOB-LINE
           END-IF.

       242-SPLIT-OVERTIME.
           COMPUTE WS-STRAIGHT-HOURS =
               WS-OT-THRESHOLD - WS-WORKED-SO-FAR
           IF WS-STRAIGHT-HOURS < ZERO
               MOVE ZERO TO WS-STRAIGHT-HOURS
           END-IF
           IF WS-STRAIGHT-HOURS > WS-LINE-HOURS
               MOVE WS-LINE-HOURS TO WS-STRAIGHT-HOURS
           END-IF
           COMPUTE WS-OT-HOURS = WS-LINE-HOURS - WS-STRAIGHT-HOURS
           IF WS-OT-HOURS > ZERO
               COMPUTE WS-LINE-OT-GROSS ROUNDED = WS-LINE-GROSS
                   * (WS-OT-HOURS * WS-OVERTIME-RATE)
                   / (WS-STRAIGHT-HOURS
                       + WS-OT-HOURS * WS-OVERTIME-RATE)
           END-IF
           ADD WS-LINE-HOURS TO WS-WORKED-SO-FAR.

      *>----------------------------------------------------------------
      *> 245-POST-JOB-LINE charges a costed line to its job and to
      *> its job/department/employee row. A job code not on
      *> JOBBUDGET.DAT is added to the job table as unbudgeted the
      *> first time it is seen, and every such line is listed.
      *>----------------------------------------------------------------
       245-POST-JOB-LINE.
           MOVE WS-LINE-JOB TO WS-LOOK-JOB
           PERFORM 250-FIND-JOB
           IF NOT JOB-FOUND
               PERFORM 251-ADD-JOB
               MOVE 'N' TO WS-JOB-ON-FILE(WS-JOB-IDX)
               MOVE "*** NOT ON JOB FILE ***" TO WS-JOB-DESC(WS-JOB-IDX)
           END-IF
           IF NOT JOB-ON-FILE(WS-JOB-IDX)
               PERFORM 247-LIST-UNKNOWN-LINE
           END-IF
           ADD WS-LINE-HOURS TO WS-JOB-HOURS(WS-JOB-IDX)
           ADD WS-LINE-ST-GROSS TO WS-JOB-ST-GROSS(WS-JOB-IDX)
           ADD WS-LINE-OT-GROSS TO WS-JOB-OT-GROSS(WS-JOB-IDX)
           ADD WS-LINE-BURDEN TO WS-JOB-BURDEN(WS-JOB-IDX)
           ADD WS-LINE-HOURS TO WS-JOBS-HOURS
           ADD WS-LINE-ST-GROSS TO WS-JOBS-ST-GROSS
           ADD WS-LINE-OT-GROSS TO WS-JOBS-OT-GROSS
           ADD WS-LINE-BURDEN TO WS-JOBS-BURDEN
           MOVE 'N' TO WS-COST-POSTED-FLAG
           SET WS-COST-IDX TO 1
           PERFORM 246-MATCH-COST-ENTRY
               UNTIL COST-POSTED OR WS-COST-IDX > WS-COST-COUNT
           IF NOT COST-POSTED
               IF WS-COST-COUNT = 3000
                   GO TO 245-COST-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-COST-COUNT
               SET WS-COST-IDX TO WS-COST-COUNT
               MOVE WS-LINE-JOB TO WS-COST-JOB(WS-COST-IDX)
               MOVE WS-LINE-DEPT TO WS-COST-DEPT(WS-COST-IDX)
               MOVE HIST-EMP-ID TO WS-COST-EMP-ID(WS-COST-IDX)
               MOVE WS-LINE-HOURS TO WS-COST-HOURS(WS-COST-IDX)
               MOVE WS-LINE-ST-GROSS TO WS-COST-ST-GROSS(WS-COST-IDX)
               MOVE WS-LINE-OT-GROSS TO WS-COST-OT-GROSS(WS-COST-IDX)
               MOVE WS-LINE-BURDEN TO WS-COST-BURDEN(WS-COST-IDX)
           END-IF.

       245-COST-OVERFLOW-EXIT.
           DISPLAY "JOB-COST ABEND: MORE THAN 3000 JOB/DEPARTMENT/"
               "EMPLOYEE ROWS IN THE RANGE - WS-COST-TABLE FULL"
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE JOB-COST-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       246-MATCH-COST-ENTRY.
           IF WS-COST-JOB(WS-COST-IDX) = WS-LINE-JOB
               AND WS-COST-DEPT(WS-COST-IDX) = WS-LINE-DEPT
               AND WS-COST-EMP-ID(WS-COST-IDX) = HIST-EMP-ID
               ADD WS-LINE-HOURS TO WS-COST-HOURS(WS-COST-IDX)
               ADD WS-LINE-ST-GROSS TO WS-COST-ST-GROSS(WS-COST-IDX)
               ADD WS-LINE-OT-GROSS TO WS-COST-OT-GROSS(WS-COST-IDX)
               ADD WS-LINE-BURDEN TO WS-COST-BURDEN(WS-COST-IDX)
               SET COST-POSTED TO TRUE
           ELSE
               SET WS-COST-IDX UP BY 1
           END-IF.

       247-LIST-UNKNOWN-LINE.
           IF WS-UNK-COUNT = 1000
               GO TO 247-UNKNOWN-OVERFLOW-EXIT
           END-IF
           ADD 1 TO WS-UNK-COUNT
           MOVE HIST-PERIOD TO WS-UNK-PERIOD(WS-UNK-COUNT)
           MOVE HIST-EMP-ID TO WS-UNK-EMP-ID(WS-UNK-COUNT)
           MOVE WS-LINE-DEPT TO WS-UNK-DEPT(WS-UNK-COUNT)
           MOVE WS-LINE-JOB TO WS-UNK-JOB(WS-UNK-COUNT)
           MOVE HIST-LD-TYPE(WS-LD-SUB) TO WS-UNK-TYPE(WS-UNK-COUNT)
           MOVE HIST-LD-HOURS(WS-LD-SUB) TO WS-UNK-HOURS(WS-UNK-COUNT)
           MOVE HIST-LD-GROSS(WS-LD-SUB) TO WS-UNK-GROSS(WS-UNK-COUNT).

       247-UNKNOWN-OVERFLOW-EXIT.
           DISPLAY "JOB-COST ABEND: MORE THAN 1000 TIMECARD LINES "
               "CARRY JOB CODES NOT ON JOBBUDGET.DAT"
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE JOB-COST-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 250-FIND-JOB looks WS-LOOK-JOB up on the job table, leaving
      *> WS-JOB-IDX on it when found; 251-ADD-JOB opens a zeroed
      *> entry for it at the end of the table.
      *>----------------------------------------------------------------
       250-FIND-JOB.
           MOVE 'N' TO WS-JOB-FOUND-FLAG
           SET WS-JOB-IDX TO 1
           PERFORM 252-MATCH-JOB
               UNTIL JOB-FOUND OR WS-JOB-IDX > WS-JOB-COUNT.

       251-ADD-JOB.
           IF WS-JOB-COUNT = 500
               GO TO 251-JOB-OVERFLOW-EXIT
           END-IF
           ADD 1 TO WS-JOB-COUNT
           SET WS-JOB-IDX TO WS-JOB-COUNT
           MOVE WS-LOOK-JOB TO WS-JOB-CODE(WS-JOB-IDX)
           MOVE SPACES TO WS-JOB-DESC(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-BUDGET-HOURS(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-HOURS(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-ST-GROSS(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-OT-GROSS(WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-BURDEN(WS-JOB-IDX).

       251-JOB-OVERFLOW-EXIT.
           DISPLAY "JOB-COST ABEND: MORE THAN 500 JOB CODES - "
               "WS-JOB-TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       252-MATCH-JOB.
           IF WS-JOB-CODE(WS-JOB-IDX) = WS-LOOK-JOB
               SET JOB-FOUND TO TRUE
           ELSE
               SET WS-JOB-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 300-SORT-TABLES orders the job table by job code and the cost
      *> rows by job, department and employee, with the same simple
      *> exchange sort TIMECARD-EDIT uses on the period's cards.
      *>----------------------------------------------------------------
       300-SORT-TABLES.
           PERFORM 310-SORT-JOB-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB NOT < WS-JOB-COUNT
           PERFORM 320-SORT-COST-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB NOT < WS-COST-COUNT.

       310-SORT-JOB-PASS.
           PERFORM 311-COMPARE-AND-SWAP-JOB
               VARYING WS-SORT-SUB2 FROM 1 BY 1
               UNTIL WS-SORT-SUB2 NOT <
                   (WS-JOB-COUNT - WS-SORT-SUB + 1).

       311-COMPARE-AND-SWAP-JOB.
           IF WS-JOB-CODE(WS-SORT-SUB2)
               > WS-JOB-CODE(WS-SORT-SUB2 + 1)
               MOVE WS-JOB-ENTRY(WS-SORT-SUB2) TO WS-HOLD-JOB-ENTRY
               MOVE WS-JOB-ENTRY(WS-SORT-SUB2 + 1)
                   TO WS-JOB-ENTRY(WS-SORT-SUB2)
               MOVE WS-HOLD-JOB-ENTRY TO WS-JOB-ENTRY(WS-SORT-SUB2 + 1)
           END-IF.

       320-SORT-COST-PASS.
           PERFORM 321-COMPARE-AND-SWAP-COST
               VARYING WS-SORT-SUB2 FROM 1 BY 1
               UNTIL WS-SORT-SUB2 NOT <
                   (WS-COST-COUNT - WS-SORT-SUB + 1).

       321-COMPARE-AND-SWAP-COST.
           IF WS-COST-JOB(WS-SORT-SUB2)
               > WS-COST-JOB(WS-SORT-SUB2 + 1)
               OR (WS-COST-JOB(WS-SORT-SUB2)
                   = WS-COST-JOB(WS-SORT-SUB2 + 1)
                   AND WS-COST-DEPT(WS-SORT-SUB2)
                   > WS-COST-DEPT(WS-SORT-SUB2 + 1))
               OR (WS-COST-JOB(WS-SORT-SUB2)
                   = WS-COST-JOB(WS-SORT-SUB2 + 1)
                   AND WS-COST-DEPT(WS-SORT-SUB2)
                   = WS-COST-DEPT(WS-SORT-SUB2 + 1)
                   AND WS-COST-EMP-ID(WS-SORT-SUB2)
                   > WS-COST-EMP-ID(WS-SORT-SUB2 + 1))
               MOVE WS-COST-ENTRY(WS-SORT-SUB2) TO WS-HOLD-COST-ENTRY
               MOVE WS-COST-ENTRY(WS-SORT-SUB2 + 1)
                   TO WS-COST-ENTRY(WS-SORT-SUB2)
               MOVE WS-HOLD-COST-ENTRY
                   TO WS-COST-ENTRY(WS-SORT-SUB2 + 1)
           END-IF.

      *>----------------------------------------------------------------
      *> 400-PRINT-JOB-DETAIL prints the breakdown from the sorted
      *> cost rows: a heading per job, one line per employee within
      *> each charge department, a subtotal per department, and the
      *> job's total with its budget line.
      *>----------------------------------------------------------------
       400-PRINT-JOB-DETAIL.
           MOVE "JOB COST BY DEPARTMENT AND EMPLOYEE" TO WS-SECTION-LINE
           WRITE JOB-COST-LINE FROM WS-SECTION-LINE
           WRITE JOB-COST-LINE FROM SPACES
           IF WS-COST-COUNT = ZERO
               MOVE "  NO JOB-CODED LABOR IN THE RANGE"
                   TO WS-SECTION-LINE
               WRITE JOB-COST-LINE FROM WS-SECTION-LINE
           ELSE
               PERFORM 410-PRINT-COST-ROW
                   VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-COST-COUNT
               PERFORM 430-END-DEPARTMENT
               PERFORM 440-END-JOB
           END-IF
           MOVE "TOTAL CHARGED TO JOBS" TO TTL-LABEL
           MOVE WS-JOBS-HOURS TO TTL-HOURS
           MOVE WS-JOBS-ST-GROSS TO TTL-ST-GROSS
           MOVE WS-JOBS-OT-GROSS TO TTL-OT-GROSS
           MOVE WS-JOBS-BURDEN TO TTL-BURDEN
           COMPUTE WS-BURDENED-COST = WS-JOBS-ST-GROSS
               + WS-JOBS-OT-GROSS + WS-JOBS-BURDEN
           MOVE WS-BURDENED-COST TO TTL-BURDENED
           WRITE JOB-COST-LINE FROM WS-TOTAL-LINE
           MOVE "LABOR CHARGED TO NO JOB" TO TTL-LABEL
           MOVE WS-NOJOB-HOURS TO TTL-HOURS
           MOVE WS-NOJOB-ST-GROSS TO TTL-ST-GROSS
           MOVE WS-NOJOB-OT-GROSS TO TTL-OT-GROSS
           MOVE WS-NOJOB-BURDEN TO TTL-BURDEN
           COMPUTE WS-BURDENED-COST = WS-NOJOB-ST-GROSS
               + WS-NOJOB-OT-GROSS + WS-NOJOB-BURDEN
           MOVE WS-BURDENED-COST TO TTL-BURDENED
           WRITE JOB-COST-LINE FROM WS-TOTAL-LINE
           MOVE "TOTAL LABOR IN RANGE" TO TTL-LABEL
           COMPUTE TTL-HOURS = WS-JOBS-HOURS + WS-NOJOB-HOURS
           COMPUTE TTL-ST-GROSS = WS-JOBS-ST-GROSS + WS-NOJOB-ST-GROSS
           COMPUTE TTL-OT-GROSS = WS-JOBS-OT-GROSS + WS-NOJOB-OT-GROSS
           COMPUTE TTL-BURDEN = WS-JOBS-BURDEN + WS-NOJOB-BURDEN
           COMPUTE WS-BURDENED-COST = WS-JOBS-ST-GROSS
               + WS-JOBS-OT-GROSS + WS-JOBS-BURDEN + WS-NOJOB-ST-GROSS
               + WS-NOJOB-OT-GROSS + WS-NOJOB-BURDEN
           MOVE WS-BURDENED-COST TO TTL-BURDENED
           WRITE JOB-COST-LINE FROM WS-TOTAL-LINE.

       410-PRINT-COST-ROW.
           IF WS-OUT-SUB > 1
               AND WS-COST-JOB(WS-OUT-SUB) NOT = WS-BRK-JOB
               PERFORM 430-END-DEPARTMENT
               PERFORM 440-END-JOB
           END-IF
           IF WS-OUT-SUB = 1
               OR WS-COST-JOB(WS-OUT-SUB) NOT = WS-BRK-JOB
               PERFORM 420-START-JOB
           ELSE
               IF WS-COST-DEPT(WS-OUT-SUB) NOT = WS-BRK-DEPT
                   PERFORM 430-END-DEPARTMENT
                   PERFORM 425-START-DEPARTMENT
               END-IF
           END-IF
           MOVE WS-COST-DEPT(WS-OUT-SUB) TO DTL-DEPT
           MOVE WS-COST-EMP-ID(WS-OUT-SUB) TO DTL-EMP-ID
           MOVE WS-COST-EMP-ID(WS-OUT-SUB) TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO EMP-NAME
           END-READ
           MOVE EMP-NAME TO DTL-NAME
           MOVE WS-COST-HOURS(WS-OUT-SUB) TO DTL-HOURS
           MOVE WS-COST-ST-GROSS(WS-OUT-SUB) TO DTL-ST-GROSS
           MOVE WS-COST-OT-GROSS(WS-OUT-SUB) TO DTL-OT-GROSS
           MOVE WS-COST-BURDEN(WS-OUT-SUB) TO DTL-BURDEN
           COMPUTE WS-BURDENED-COST = WS-COST-ST-GROSS(WS-OUT-SUB)
               + WS-COST-OT-GROSS(WS-OUT-SUB)
               + WS-COST-BURDEN(WS-OUT-SUB)
           MOVE WS-BURDENED-COST TO DTL-BURDENED
           WRITE JOB-COST-LINE FROM WS-DETAIL-LINE
           ADD WS-COST-HOURS(WS-OUT-SUB) TO WS-DEPT-HOURS
           ADD WS-COST-ST-GROSS(WS-OUT-SUB) TO WS-DEPT-ST-GROSS
           ADD WS-COST-OT-GROSS(WS-OUT-SUB) TO WS-DEPT-OT-GROSS
           ADD WS-COST-BURDEN(WS-OUT-SUB) TO WS-DEPT-BURDEN.

       420-START-JOB.
           MOVE WS-COST-JOB(WS-OUT-SUB) TO WS-BRK-JOB
           MOVE WS-BRK-JOB TO WS-LOOK-JOB
           PERFORM 250-FIND-JOB
           MOVE WS-BRK-JOB TO JHD-JOB-CODE
           MOVE WS-JOB-DESC(WS-JOB-IDX) TO JHD-DESCRIPTION
           WRITE JOB-COST-LINE FROM WS-JOB-HEADING
           WRITE JOB-COST-LINE FROM WS-DETAIL-HEADER
           PERFORM 425-START-DEPARTMENT.

       425-START-DEPARTMENT.
           MOVE WS-COST-DEPT(WS-OUT-SUB) TO WS-BRK-DEPT
           MOVE ZERO TO WS-DEPT-HOURS
           MOVE ZERO TO WS-DEPT-ST-GROSS
           MOVE ZERO TO WS-DEPT-OT-GROSS
           MOVE ZERO TO WS-DEPT-BURDEN.

       430-END-DEPARTMENT.
           MOVE SPACES TO TTL-LABEL
           STRING "    DEPARTMENT " WS-BRK-DEPT " TOTAL"
               DELIMITED BY SIZE INTO TTL-LABEL
           MOVE WS-DEPT-HOURS TO TTL-HOURS
           MOVE WS-DEPT-ST-GROSS TO TTL-ST-GROSS
           MOVE WS-DEPT-OT-GROSS TO TTL-OT-GROSS
           MOVE WS-DEPT-BURDEN TO TTL-BURDEN
           COMPUTE WS-BURDENED-COST = WS-DEPT-ST-GROSS
               + WS-DEPT-OT-GROSS + WS-DEPT-BURDEN
           MOVE WS-BURDENED-COST TO TTL-BURDENED
           WRITE JOB-COST-LINE FROM WS-TOTAL-LINE.

      *>----------------------------------------------------------------
      *> 440-END-JOB prints the job's total from its job-table entry
      *> and the budget comparison under it.
      *>----------------------------------------------------------------
       440-END-JOB.
           MOVE WS-BRK-JOB TO WS-LOOK-JOB
           PERFORM 250-FIND-JOB
           MOVE SPACES TO TTL-LABEL
           STRING "  JOB " WS-BRK-JOB " TOTAL"
               DELIMITED BY SIZE INTO TTL-LABEL
           MOVE WS-JOB-HOURS(WS-JOB-IDX) TO TTL-HOURS
           MOVE WS-JOB-ST-GROSS(WS-JOB-IDX) TO TTL-ST-GROSS
           MOVE WS-JOB-OT-GROSS(WS-JOB-IDX) TO TTL-OT-GROSS
           MOVE WS-JOB-BURDEN(WS-JOB-IDX) TO TTL-BURDEN
           COMPUTE WS-BURDENED-COST = WS-JOB-ST-GROSS(WS-JOB-IDX)
               + WS-JOB-OT-GROSS(WS-JOB-IDX)
               + WS-JOB-BURDEN(WS-JOB-IDX)
           MOVE WS-BURDENED-COST TO TTL-BURDENED
           WRITE JOB-COST-LINE FROM WS-TOTAL-LINE
           PERFORM 450-COMPARE-BUDGET
           MOVE WS-JOB-BUDGET-HOURS(WS-JOB-IDX) TO BGL-HOURS
           MOVE WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX) TO BGL-DOLLARS
           MOVE SML-HOURS-PCT-X TO BGL-HOURS-PCT-X
           MOVE SML-DOLLARS-PCT-X TO BGL-DOLLARS-PCT-X
           MOVE SML-FLAG TO BGL-FLAG
           WRITE JOB-COST-LINE FROM WS-BUDGET-LINE
           WRITE JOB-COST-LINE FROM SPACES.

      *>----------------------------------------------------------------
      *> 450-COMPARE-BUDGET works out job WS-JOB-IDX's percent of its
      *> budgeted hours and dollars consumed (the dollars against the
      *> burdened cost) and its flag, into the summary line fields.
      *> A budget of zero has no percent. A job over either budget is
      *> flagged OVER BUDGET; a job code not on the job file is
      *> flagged as such whatever it cost.
      *>----------------------------------------------------------------
       450-COMPARE-BUDGET.
           MOVE 'N' TO WS-OVER-BUDGET-FLAG
           COMPUTE WS-BURDENED-COST = WS-JOB-ST-GROSS(WS-JOB-IDX)
               + WS-JOB-OT-GROSS(WS-JOB-IDX)
               + WS-JOB-BURDEN(WS-JOB-IDX)
           IF WS-JOB-BUDGET-HOURS(WS-JOB-IDX) = ZERO
               MOVE "    N/A" TO SML-HOURS-PCT-X
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-JOB-HOURS(WS-JOB-IDX) * 100
                   / WS-JOB-BUDGET-HOURS(WS-JOB-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-WORK
               END-COMPUTE
               MOVE WS-PCT-WORK TO SML-HOURS-PCT
               IF WS-JOB-HOURS(WS-JOB-IDX)
                   > WS-JOB-BUDGET-HOURS(WS-JOB-IDX)
                   SET JOB-OVER-BUDGET TO TRUE
               END-IF
           END-IF
           IF WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX) = ZERO
               MOVE "    N/A" TO SML-DOLLARS-PCT-X
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-BURDENED-COST * 100
                   / WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-WORK
               END-COMPUTE
               MOVE WS-PCT-WORK TO SML-DOLLARS-PCT
               IF WS-BURDENED-COST > WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX)
                   SET JOB-OVER-BUDGET TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT JOB-ON-FILE(WS-JOB-IDX)
                   MOVE "NOT ON JOB FILE" TO SML-FLAG
               WHEN JOB-OVER-BUDGET
                   MOVE "*** OVER BUDGET" TO SML-FLAG
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-JOB-BUDGET-HOURS(WS-JOB-IDX) = ZERO
                   AND WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX) = ZERO
                   MOVE "NO BUDGET" TO SML-FLAG
               WHEN OTHER
                   MOVE SPACES TO SML-FLAG
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> 500-PRINT-BUDGET-SUMMARY lists every job, on the job file or
      *> found on the history, one line each against its budget -
      *> a budgeted job with no labor in the range shows too.
      *>----------------------------------------------------------------
       500-PRINT-BUDGET-SUMMARY.
           MOVE ZERO TO WS-OVER-COUNT
           WRITE JOB-COST-LINE FROM SPACES
           MOVE "JOB BUDGET SUMMARY" TO WS-SECTION-LINE
           WRITE JOB-COST-LINE FROM WS-SECTION-LINE
           WRITE JOB-COST-LINE FROM SPACES
           WRITE JOB-COST-LINE FROM WS-SUMMARY-HEADER
           PERFORM 510-PRINT-SUMMARY-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
           WRITE JOB-COST-LINE FROM SPACES
           MOVE "JOBS OVER BUDGET" TO CNT-LABEL
           MOVE WS-OVER-COUNT TO CNT-COUNT
           WRITE JOB-COST-LINE FROM WS-COUNT-LINE.

       510-PRINT-SUMMARY-LINE.
           PERFORM 450-COMPARE-BUDGET
           MOVE WS-JOB-CODE(WS-JOB-IDX) TO SML-JOB-CODE
           MOVE WS-JOB-DESC(WS-JOB-IDX) TO SML-DESCRIPTION
           MOVE WS-JOB-HOURS(WS-JOB-IDX) TO SML-HOURS
           MOVE WS-JOB-BUDGET-HOURS(WS-JOB-IDX) TO SML-BUDGET-HOURS
           MOVE WS-BURDENED-COST TO SML-BURDENED
           MOVE WS-JOB-BUDGET-DOLLARS(WS-JOB-IDX)
               TO SML-BUDGET-DOLLARS
           WRITE JOB-COST-LINE FROM WS-SUMMARY-LINE.

      *>----------------------------------------------------------------
      *> 600-PRINT-UNKNOWN-JOBS lists each timecard split line in the
      *> range whose job code is not on JOBBUDGET.DAT, for the codes
      *> to be corrected or the jobs added to the file.
      *>----------------------------------------------------------------
       600-PRINT-UNKNOWN-JOBS.
           WRITE JOB-COST-LINE FROM SPACES
           MOVE "TIMECARD LINES WITH JOB CODES NOT ON JOBBUDGET.DAT"
               TO WS-SECTION-LINE
           WRITE JOB-COST-LINE FROM WS-SECTION-LINE
           WRITE JOB-COST-LINE FROM SPACES
           IF WS-UNK-COUNT = ZERO
               MOVE "  NONE" TO WS-SECTION-LINE
               WRITE JOB-COST-LINE FROM WS-SECTION-LINE
           ELSE
               WRITE JOB-COST-LINE FROM WS-UNKNOWN-HEADER
               PERFORM 610-PRINT-UNKNOWN-LINE
                   VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-UNK-COUNT
           END-IF
           WRITE JOB-COST-LINE FROM SPACES
           MOVE "LINES WITH UNKNOWN JOB CODES" TO CNT-LABEL
           MOVE WS-UNK-COUNT TO CNT-COUNT
           WRITE JOB-COST-LINE FROM WS-COUNT-LINE.

       610-PRINT-UNKNOWN-LINE.
           MOVE WS-UNK-PERIOD(WS-OUT-SUB) TO UNL-PERIOD
           MOVE WS-UNK-EMP-ID(WS-OUT-SUB) TO UNL-EMP-ID
           MOVE WS-UNK-DEPT(WS-OUT-SUB) TO UNL-DEPT
           MOVE WS-UNK-JOB(WS-OUT-SUB) TO UNL-JOB
           MOVE WS-UNK-TYPE(WS-OUT-SUB) TO UNL-TYPE
           MOVE WS-UNK-HOURS(WS-OUT-SUB) TO UNL-HOURS
           MOVE WS-UNK-GROSS(WS-OUT-SUB) TO UNL-GROSS
           WRITE JOB-COST-LINE FROM WS-UNKNOWN-LINE.

       700-FINISH.
           MOVE "HISTORY RECORDS READ" TO CNT-LABEL
           MOVE WS-HIST-READ TO CNT-COUNT
           WRITE JOB-COST-LINE FROM WS-COUNT-LINE
           MOVE "HISTORY RECORDS IN RANGE" TO CNT-LABEL
           MOVE WS-HIST-IN-RANGE TO CNT-COUNT
           WRITE JOB-COST-LINE FROM WS-COUNT-LINE
           CLOSE EMPLOYEE-MASTER
           CLOSE JOB-COST-REPORT
           MOVE WS-UNK-COUNT TO WS-DISP-COUNT
           DISPLAY "JOB-COST COMPLETE - " WS-JOB-COUNT " JOBS, "
               WS-OVER-COUNT " OVER BUDGET, " WS-DISP-COUNT
               " LINES WITH UNKNOWN JOB CODES - SEE JOBCOST.RPT".
