      *>               half. A record with no split (written before
      *>               the split existed) keeps the whole-record
      *>               test.
      *>   2026-10-15  Salaried back pay: RETROPARM.PRM carries the
      *>               new annual salary for a salaried employee. A
      *>               period paid on salary (its labor split holds
      *>               the generated "R" salary line) reprices as the
      *>               new per-period salary for the paid hours of the
      *>               period - the salary change, not made-up hours -
      *>               while any earlier hourly periods still reprice
      *>               their hours at the salary's hourly equivalent.
      *>   2026-10-15  Pay-history record widened to 580 for the state
      *>               withholding fields.
      *>   2026-10-15  Off-cycle history records (HIST-TYPE "O" -
      *>               final pay, bonuses, manual checks paid by
      *>               OFF-CYCLE-PAY) are passed over like ADJUSTMENT
      *>               records: they are amounts, not hours at a rate.
      *>               Pay-history record widened to 583.
      *>   2026-10-15  Pay-history record widened to 601 for the
      *>               401(k) match fields.
      *>   2026-10-15  Pay-history record widened to 605 for the
      *>               prior-year correction tax year.
      *>   2026-10-15  Master-mismatch warnings ask for the approved
      *>               change to be applied first: EMPLOYEE-MAINT only
      *>               files it, TIMECARD-EDIT posts it to the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *>----------------------------------------------------------------
      *> RETRO-PARM-FILE (RETROPARM.PRM) is the operator-supplied
      *> retro request: the employee, the approved new rate and the
      *> first pay period the raise should have covered. For a
      *> salaried employee the new annual salary is supplied instead
      *> of the rate (blank on an hourly request).
      *>----------------------------------------------------------------
       FD RETRO-PARM-FILE.
       01 RETRO-PARM-RECORD.
           05 RTP-EMP-ID          PIC 9(5).
           05 RTP-NEW-RATE        PIC 9(3)V99.
           05 RTP-EFF-PERIOD      PIC 9(6).
           05 RTP-NEW-SALARY      PIC 9(7)V99.

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

      *>----------------------------------------------------------------
      *> RETRO-TRANS-FILE (RETRO.TRN) carries the generated
               88 WS-MST-NOT-FOUND VALUE "35".
           05 WS-PHIST-EOF-FLAG   PIC X VALUE 'N'.
               88 PHIST-EOF       VALUE 'Y'.
           05 WS-SALARY-LINE-FLAG PIC X VALUE 'N'.
               88 SALARY-LINE-FOUND VALUE 'Y'.

       COPY "PAYHIST.CPY".

           05 WS-DISP-PERIODS     PIC ZZ9.
           05 WS-WORKED-SO-FAR    PIC S9(4)V99 VALUE ZERO.
           05 WS-LD-SUB           PIC 9(2) VALUE ZERO.
           05 WS-NEW-SALARY       PIC 9(7)V99 VALUE ZERO.
           05 WS-NEW-PERIOD-SALARY PIC S9(7)V99 VALUE ZERO.

       01 WS-CONSTANTS.
           05 WS-OVERTIME-RATE    PIC 9V99 VALUE 1.50.
           05 WS-FT-REGULAR-HOURS PIC 99 VALUE 40.
           05 WS-PT-REGULAR-HOURS PIC 99 VALUE 20.
           05 WS-PAY-PERIODS-PER-YEAR PIC 99 VALUE 26.
           05 WS-SALARIED-PERIOD-HOURS PIC 99 VALUE 80.
           05 WS-SALARIED-YEAR-HOURS PIC 9(4) VALUE 2080.

       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(26) VALUE
           05 FILLER              PIC X(17) VALUE "  EFFECTIVE FROM ".
           05 RPT-EFF-PERIOD      PIC 9(6).

       01 WS-REPORT-SALARY-LINE.
           05 FILLER              PIC X(18) VALUE "NEW ANNUAL SALARY ".
           05 RPT-NEW-SALARY      PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(13) VALUE "  PER PERIOD ".
           05 RPT-NEW-PERIOD-SALARY PIC $$$,$$9.99.

       01 WS-REPORT-HEADER.
           05 FILLER              PIC X(8)  VALUE "PERIOD".
           05 FILLER              PIC X(10) VALUE "HOURS".
           MOVE RTP-EMP-ID TO WS-RETRO-EMP-ID
           MOVE RTP-NEW-RATE TO WS-NEW-RATE
           MOVE RTP-EFF-PERIOD TO WS-EFF-PERIOD
           IF RTP-NEW-SALARY NUMERIC
               MOVE RTP-NEW-SALARY TO WS-NEW-SALARY
           END-IF
           CLOSE RETRO-PARM-FILE
           IF WS-NEW-RATE = ZERO AND WS-NEW-SALARY = ZERO
               DISPLAY "RETRO-PAY ABEND: NEW RATE ON RETROPARM.PRM "
                   "IS ZERO"
               MOVE 16 TO RETURN-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PAY-SALARIED
               PERFORM 110-SET-SALARIED-RATE
           END-IF
           IF WS-NEW-RATE = ZERO
               DISPLAY "RETRO-PAY ABEND: NEW RATE ON RETROPARM.PRM "
                   "IS ZERO"
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EMP-RATE NOT = WS-NEW-RATE
               DISPLAY "RETRO-PAY WARNING: MASTER RATE " EMP-RATE
                   " DOES NOT MATCH RETRO RATE " WS-NEW-RATE
                   " - APPLY THE RATE CHANGE FIRST; THE ADJUSTMENT "
                   "WILL PAY AT THE MASTER RATE"
           END-IF
           OPEN INPUT PAY-HISTORY-MASTER
           MOVE WS-NEW-RATE TO RPT-NEW-RATE
           MOVE WS-EFF-PERIOD TO RPT-EFF-PERIOD
           WRITE RETRO-REPORT-LINE FROM WS-REPORT-PARM-LINE
           IF PAY-SALARIED
               MOVE WS-NEW-SALARY TO RPT-NEW-SALARY
               MOVE WS-NEW-PERIOD-SALARY TO RPT-NEW-PERIOD-SALARY
               WRITE RETRO-REPORT-LINE FROM WS-REPORT-SALARY-LINE
           END-IF
           WRITE RETRO-REPORT-LINE FROM SPACES
           WRITE RETRO-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE RETRO-REPORT-LINE FROM SPACES.

      *>----------------------------------------------------------------
      *> 110-SET-SALARIED-RATE: a salaried employee's retro is driven
      *> by the new annual salary. The rate used for the emitted
      *> adjustment hours (and for repricing any hourly periods still
      *> in range) is the salary's hourly equivalent - the same
      *> figure TIMECARD-EDIT stores in EMP-RATE when it applies the
      *> salary change - so the adjustment reproduces the amount on
      *> payroll night.
      *>----------------------------------------------------------------
       110-SET-SALARIED-RATE.
           IF WS-NEW-SALARY = ZERO
               DISPLAY "RETRO-PAY ABEND: EMP-ID " WS-RETRO-EMP-ID
                   " IS SALARIED - SUPPLY THE NEW ANNUAL SALARY ON "
                   "RETROPARM.PRM"
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EMP-ANNUAL-SALARY NOT = WS-NEW-SALARY
               DISPLAY "RETRO-PAY WARNING: MASTER SALARY "
                   EMP-ANNUAL-SALARY " DOES NOT MATCH RETRO SALARY "
                   WS-NEW-SALARY " - APPLY THE SALARY CHANGE FIRST"
           END-IF
           COMPUTE WS-NEW-RATE ROUNDED =
               WS-NEW-SALARY / WS-SALARIED-YEAR-HOURS
           COMPUTE WS-NEW-PERIOD-SALARY ROUNDED =
               WS-NEW-SALARY / WS-PAY-PERIODS-PER-YEAR.

      *>----------------------------------------------------------------
      *> 200-RECALC-HISTORY reprices each of the employee's recorded
      *> periods from the effective period forward: the recorded
      *> hours at the new rate, with the same type-based overtime
      *> threshold and multiplier the original run applied.
      *> ADJUSTMENT and off-cycle history records are passed over - a
      *> prior money correction or a bonus is not hours at a rate -
      *> and a record priced
      *> under a timecard rate override reprices here too, which is
      *> the operator's cue to review the report before keying.
      *>----------------------------------------------------------------
                   IF HIST-EMP-ID = WS-RETRO-EMP-ID
                       AND HIST-PERIOD NOT < WS-EFF-PERIOD
                       AND HIST-TYPE NOT = "A"
                       AND HIST-TYPE NOT = "O"
                       PERFORM 210-REPRICE-ONE-PERIOD
                   END-IF
           END-READ.
      *> 210-PRICE-ONE-LINE applied when the period originally paid.
      *> A record without a split predates the split and can only
      *> hold worked hours, so the whole-record test stands for it.
      *> A period paid on salary - its split holds the "R" salary
      *> line - reprices as the new per-period salary scaled to the
      *> hours actually paid (HIST-HOURS is the standard salaried
      *> period less unpaid time), so unpaid time stays unpaid at
      *> the new salary and leave taken, paid within the salary,
      *> needs no repricing of its own.
      *>----------------------------------------------------------------
       210-REPRICE-ONE-PERIOD.
           IF HIST-TYPE = "P"
           ELSE
               MOVE WS-FT-REGULAR-HOURS TO WS-OT-THRESHOLD
           END-IF
           MOVE 'N' TO WS-SALARY-LINE-FLAG
           PERFORM 216-FIND-SALARY-LINE
               VARYING WS-LD-SUB FROM 1 BY 1
               UNTIL SALARY-LINE-FOUND OR WS-LD-SUB > HIST-LD-COUNT
           EVALUATE TRUE
               WHEN SALARY-LINE-FOUND AND WS-NEW-PERIOD-SALARY > ZERO
                   COMPUTE WS-NEW-GROSS ROUNDED =
                       WS-NEW-PERIOD-SALARY * HIST-HOURS /
                       WS-SALARIED-PERIOD-HOURS
               WHEN HIST-LD-COUNT > ZERO
                   MOVE ZERO TO WS-NEW-GROSS
                   MOVE ZERO TO WS-WORKED-SO-FAR
                   PERFORM 215-REPRICE-ONE-LINE
                       VARYING WS-LD-SUB FROM 1 BY 1
                       UNTIL WS-LD-SUB > HIST-LD-COUNT
               WHEN OTHER
                   MOVE HIST-HOURS TO WS-STRAIGHT-HOURS
                   IF WS-STRAIGHT-HOURS > WS-OT-THRESHOLD
                       MOVE WS-OT-THRESHOLD TO WS-STRAIGHT-HOURS
                   END-IF
                   COMPUTE WS-OT-HOURS =
                       HIST-HOURS - WS-STRAIGHT-HOURS
                   IF WS-OT-HOURS < ZERO
                       MOVE ZERO TO WS-OT-HOURS
                   END-IF
                   COMPUTE WS-NEW-GROSS =
                       (WS-STRAIGHT-HOURS * WS-NEW-RATE) +
                       (WS-OT-HOURS * WS-NEW-RATE * WS-OVERTIME-RATE)
           END-EVALUATE
           COMPUTE WS-PERIOD-DIFF = WS-NEW-GROSS - HIST-GROSS
           ADD WS-PERIOD-DIFF TO WS-TOTAL-DIFF
           ADD 1 TO WS-PERIOD-COUNT
           MOVE WS-PERIOD-DIFF TO RDT-DIFF
           WRITE RETRO-REPORT-LINE FROM WS-REPORT-DETAIL.

       216-FIND-SALARY-LINE.
           IF HIST-LD-TYPE(WS-LD-SUB) = "R"
               SET SALARY-LINE-FOUND TO TRUE
           END-IF.

       215-REPRICE-ONE-LINE.
           IF HIST-LD-TYPE(WS-LD-SUB) = "V"
               OR HIST-LD-TYPE(WS-LD-SUB) = "S"
