      *>               still-outstanding checks carry forward, so the
      *>               file (and CHECK-MAINT's in-storage table) no
      *>               longer grows without bound.
      *>   2026-10-15  State withholding: each statement now shows
      *>               federal tax withheld, one line per work state
      *>               the employee was paid in (state wages and
      *>               state tax, summed from PAYHIST.DAT's
      *>               HIST-STATE/HIST-STATE-TAX) and the total
      *>               state tax, which is cross-footed against the
      *>               new YTD-STATE-TAX. The YTD layout moved to
      *>               YTDMASTER.CPY and the YTD and history archive
      *>               records widened with it.
      *>   2026-10-15  Pay-history record widened to 583 for the
      *>               off-cycle run fields.
      *>   2026-10-15  YTD archive record widened to 104 for the
      *>               401(k) deferral and match totals, and the
      *>               pay-history archive to 601 for the match
      *>               fields; both archive and reset with the rest.
      *>   2026-10-15  Pay-history archive widened to 605 for the
      *>               prior-year correction tax year. PAYROLL-SYSTEM
      *>               now appends corrections to a closed year onto
      *>               its PAYHIST-<yyyy>.DAT and YTDMASTER-<yyyy>.DAT
      *>               archives, so the archives stay the year as
      *>               corrected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "EMPMASTER.CPY".

       FD YTD-MASTER-FILE.
       COPY "YTDMASTER.CPY".

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

       FD WAGE-STATEMENT-FILE.
       01 WAGE-STATEMENT-LINE         PIC X(80).

       FD YTD-ARCHIVE-FILE.
       01 YTD-ARCHIVE-RECORD          PIC X(104).

       FD HIST-ARCHIVE-FILE.
       01 HIST-ARCHIVE-RECORD         PIC X(605).

      *>----------------------------------------------------------------
      *> CHECK-MASTER-FILE is the cumulative CHECKMSTR.DAT
               10 WS-HIST-TBL-GROSS   PIC S9(9)V99.
               10 WS-HIST-TBL-TAX     PIC S9(9)V99.
               10 WS-HIST-TBL-NET     PIC S9(9)V99.
               10 WS-HIST-TBL-STATE-TAX PIC S9(9)V99.

      *>----------------------------------------------------------------
      *> WS-STATE-WAGE-TABLE accumulates the year's wages and state
      *> withholding per employee per work state from PAYHIST.DAT -
      *> an employee who moved states during the year carries one
      *> row for each - for the state lines of the statement.
      *>----------------------------------------------------------------
       01 WS-STATE-WAGE-TABLE.
           05 WS-STW-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-STW-ENTRY OCCURS 2000 TIMES INDEXED BY WS-STW-IDX.
               10 WS-STW-TBL-EMP-ID   PIC 9(5).
               10 WS-STW-TBL-STATE    PIC X(2).
               10 WS-STW-TBL-WAGES    PIC S9(9)V99.
               10 WS-STW-TBL-TAX      PIC S9(9)V99.

       01 WS-HISTORY-INFO.
           05 WS-HIST-POSTED-FLAG  PIC X VALUE 'N'.
           05 WS-HIST-SUM-GROSS    PIC S9(9)V99 VALUE ZERO.
           05 WS-HIST-SUM-TAX      PIC S9(9)V99 VALUE ZERO.
           05 WS-HIST-SUM-NET      PIC S9(9)V99 VALUE ZERO.
           05 WS-HIST-SUM-STATE-TAX PIC S9(9)V99 VALUE ZERO.
           05 WS-STW-POSTED-FLAG   PIC X VALUE 'N'.
               88 STW-POSTED       VALUE 'Y'.
           05 WS-XFT-FLAG          PIC X VALUE 'N'.
               88 XFT-MISMATCH     VALUE 'Y'.

      *>----------------------------------------------------------------
      *> Annual wage-statement print lines, one statement block per

       01 WS-STMT-TAX-LINE.
           05 FILLER                  PIC X(18) VALUE
               "FED TAX WITHHELD  ".
           05 STMT-TAX                PIC $$,$$$,$$9.99-.

       01 WS-STMT-NET-LINE.
               "SUTA WAGES        ".
           05 STMT-SUTA-WAGES         PIC $$,$$$,$$9.99-.

       01 WS-STMT-STATE-LINE.
           05 FILLER                  PIC X(6) VALUE "STATE ".
           05 STMT-STATE              PIC X(2).
           05 FILLER                  PIC X(10) VALUE " WAGES".
           05 STMT-STATE-WAGES        PIC $$,$$$,$$9.99-.
           05 FILLER                  PIC X(6) VALUE "  TAX ".
           05 STMT-STATE-TAX          PIC $$,$$$,$$9.99-.

       01 WS-STMT-STATE-TOTAL-LINE.
           05 FILLER                  PIC X(18) VALUE
               "STATE TAX WITHHELD".
           05 STMT-STATE-TAX-TOTAL    PIC $$,$$$,$$9.99-.

       01 WS-STMT-CROSSFOOT-LINE.
           05 FILLER                  PIC X(34) VALUE
               "*** DOES NOT CROSS-FOOT: HISTORY ".
           05 FILLER                  PIC X(5) VALUE " NET ".
           05 XFT-HIST-NET            PIC $$,$$$,$$9.99-.

       01 WS-STMT-STATE-XFT-LINE.
           05 FILLER                  PIC X(44) VALUE
               "*** STATE TAX DOES NOT CROSS-FOOT: HISTORY ".
           05 XFT-HIST-STATE-TAX      PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
      *> 120-LOAD-PAY-HISTORY folds every PAYHIST.DAT detail record's
      *> gross/tax/net into WS-HISTORY-TABLE by employee, giving the
      *> independent annual totals the statements are cross-footed
      *> against, and its wages and state tax into
      *> WS-STATE-WAGE-TABLE by employee and work state. PAYHIST.DAT
      *> is reset by each close, so its whole content belongs to the
      *> year being closed. A record written before state
      *> withholding existed carries no state and no state tax.
      *>----------------------------------------------------------------
       120-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-MASTER
               AT END
                   SET PHIST-EOF TO TRUE
               NOT AT END
                   IF HIST-STATE-TAX NOT NUMERIC
                       MOVE ZERO TO HIST-STATE-TAX
                   END-IF
                   PERFORM 122-POST-HISTORY-TABLE
                   IF HIST-STATE NOT = SPACES
                       PERFORM 124-POST-STATE-TABLE
                   END-IF
           END-READ.

       122-POST-HISTORY-TABLE.
                   TO WS-HIST-TBL-TAX(WS-HIST-COUNT)
               MOVE HIST-NET
                   TO WS-HIST-TBL-NET(WS-HIST-COUNT)
               MOVE HIST-STATE-TAX
                   TO WS-HIST-TBL-STATE-TAX(WS-HIST-COUNT)
           END-IF.

       122-HISTORY-OVERFLOW-EXIT.
               ADD HIST-GROSS TO WS-HIST-TBL-GROSS(WS-HIST-IDX)
               ADD HIST-TAX TO WS-HIST-TBL-TAX(WS-HIST-IDX)
               ADD HIST-NET TO WS-HIST-TBL-NET(WS-HIST-IDX)
               ADD HIST-STATE-TAX
                   TO WS-HIST-TBL-STATE-TAX(WS-HIST-IDX)
               SET HIST-POSTED TO TRUE
           ELSE
               SET WS-HIST-IDX UP BY 1
           END-IF.

       124-POST-STATE-TABLE.
           MOVE 'N' TO WS-STW-POSTED-FLAG
           SET WS-STW-IDX TO 1
           PERFORM 125-MATCH-STATE-ENTRY
               UNTIL STW-POSTED OR WS-STW-IDX > WS-STW-COUNT
           IF NOT STW-POSTED
               IF WS-STW-COUNT = 2000
                   GO TO 124-STATE-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-STW-COUNT
               MOVE HIST-EMP-ID TO WS-STW-TBL-EMP-ID(WS-STW-COUNT)
               MOVE HIST-STATE TO WS-STW-TBL-STATE(WS-STW-COUNT)
               MOVE HIST-GROSS TO WS-STW-TBL-WAGES(WS-STW-COUNT)
               MOVE HIST-STATE-TAX TO WS-STW-TBL-TAX(WS-STW-COUNT)
           END-IF.

       124-STATE-OVERFLOW-EXIT.
           DISPLAY "YEAR-END-CLOSE ABEND: PAY HISTORY EXCEEDS "
               "WS-STATE-WAGE-TABLE CAPACITY OF 2000 EMPLOYEE/STATE "
               "ROWS"
           CLOSE PAY-HISTORY-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE YTD-MASTER-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       125-MATCH-STATE-ENTRY.
           IF WS-STW-TBL-EMP-ID(WS-STW-IDX) = HIST-EMP-ID
               AND WS-STW-TBL-STATE(WS-STW-IDX) = HIST-STATE
               ADD HIST-GROSS TO WS-STW-TBL-WAGES(WS-STW-IDX)
               ADD HIST-STATE-TAX TO WS-STW-TBL-TAX(WS-STW-IDX)
               SET STW-POSTED TO TRUE
           ELSE
               SET WS-STW-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 200-WRITE-STATEMENTS walks the employee master in key order
      *> and prints the annual statement for every employee with a
           WRITE WAGE-STATEMENT-LINE FROM WS-STMT-SS-LINE
           WRITE WAGE-STATEMENT-LINE FROM WS-STMT-FUTA-LINE
           WRITE WAGE-STATEMENT-LINE FROM WS-STMT-SUTA-LINE
           PERFORM 225-PRINT-STATE-LINE
               VARYING WS-STW-IDX FROM 1 BY 1
               UNTIL WS-STW-IDX > WS-STW-COUNT
           IF YTD-STATE-TAX NOT = ZERO
               MOVE YTD-STATE-TAX TO STMT-STATE-TAX-TOTAL
               WRITE WAGE-STATEMENT-LINE FROM WS-STMT-STATE-TOTAL-LINE
           END-IF
           PERFORM 230-CROSS-FOOT-STATEMENT
           WRITE WAGE-STATEMENT-LINE FROM SPACES
           ADD 1 TO WS-STMT-COUNT.

      *>----------------------------------------------------------------
      *> 225-PRINT-STATE-LINE prints the employee's wages and state
      *> tax for each work state the history shows them paid in.
      *>----------------------------------------------------------------
       225-PRINT-STATE-LINE.
           IF WS-STW-TBL-EMP-ID(WS-STW-IDX) = EMP-MASTER-ID
               MOVE WS-STW-TBL-STATE(WS-STW-IDX) TO STMT-STATE
               MOVE WS-STW-TBL-WAGES(WS-STW-IDX) TO STMT-STATE-WAGES
               MOVE WS-STW-TBL-TAX(WS-STW-IDX) TO STMT-STATE-TAX
               WRITE WAGE-STATEMENT-LINE FROM WS-STMT-STATE-LINE
           END-IF.

      *>----------------------------------------------------------------
      *> 230-CROSS-FOOT-STATEMENT compares the YTD-MASTER annual
      *> figures against the sum of the employee's PAYHIST.DAT detail
           MOVE ZERO TO WS-HIST-SUM-GROSS
           MOVE ZERO TO WS-HIST-SUM-TAX
           MOVE ZERO TO WS-HIST-SUM-NET
           MOVE ZERO TO WS-HIST-SUM-STATE-TAX
           MOVE 'N' TO WS-XFT-FLAG
           SET WS-HIST-IDX TO 1
           PERFORM 231-FIND-HISTORY-SUMS
               UNTIL HIST-FOUND OR WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-HIST-SUM-TAX TO XFT-HIST-TAX
               MOVE WS-HIST-SUM-NET TO XFT-HIST-NET
               WRITE WAGE-STATEMENT-LINE FROM WS-STMT-CROSSFOOT-LINE
               SET XFT-MISMATCH TO TRUE
           END-IF
           IF WS-HIST-SUM-STATE-TAX NOT = YTD-STATE-TAX
               MOVE WS-HIST-SUM-STATE-TAX TO XFT-HIST-STATE-TAX
               WRITE WAGE-STATEMENT-LINE FROM WS-STMT-STATE-XFT-LINE
               SET XFT-MISMATCH TO TRUE
           END-IF
           IF XFT-MISMATCH
               ADD 1 TO WS-CROSSFOOT-ERRORS
           END-IF.

                   TO WS-HIST-SUM-TAX
               MOVE WS-HIST-TBL-NET(WS-HIST-IDX)
                   TO WS-HIST-SUM-NET
               MOVE WS-HIST-TBL-STATE-TAX(WS-HIST-IDX)
                   TO WS-HIST-SUM-STATE-TAX
               SET HIST-FOUND TO TRUE
           ELSE
               SET WS-HIST-IDX UP BY 1
