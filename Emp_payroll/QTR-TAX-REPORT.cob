      *>               lockstep and never printed; the wage listing
      *>               reports gross, and the capped SUTA base lives
      *>               on YTD-MASTER, not here.
      *>   2026-10-15  State withholding: the employee tax column is
      *>               now federal only, a state-tax column follows
      *>               the employer accruals, and a per-state section
      *>               breaks the quarter's wages and state tax out by
      *>               the work state on each history record for the
      *>               state withholding returns. History written
      *>               before the state fields existed counts as no
      *>               state.
      *>   2026-10-15  Pay-history record widened to 583 for the
      *>               off-cycle run fields.
      *>   2026-10-15  Pay-history record widened to 601 for the
      *>               401(k) match fields.
      *>   2026-10-15  Pay-history record widened to 605 for the
      *>               prior-year correction tax year. Corrections to
      *>               a closed year publish to that year's archive,
      *>               so they never reach a current quarter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PRM-TO-PERIOD       PIC 9(6).

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".
               88 PER-POSTED      VALUE 'Y'.
           05 WS-EMP-POSTED-FLAG  PIC X VALUE 'N'.
               88 EMP-POSTED      VALUE 'Y'.
           05 WS-STQ-POSTED-FLAG  PIC X VALUE 'N'.
               88 STQ-POSTED      VALUE 'Y'.
           05 WS-PER-FOUND-FLAG   PIC X VALUE 'N'.
               88 PER-FOUND       VALUE 'Y'.

               10 WS-PER-TBL-FICA    PIC S9(9)V99.
               10 WS-PER-TBL-FUTA    PIC S9(9)V99.
               10 WS-PER-TBL-SUTA    PIC S9(9)V99.
               10 WS-PER-TBL-STATE-TAX PIC S9(9)V99.
               10 WS-PER-TBL-RECORDS PIC 9(7).

      *>----------------------------------------------------------------
               10 WS-EMP-TBL-ID      PIC 9(5).
               10 WS-EMP-TBL-GROSS   PIC S9(9)V99.

      *>----------------------------------------------------------------
      *> WS-STATE-TABLE accumulates the quarter's wages, state tax and
      *> record count by the work state on each history record. Wages
      *> paid with no work state collect on a blank-state row so the
      *> section foots to the quarter's total wages.
      *>----------------------------------------------------------------
       01 WS-STATE-TABLE.
           05 WS-STQ-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-STQ-ENTRY OCCURS 60 TIMES INDEXED BY WS-STQ-IDX.
               10 WS-STQ-TBL-STATE   PIC X(2).
               10 WS-STQ-TBL-GROSS   PIC S9(9)V99.
               10 WS-STQ-TBL-TAX     PIC S9(9)V99.
               10 WS-STQ-TBL-RECORDS PIC 9(7).

       01 WS-QUARTER-TOTALS.
           05 WS-QTR-GROSS        PIC S9(9)V99 VALUE ZERO.
           05 WS-QTR-TAX          PIC S9(9)V99 VALUE ZERO.
           05 WS-QTR-FICA         PIC S9(9)V99 VALUE ZERO.
           05 WS-QTR-FUTA         PIC S9(9)V99 VALUE ZERO.
           05 WS-QTR-SUTA         PIC S9(9)V99 VALUE ZERO.
           05 WS-QTR-STATE-TAX    PIC S9(9)V99 VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER              PIC X(31) VALUE
       01 WS-PERIOD-HEADER-LINE.
           05 FILLER              PIC X(8)  VALUE "PERIOD".
           05 FILLER              PIC X(16) VALUE "WAGES".
           05 FILLER              PIC X(15) VALUE "FED-TAX".
           05 FILLER              PIC X(14) VALUE "ER-FICA".
           05 FILLER              PIC X(14) VALUE "ER-FUTA".
           05 FILLER              PIC X(12) VALUE "ER-SUTA".
           05 FILLER              PIC X(53) VALUE "STATE-TAX".

       01 WS-PERIOD-DETAIL-LINE.
           05 PDL-PERIOD          PIC 9(6).
           05 PDL-FUTA            PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PDL-SUTA            PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PDL-STATE-TAX       PIC $,$$$,$$9.99-.

       01 WS-QTR-TOTAL-LABEL      PIC X(132) VALUE "QUARTER TOTAL".

           05 FILLER              PIC X(2) VALUE SPACES.
           05 EDL-GROSS           PIC $,$$$,$$9.99-.

       01 WS-STATE-SECTION-TITLE  PIC X(132) VALUE
           "QUARTERLY WAGES AND STATE TAX WITHHELD BY WORK STATE".

       01 WS-STATE-HEADER-LINE.
           05 FILLER              PIC X(8)  VALUE "STATE".
           05 FILLER              PIC X(16) VALUE "WAGES".
           05 FILLER              PIC X(15) VALUE "STATE-TAX".
           05 FILLER              PIC X(93) VALUE "RECORDS".

       01 WS-STATE-DETAIL-LINE.
           05 SDL-STATE           PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SDL-GROSS           PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SDL-TAX             PIC $,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SDL-RECORDS         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
               AT END
                   SET PHIST-EOF TO TRUE
               NOT AT END
                   IF HIST-STATE-TAX NOT NUMERIC
                       MOVE ZERO TO HIST-STATE-TAX
                   END-IF
                   IF HIST-PERIOD NOT < WS-FROM-PERIOD
                       AND HIST-PERIOD NOT > WS-TO-PERIOD
                       PERFORM 210-POST-PERIOD-TABLE
                       PERFORM 220-POST-EMPLOYEE-TABLE
                       PERFORM 230-POST-STATE-TABLE
                   END-IF
           END-READ.

               MOVE HIST-ER-FICA TO WS-PER-TBL-FICA(WS-PER-COUNT)
               MOVE HIST-ER-FUTA TO WS-PER-TBL-FUTA(WS-PER-COUNT)
               MOVE HIST-ER-SUTA TO WS-PER-TBL-SUTA(WS-PER-COUNT)
               MOVE HIST-STATE-TAX
                   TO WS-PER-TBL-STATE-TAX(WS-PER-COUNT)
               MOVE 1 TO WS-PER-TBL-RECORDS(WS-PER-COUNT)
           END-IF.

               ADD HIST-ER-FICA TO WS-PER-TBL-FICA(WS-PER-IDX)
               ADD HIST-ER-FUTA TO WS-PER-TBL-FUTA(WS-PER-IDX)
               ADD HIST-ER-SUTA TO WS-PER-TBL-SUTA(WS-PER-IDX)
               ADD HIST-STATE-TAX TO WS-PER-TBL-STATE-TAX(WS-PER-IDX)
               ADD 1 TO WS-PER-TBL-RECORDS(WS-PER-IDX)
               SET PER-POSTED TO TRUE
           ELSE
               SET WS-EMP-IDX UP BY 1
           END-IF.

       230-POST-STATE-TABLE.
           MOVE 'N' TO WS-STQ-POSTED-FLAG
           SET WS-STQ-IDX TO 1
           PERFORM 231-MATCH-STATE-ENTRY
               UNTIL STQ-POSTED OR WS-STQ-IDX > WS-STQ-COUNT
           IF NOT STQ-POSTED
               IF WS-STQ-COUNT = 60
                   GO TO 230-STATE-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-STQ-COUNT
               MOVE HIST-STATE TO WS-STQ-TBL-STATE(WS-STQ-COUNT)
               MOVE HIST-GROSS TO WS-STQ-TBL-GROSS(WS-STQ-COUNT)
               MOVE HIST-STATE-TAX TO WS-STQ-TBL-TAX(WS-STQ-COUNT)
               MOVE 1 TO WS-STQ-TBL-RECORDS(WS-STQ-COUNT)
           END-IF.

       230-STATE-OVERFLOW-EXIT.
           DISPLAY "QTR-TAX-REPORT ABEND: QUARTER COVERS MORE THAN "
               "60 WORK STATES - WS-STATE-TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       231-MATCH-STATE-ENTRY.
           IF WS-STQ-TBL-STATE(WS-STQ-IDX) = HIST-STATE
               ADD HIST-GROSS TO WS-STQ-TBL-GROSS(WS-STQ-IDX)
               ADD HIST-STATE-TAX TO WS-STQ-TBL-TAX(WS-STQ-IDX)
               ADD 1 TO WS-STQ-TBL-RECORDS(WS-STQ-IDX)
               SET STQ-POSTED TO TRUE
           ELSE
               SET WS-STQ-IDX UP BY 1
           END-IF.

       300-PRINT-REPORT.
           OPEN OUTPUT QUARTER-TAX-REPORT
           MOVE WS-QTR-LABEL TO RPT-QTR-LABEL
           MOVE WS-QTR-FICA TO PDL-FICA
           MOVE WS-QTR-FUTA TO PDL-FUTA
           MOVE WS-QTR-SUTA TO PDL-SUTA
           MOVE WS-QTR-STATE-TAX TO PDL-STATE-TAX
           WRITE QUARTER-TAX-LINE FROM WS-PERIOD-DETAIL-LINE
           PERFORM 350-PRINT-STATE-SECTION
           PERFORM 330-PRINT-EMPLOYEE-SECTION.

      *>----------------------------------------------------------------
               MOVE WS-PER-TBL-FICA(WS-PER-IDX) TO PDL-FICA
               MOVE WS-PER-TBL-FUTA(WS-PER-IDX) TO PDL-FUTA
               MOVE WS-PER-TBL-SUTA(WS-PER-IDX) TO PDL-SUTA
               MOVE WS-PER-TBL-STATE-TAX(WS-PER-IDX) TO PDL-STATE-TAX
               WRITE QUARTER-TAX-LINE FROM WS-PERIOD-DETAIL-LINE
               ADD WS-PER-TBL-GROSS(WS-PER-IDX) TO WS-QTR-GROSS
               ADD WS-PER-TBL-TAX(WS-PER-IDX) TO WS-QTR-TAX
               ADD WS-PER-TBL-FICA(WS-PER-IDX) TO WS-QTR-FICA
               ADD WS-PER-TBL-FUTA(WS-PER-IDX) TO WS-QTR-FUTA
               ADD WS-PER-TBL-SUTA(WS-PER-IDX) TO WS-QTR-SUTA
               ADD WS-PER-TBL-STATE-TAX(WS-PER-IDX)
                   TO WS-QTR-STATE-TAX
           ELSE
               MOVE WS-SCAN-PERIOD TO MPL-PERIOD
               WRITE QUARTER-TAX-LINE FROM WS-MISSING-PERIOD-LINE
           MOVE WS-EMP-TBL-GROSS(WS-OUT-SUB) TO EDL-GROSS
           WRITE QUARTER-TAX-LINE FROM WS-EMP-DETAIL-LINE.

      *>----------------------------------------------------------------
      *> 350-PRINT-STATE-SECTION breaks the quarter out by work state
      *> for the state withholding returns, one line per state in the
      *> order first met in the history. Wages with no work state
      *> print as NONE.
      *>----------------------------------------------------------------
       350-PRINT-STATE-SECTION.
           WRITE QUARTER-TAX-LINE FROM SPACES
           WRITE QUARTER-TAX-LINE FROM WS-STATE-SECTION-TITLE
           WRITE QUARTER-TAX-LINE FROM SPACES
           WRITE QUARTER-TAX-LINE FROM WS-STATE-HEADER-LINE
           WRITE QUARTER-TAX-LINE FROM SPACES
           PERFORM 360-PRINT-STATE-LINE
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-STQ-COUNT.

       360-PRINT-STATE-LINE.
           IF WS-STQ-TBL-STATE(WS-OUT-SUB) = SPACES
               MOVE "NONE" TO SDL-STATE
           ELSE
               MOVE WS-STQ-TBL-STATE(WS-OUT-SUB) TO SDL-STATE
           END-IF
           MOVE WS-STQ-TBL-GROSS(WS-OUT-SUB) TO SDL-GROSS
           MOVE WS-STQ-TBL-TAX(WS-OUT-SUB) TO SDL-TAX
           MOVE WS-STQ-TBL-RECORDS(WS-OUT-SUB) TO SDL-RECORDS
           WRITE QUARTER-TAX-LINE FROM WS-STATE-DETAIL-LINE.

       400-CLEANUP.
           CLOSE PAY-HISTORY-MASTER
           CLOSE EMPLOYEE-MASTER
