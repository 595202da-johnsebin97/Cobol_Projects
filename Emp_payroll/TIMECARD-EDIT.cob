      *>               leaving the overtime threshold, the leave
      *>               accrual rates and the FT/PT summary to keying
      *>               order.
      *>   2026-10-15  Salaried pay basis: a salaried employee is no
      *>               longer listed as missing a card. Instead the
      *>               master scan generates the employee's salary
      *>               line (type "R", never keyed) into TIMECARD.DAT,
      *>               which PAYROLL-SYSTEM prices from the master's
      *>               annual salary. Keyed lines for a salaried
      *>               employee carry exceptions only - leave taken
      *>               ("V"/"S", no worked line needed) or unpaid time
      *>               (new type "U") - so a worked F/P line for one
      *>               rejects, as does an unpaid-time line for an
      *>               hourly employee. The ten-line limit counts the
      *>               generated salary line.
      *>   2026-10-15  Future-dated maintenance: before the cards are
      *>               edited, this pass applies the employee-master
      *>               changes EMPLOYEE-MAINT has filed on EMPPEND.DAT
      *>               that are approved (or need no approval) and
      *>               fall due for the period - in effective-date
      *>               order, only the parts of the master each one
      *>               alters - so the edit, the salary lines and the
      *>               department sort all see the master the period
      *>               is paid on. Applied changes leave the pending
      *>               file and log their before/after images on
      *>               EMPMAINT.LOG; a termination also surfaces the
      *>               leave payout and queues the final-pay item on
      *>               OFFCYCLE.TRN, as EMPLOYEE-MAINT used to. Each
      *>               change applied or refused, and each due change
      *>               still awaiting approval, prints on TCEDIT.RPT.
      *>   2026-10-15  A pending change flagged as altering the birth
      *>               date moves it onto the master; the audit image
      *>               widened with the master record.
      *>   2026-10-15  Adjustment cards carry the tax year they
      *>               correct (RAW-TAX-YEAR, blank = the year of the
      *>               check date), passed through to TIMECARD.DAT
      *>               for PAYROLL-SYSTEM to post a closed year's
      *>               correction to that year. A tax year keyed on
      *>               any other card, or one after the check date's
      *>               year, rejects; the check date's own year is
      *>               written as zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-FILE ASSIGN TO "TCEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "EMPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO "EMPMAINT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LVB-STATUS.
           SELECT OPTIONAL OFFCYCLE-TRANS-FILE ASSIGN TO "OFFCYCLE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> RAW-TIMECARD-FILE (TIMECARD.RAW) is the extract exactly as
      *> keyed, in whatever order it was keyed. The accepted cards
      *> leave this program on EDITED-TIMECARD-FILE (TIMECARD.DAT,
      *> the file PAYROLL-SYSTEM reads) in EMP-DEPT order. An
      *> adjustment card may carry the tax year it corrects in
      *> RAW-TAX-YEAR; blank or zero means the current year.
      *>----------------------------------------------------------------
       FD RAW-TIMECARD-FILE.
       01 RAW-TIMECARD-RECORD.
               88 RAW-ADJUSTMENT  VALUE "A".
               88 RAW-VACATION    VALUE "V".
               88 RAW-SICK        VALUE "S".
               88 RAW-UNPAID      VALUE "U".
           05 RAW-CHARGE-DEPT     PIC X(10).
           05 RAW-JOB-CODE        PIC X(8).
           05 RAW-RATE-OVERRIDE   PIC 9(3)V99.
           05 RAW-TAX-YEAR        PIC 9(4).

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".
           05 EDT-CHARGE-DEPT     PIC X(10).
           05 EDT-JOB-CODE        PIC X(8).
           05 EDT-RATE-OVERRIDE   PIC 9(3)V99.
           05 EDT-TAX-YEAR        PIC 9(4).

       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-LINE        PIC X(132).

       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-RECORD   PIC X(152).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE          PIC X(132).

       FD LEAVE-BALANCE-FILE.
       COPY "LEAVEBAL.CPY".

       FD OFFCYCLE-TRANS-FILE.
       COPY "OFFCYCLE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-RAW-STATUS       PIC XX VALUE SPACES.
               88 WORKED-FOUND    VALUE 'Y'.
           05 WS-TYPE-CONFLICT-FLAG PIC X VALUE 'N'.
               88 TYPE-CONFLICT   VALUE 'Y'.
           05 WS-LVB-STATUS       PIC XX VALUE SPACES.
               88 WS-LVB-NOT-FOUND VALUE "35".
           05 WS-LVB-OPEN-FLAG    PIC X VALUE 'N'.
               88 LEAVE-FILE-OPEN VALUE 'Y'.
           05 WS-LVB-FOUND-FLAG   PIC X VALUE 'N'.
               88 LEAVE-REC-FOUND VALUE 'Y'.
           05 WS-PEND-EOF-FLAG    PIC X VALUE 'N'.
               88 PEND-EOF        VALUE 'Y'.
           05 WS-PEND-DUE-FLAG    PIC X VALUE 'N'.
               88 PEND-DUE        VALUE 'Y'.

       01 WS-CONSTANTS.
           05 WS-MAX-HOURS        PIC 999 VALUE 80.
           05 WS-SALARIED-YEAR-HOURS PIC 9(4) VALUE 2080.

       01 WS-PERIOD-DATES.
           05 WS-PERIOD-NUMBER    PIC 9(6) VALUE ZERO.
           05 WS-PERIOD-START     PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-END       PIC 9(8) VALUE ZERO.
           05 WS-CHECK-YEAR       PIC 9(4) VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-ACCEPTED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-WARNING-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-MISSING-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-SALARY-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DISP-ACCEPTED    PIC ZZZZZZ9.
           05 WS-DISP-REJECTED    PIC ZZZZZZ9.
           05 WS-DISP-WARNING     PIC ZZZZZZ9.
           05 WS-DISP-MISSING     PIC ZZZZZZ9.
           05 WS-DISP-SALARY      PIC ZZZZZZ9.
           05 WS-CHG-APPLIED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-CHG-REFUSED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-CHG-HELD-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-DISP-CHG-APPLIED PIC ZZZZZZ9.
           05 WS-DISP-CHG-HELD    PIC ZZZZZZ9.

       COPY "EMPPEND.CPY".

      *>----------------------------------------------------------------
      *> WS-APPLY-TABLE holds EMPPEND.DAT while the due changes are
      *> applied, sorted into effective-date order (filing sequence
      *> within) so that two changes to one employee land in the
      *> order they take effect. An applied or refused change is
      *> marked "D" and left off when the file is written back.
      *>----------------------------------------------------------------
       01 WS-APPLY-TABLE.
           05 WS-APPLY-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-APPLY-DROP-COUNT PIC 9(4) VALUE ZERO.
           05 WS-APPLY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-APPLY-IDX.
               10 WS-APPLY-EFF-DATE PIC 9(8).
               10 WS-APPLY-SEQ    PIC 9(6).
               10 WS-APPLY-DISP   PIC X.
                   88 APPLY-DROPPED VALUE "D".
               10 WS-APPLY-IMAGE  PIC X(152).

       01 WS-APPLY-SORT-WORK.
           05 WS-APPLY-SUB        PIC 9(4) VALUE ZERO.
           05 WS-APPLY-SUB2       PIC 9(4) VALUE ZERO.
           05 WS-APPLY-HOLD.
               10 WS-HOLD-EFF-DATE PIC 9(8).
               10 WS-HOLD-SEQ     PIC 9(6).
               10 WS-HOLD-DISP    PIC X.
               10 WS-HOLD-IMAGE   PIC X(152).

       01 WS-PRIOR-BANK-DETAILS.
           05 WS-PRIOR-ROUTING    PIC 9(9).
           05 WS-PRIOR-ACCOUNT    PIC X(17).

       01 WS-LEAVE-PAYOUT.
           05 WS-VAC-PAYOUT       PIC S9(7)V99 VALUE ZERO.

      *>----------------------------------------------------------------
      *> EMPMAINT.LOG lines for a change applied here: an APPLIED
      *> line naming the change, its effective date, the period it
      *> was applied for and who entered and approved it, then the
      *> master's before/after images as EMPLOYEE-MAINT always wrote
      *> them. A change that cannot be applied logs a REJECT line.
      *>----------------------------------------------------------------
       01 WS-APPLY-LOG-LINE.
           05 ALG-TAG              PIC X(11).
           05 ALG-SEQ-NBR          PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ALG-ACTION           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ALG-EMP-ID           PIC 9(5).
           05 FILLER               PIC X(5) VALUE " EFF ".
           05 ALG-EFF-DATE         PIC 9(8).
           05 FILLER               PIC X(8) VALUE " PERIOD ".
           05 ALG-PERIOD           PIC 9(6).
           05 FILLER               PIC X(9) VALUE " ENTERED ".
           05 ALG-ENTERED-BY       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ALG-ENTERED-DATE     PIC 9(8).
           05 FILLER               PIC X(10) VALUE " APPROVED ".
           05 ALG-APPROVED-BY      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ALG-APPROVED-DATE    PIC 9(8).

       01 WS-AUDIT-LINE.
           05 AUD-TAG              PIC X(8).
           05 AUD-ACTION           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUD-IMAGE            PIC X(105).

       01 WS-APPLY-REJECT-LINE.
           05 FILLER               PIC X(8) VALUE "REJECT: ".
           05 ARJ-ACTION           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARJ-EMP-ID           PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARJ-REASON           PIC X(40).

      *>----------------------------------------------------------------
      *> Termination leave-payout log line: the unused vacation
      *> balance priced at the terminated employee's rate (payable
      *> on the final check) and the sick balance that lapses.
      *>----------------------------------------------------------------
       01 WS-PAYOUT-LINE.
           05 FILLER               PIC X(8) VALUE "PAYOUT: ".
           05 PAYO-EMP-ID          PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "UNUSED VAC ".
           05 PAYO-VAC-HOURS       PIC ZZZ9.99-.
           05 FILLER               PIC X(13) VALUE " HRS PAYABLE ".
           05 PAYO-AMOUNT          PIC $$$,$$9.99.
           05 FILLER               PIC X(7) VALUE "  SICK ".
           05 PAYO-SICK-HOURS      PIC ZZZ9.99-.
           05 FILLER               PIC X(11) VALUE " HRS LAPSE".

      *>----------------------------------------------------------------
      *> TCEDIT.RPT finding text for a pending change: what happened
      *> to it, and its EMPPEND.DAT sequence number.
      *>----------------------------------------------------------------
       01 WS-CHANGE-REASON.
           05 CHR-TEXT             PIC X(30).
           05 FILLER               PIC X(4) VALUE "SEQ ".
           05 CHR-SEQ-NBR          PIC 9(6).

      *>----------------------------------------------------------------
      *> WS-CARD-TABLE holds the accepted cards, each tagged with the
               10 WS-CARD-CHARGE-DEPT PIC X(10).
               10 WS-CARD-JOB-CODE    PIC X(8).
               10 WS-CARD-RATE-OVR    PIC 9(3)V99.
               10 WS-CARD-TAX-YEAR    PIC 9(4).

       01 WS-SORT-WORK.
           05 WS-SORT-SUB         PIC 9(5) VALUE ZERO.
               10 WS-HOLD-CHARGE-DEPT PIC X(10).
               10 WS-HOLD-JOB-CODE    PIC X(8).
               10 WS-HOLD-RATE-OVR    PIC 9(3)V99.
               10 WS-HOLD-TAX-YEAR    PIC 9(4).

       01 WS-PERIOD-HEADER.
           05 FILLER               PIC X(7) VALUE "PERIOD ".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
               DISPLAY "TIMECARD-EDIT ABEND: EMPLOYEE MASTER "
                   "EMPMASTER.DAT NOT FOUND"
           OPEN OUTPUT EDIT-REPORT-FILE
           WRITE EDIT-REPORT-LINE FROM WS-PERIOD-HEADER
           WRITE EDIT-REPORT-LINE FROM WS-FINDING-HEADER
           WRITE EDIT-REPORT-LINE FROM SPACES
           PERFORM 150-APPLY-PENDING-CHANGES.

       110-READ-PAY-PERIOD.
           OPEN INPUT PAY-PERIOD-FILE
           MOVE PRM-PERIOD-NUMBER TO HDR-PERIOD
           MOVE PRM-START-DATE TO HDR-START-DATE
           MOVE PRM-END-DATE TO HDR-END-DATE
           MOVE PRM-PERIOD-NUMBER TO WS-PERIOD-NUMBER
           MOVE PRM-START-DATE TO WS-PERIOD-START
           MOVE PRM-END-DATE TO WS-PERIOD-END
           COMPUTE WS-CHECK-YEAR = PRM-CHECK-DATE / 10000
           CLOSE PAY-PERIOD-FILE.

      *>----------------------------------------------------------------
      *> 150-APPLY-PENDING-CHANGES brings the master up to the period
      *> before a card is edited. Every change on EMPPEND.DAT is
      *> loaded and sorted into effective-date order; each that is
      *> due for the period (the rules are in EMPPEND.CPY) is applied
      *> if ready, or reported as held if it still awaits approval.
      *> The file is written back without the changes dealt with.
      *>----------------------------------------------------------------
       150-APPLY-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-FILE
           PERFORM 151-LOAD-PENDING-CHANGE UNTIL PEND-EOF
           CLOSE PENDING-CHANGE-FILE
           IF WS-APPLY-COUNT > ZERO
               PERFORM 155-SORT-ONE-PASS
                   VARYING WS-APPLY-SUB FROM 1 BY 1
                   UNTIL WS-APPLY-SUB NOT < WS-APPLY-COUNT
               OPEN EXTEND MAINT-LOG-FILE
               OPEN EXTEND OFFCYCLE-TRANS-FILE
               OPEN INPUT LEAVE-BALANCE-FILE
               IF NOT WS-LVB-NOT-FOUND
                   SET LEAVE-FILE-OPEN TO TRUE
               END-IF
               PERFORM 160-APPLY-ONE-CHANGE
                   VARYING WS-APPLY-IDX FROM 1 BY 1
                   UNTIL WS-APPLY-IDX > WS-APPLY-COUNT
               CLOSE MAINT-LOG-FILE
               CLOSE OFFCYCLE-TRANS-FILE
               IF LEAVE-FILE-OPEN
                   CLOSE LEAVE-BALANCE-FILE
               END-IF
           END-IF
           IF WS-APPLY-DROP-COUNT > ZERO
               PERFORM 170-REWRITE-PENDING-FILE
           END-IF.

       151-LOAD-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
               AT END
                   SET PEND-EOF TO TRUE
               NOT AT END
                   IF WS-APPLY-COUNT = 1000
                       GO TO 151-PENDING-OVERFLOW-EXIT
                   END-IF
                   ADD 1 TO WS-APPLY-COUNT
                   MOVE PND-EFF-DATE
                       TO WS-APPLY-EFF-DATE(WS-APPLY-COUNT)
                   MOVE PND-SEQ-NBR TO WS-APPLY-SEQ(WS-APPLY-COUNT)
                   MOVE "K" TO WS-APPLY-DISP(WS-APPLY-COUNT)
                   MOVE WS-PENDING-RECORD
                       TO WS-APPLY-IMAGE(WS-APPLY-COUNT)
           END-READ.

       151-PENDING-OVERFLOW-EXIT.
           DISPLAY "TIMECARD-EDIT ABEND: EMPPEND.DAT EXCEEDS "
               "WS-APPLY-TABLE CAPACITY OF 1000 PENDING CHANGES"
           CLOSE PENDING-CHANGE-FILE
           CLOSE RAW-TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE EDIT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       155-SORT-ONE-PASS.
           PERFORM 156-COMPARE-AND-SWAP
               VARYING WS-APPLY-SUB2 FROM 1 BY 1
               UNTIL WS-APPLY-SUB2 NOT <
                   (WS-APPLY-COUNT - WS-APPLY-SUB + 1).

       156-COMPARE-AND-SWAP.
           IF WS-APPLY-EFF-DATE(WS-APPLY-SUB2)
               > WS-APPLY-EFF-DATE(WS-APPLY-SUB2 + 1)
               OR (WS-APPLY-EFF-DATE(WS-APPLY-SUB2)
                   = WS-APPLY-EFF-DATE(WS-APPLY-SUB2 + 1)
                   AND WS-APPLY-SEQ(WS-APPLY-SUB2)
                   > WS-APPLY-SEQ(WS-APPLY-SUB2 + 1))
               MOVE WS-APPLY-ENTRY(WS-APPLY-SUB2) TO WS-APPLY-HOLD
               MOVE WS-APPLY-ENTRY(WS-APPLY-SUB2 + 1)
                   TO WS-APPLY-ENTRY(WS-APPLY-SUB2)
               MOVE WS-APPLY-HOLD TO WS-APPLY-ENTRY(WS-APPLY-SUB2 + 1)
           END-IF.

      *>----------------------------------------------------------------
      *> 160-APPLY-ONE-CHANGE: an add or change is due once its
      *> effective date is on or before the period end; a
      *> termination once the last day employed is before the period
      *> start, so the final period's card still pays. A due change
      *> awaiting approval stays on file and is reported every pass
      *> until someone approves or cancels it.
      *>----------------------------------------------------------------
       160-APPLY-ONE-CHANGE.
           MOVE WS-APPLY-IMAGE(WS-APPLY-IDX) TO WS-PENDING-RECORD
           MOVE 'N' TO WS-PEND-DUE-FLAG
           IF PND-TERMINATE
               IF PND-EFF-DATE < WS-PERIOD-START
                   SET PEND-DUE TO TRUE
               END-IF
           ELSE
               IF PND-EFF-DATE NOT > WS-PERIOD-END
                   SET PEND-DUE TO TRUE
               END-IF
           END-IF
           MOVE PND-SEQ-NBR TO CHR-SEQ-NBR
           EVALUATE TRUE
               WHEN NOT PEND-DUE
                   CONTINUE
               WHEN PND-AWAITING-APPROVAL
                   MOVE "WARNING" TO FND-SEVERITY
                   MOVE "DUE CHANGE AWAITING APPROVAL" TO CHR-TEXT
                   PERFORM 168-WRITE-CHANGE-FINDING
                   ADD 1 TO WS-CHG-HELD-COUNT
                   ADD 1 TO WS-WARNING-COUNT
               WHEN PND-ADD
                   PERFORM 161-APPLY-ADD
               WHEN PND-CHANGE
                   PERFORM 162-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 163-APPLY-TERMINATION
           END-EVALUATE.

       161-APPLY-ADD.
           MOVE PND-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   INITIALIZE EMPLOYEE-MASTER-RECORD
                   MOVE PND-EMP-ID TO EMP-MASTER-ID
                   PERFORM 165-MOVE-CHANGED-FIELDS
                   MOVE "A" TO EMP-STATUS
                   PERFORM 166-SET-PRENOTE-PENDING
                   WRITE EMPLOYEE-MASTER-RECORD
                   PERFORM 167-LOG-APPLIED-CHANGE
                   PERFORM 185-LOG-AFTER-IMAGE
                   MOVE "NEW HIRE ADDED TO MASTER" TO CHR-TEXT
                   PERFORM 169-REPORT-APPLIED
               NOT INVALID KEY
                   MOVE "ADD FOR EMP-ID ALREADY ON MASTER"
                       TO ARJ-REASON
                   PERFORM 190-REFUSE-CHANGE
           END-READ.

       162-APPLY-CHANGE.
           MOVE PND-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMP-ID NOT ON MASTER" TO ARJ-REASON
                   PERFORM 190-REFUSE-CHANGE
               NOT INVALID KEY
                   PERFORM 167-LOG-APPLIED-CHANGE
                   PERFORM 180-LOG-BEFORE-IMAGE
                   MOVE EMP-ROUTING-NUMBER TO WS-PRIOR-ROUTING
                   MOVE EMP-ACCOUNT-NUMBER TO WS-PRIOR-ACCOUNT
                   PERFORM 165-MOVE-CHANGED-FIELDS
                   IF EMP-ROUTING-NUMBER NOT = WS-PRIOR-ROUTING
                       OR EMP-ACCOUNT-NUMBER NOT = WS-PRIOR-ACCOUNT
                       PERFORM 166-SET-PRENOTE-PENDING
                   END-IF
                   REWRITE EMPLOYEE-MASTER-RECORD
                   PERFORM 185-LOG-AFTER-IMAGE
                   MOVE "MASTER CHANGE APPLIED" TO CHR-TEXT
                   PERFORM 169-REPORT-APPLIED
           END-READ.

       163-APPLY-TERMINATION.
           MOVE PND-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMP-ID NOT ON MASTER" TO ARJ-REASON
                   PERFORM 190-REFUSE-CHANGE
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE "EMPLOYEE ALREADY TERMINATED"
                           TO ARJ-REASON
                       PERFORM 190-REFUSE-CHANGE
                   ELSE
                       PERFORM 167-LOG-APPLIED-CHANGE
                       PERFORM 180-LOG-BEFORE-IMAGE
                       MOVE "T" TO EMP-STATUS
                       REWRITE EMPLOYEE-MASTER-RECORD
                       PERFORM 185-LOG-AFTER-IMAGE
                       PERFORM 164-SURFACE-LEAVE-PAYOUT
                       MOVE "TERMINATION APPLIED" TO CHR-TEXT
                       PERFORM 169-REPORT-APPLIED
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 164-SURFACE-LEAVE-PAYOUT reads the terminated employee's
      *> LEAVEBAL.DAT record and surfaces the unused balance: the
      *> vacation hours are payable at EMP-RATE, the sick hours lapse
      *> per policy. A payable balance queues a final-pay item on
      *> OFFCYCLE.TRN with a zero wage amount; OFF-CYCLE-PAY prices
      *> the payout from LEAVEBAL.DAT when it pays the item, and the
      *> final wages owed are keyed onto that item's amount. An
      *> employee with no leave record simply has nothing to pay out.
      *>----------------------------------------------------------------
       164-SURFACE-LEAVE-PAYOUT.
           MOVE 'N' TO WS-LVB-FOUND-FLAG
           IF LEAVE-FILE-OPEN
               MOVE 'Y' TO WS-LVB-FOUND-FLAG
               MOVE PND-EMP-ID TO LVB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LVB-FOUND-FLAG
               END-READ
           END-IF
           IF LEAVE-REC-FOUND
               COMPUTE WS-VAC-PAYOUT ROUNDED =
                   LVB-VAC-BALANCE * EMP-RATE
               MOVE PND-EMP-ID TO PAYO-EMP-ID
               MOVE LVB-VAC-BALANCE TO PAYO-VAC-HOURS
               MOVE WS-VAC-PAYOUT TO PAYO-AMOUNT
               MOVE LVB-SICK-BALANCE TO PAYO-SICK-HOURS
               WRITE MAINT-LOG-LINE FROM WS-PAYOUT-LINE
               DISPLAY "TIMECARD-EDIT: " WS-PAYOUT-LINE
               IF WS-VAC-PAYOUT > ZERO
                   MOVE PND-EMP-ID TO OFT-EMP-ID
                   MOVE "F" TO OFT-ITEM-TYPE
                   MOVE ZERO TO OFT-AMOUNT
                   MOVE "VACATION PAYOUT" TO OFT-DESCRIPTION
                   WRITE OFFCYCLE-TRANS-RECORD
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 165-MOVE-CHANGED-FIELDS moves onto the master only the parts
      *> the change was entered to alter (an add has every flag set).
      *> A salaried employee's EMP-RATE is not keyed: it is the hourly
      *> equivalent of the annual salary, so leave taken, unpaid time
      *> and the termination leave payout all price consistently with
      *> the salary actually paid.
      *>----------------------------------------------------------------
       165-MOVE-CHANGED-FIELDS.
           IF PND-NAME-CHANGED
               MOVE PND-NAME TO EMP-NAME
           END-IF
           IF PND-RATE-CHANGED
               IF PND-SALARIED
                   MOVE "S" TO EMP-PAY-BASIS
                   MOVE PND-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
                   COMPUTE EMP-RATE ROUNDED =
                       EMP-ANNUAL-SALARY / WS-SALARIED-YEAR-HOURS
               ELSE
                   MOVE "H" TO EMP-PAY-BASIS
                   MOVE ZERO TO EMP-ANNUAL-SALARY
                   MOVE PND-RATE TO EMP-RATE
               END-IF
           END-IF
           IF PND-DEPT-CHANGED
               MOVE PND-DEPT TO EMP-DEPT
           END-IF
           IF PND-FILING-CHANGED
               MOVE PND-FILING-STATUS TO EMP-FILING-STATUS
           END-IF
           IF PND-BANK-CHANGED
               MOVE PND-ROUTING-NUMBER TO EMP-ROUTING-NUMBER
               MOVE PND-ACCOUNT-NUMBER TO EMP-ACCOUNT-NUMBER
           END-IF
           IF PND-STATE-CHANGED
               MOVE PND-WORK-STATE TO EMP-WORK-STATE
           END-IF
           IF PND-BIRTH-CHANGED
               MOVE PND-BIRTH-DATE TO EMP-BIRTH-DATE
           END-IF.

      *>----------------------------------------------------------------
      *> 166-SET-PRENOTE-PENDING primes the prenote state for bank
      *> details that have just appeared or changed: usable details
      *> go prenote-pending with no sent-period yet, so the next
      *> PAYROLL-SYSTEM run emits the zero-dollar prenote entry and
      *> pays by paper check until it has had time to clear. Details
      *> that are blank or zeroed mean paper check outright.
      *>----------------------------------------------------------------
       166-SET-PRENOTE-PENDING.
           IF EMP-ROUTING-DFI NUMERIC AND EMP-ROUTING-DFI NOT = ZERO
               AND EMP-ACCOUNT-NUMBER NOT = SPACES
               MOVE "P" TO EMP-PRENOTE-STATUS
           ELSE
               MOVE "N" TO EMP-PRENOTE-STATUS
           END-IF
           MOVE ZERO TO EMP-PRENOTE-PERIOD.

       167-LOG-APPLIED-CHANGE.
           MOVE "APPLIED:   " TO ALG-TAG
           MOVE PND-SEQ-NBR TO ALG-SEQ-NBR
           MOVE PND-ACTION TO ALG-ACTION
           MOVE PND-EMP-ID TO ALG-EMP-ID
           MOVE PND-EFF-DATE TO ALG-EFF-DATE
           MOVE WS-PERIOD-NUMBER TO ALG-PERIOD
           MOVE PND-ENTERED-BY TO ALG-ENTERED-BY
           MOVE PND-ENTERED-DATE TO ALG-ENTERED-DATE
           MOVE PND-APPROVED-BY TO ALG-APPROVED-BY
           MOVE PND-APPROVED-DATE TO ALG-APPROVED-DATE
           WRITE MAINT-LOG-LINE FROM WS-APPLY-LOG-LINE.

       168-WRITE-CHANGE-FINDING.
           MOVE PND-EMP-ID TO FND-EMP-ID
           MOVE PND-NAME TO FND-EMP-NAME
           MOVE WS-CHANGE-REASON TO FND-REASON
           WRITE EDIT-REPORT-LINE FROM WS-FINDING-LINE.

       169-REPORT-APPLIED.
           MOVE "APPLIED" TO FND-SEVERITY
           PERFORM 168-WRITE-CHANGE-FINDING
           MOVE "D" TO WS-APPLY-DISP(WS-APPLY-IDX)
           ADD 1 TO WS-APPLY-DROP-COUNT
           ADD 1 TO WS-CHG-APPLIED-COUNT.

       170-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM 171-WRITE-PENDING-RECORD
               VARYING WS-APPLY-IDX FROM 1 BY 1
               UNTIL WS-APPLY-IDX > WS-APPLY-COUNT
           CLOSE PENDING-CHANGE-FILE.

       171-WRITE-PENDING-RECORD.
           IF NOT APPLY-DROPPED(WS-APPLY-IDX)
               WRITE PENDING-CHANGE-RECORD
                   FROM WS-APPLY-IMAGE(WS-APPLY-IDX)
           END-IF.

       180-LOG-BEFORE-IMAGE.
           MOVE "BEFORE: " TO AUD-TAG
           MOVE PND-ACTION TO AUD-ACTION
           MOVE EMPLOYEE-MASTER-RECORD TO AUD-IMAGE
           WRITE MAINT-LOG-LINE FROM WS-AUDIT-LINE.

       185-LOG-AFTER-IMAGE.
           MOVE "AFTER:  " TO AUD-TAG
           MOVE PND-ACTION TO AUD-ACTION
           MOVE EMPLOYEE-MASTER-RECORD TO AUD-IMAGE
           WRITE MAINT-LOG-LINE FROM WS-AUDIT-LINE.

      *>----------------------------------------------------------------
      *> 190-REFUSE-CHANGE: a change the master no longer fits (the
      *> new hire was added some other way, the employee is gone) is
      *> logged, reported and dropped - re-entering it is the fix.
      *>----------------------------------------------------------------
       190-REFUSE-CHANGE.
           MOVE PND-ACTION TO ARJ-ACTION
           MOVE PND-EMP-ID TO ARJ-EMP-ID
           WRITE MAINT-LOG-LINE FROM WS-APPLY-REJECT-LINE
           MOVE "REJECT" TO FND-SEVERITY
           MOVE "PENDING CHANGE REFUSED" TO CHR-TEXT
           PERFORM 168-WRITE-CHANGE-FINDING
           MOVE "D" TO WS-APPLY-DISP(WS-APPLY-IDX)
           ADD 1 TO WS-APPLY-DROP-COUNT
           ADD 1 TO WS-CHG-REFUSED-COUNT.

       200-EDIT-TIMECARDS.
           READ RAW-TIMECARD-FILE
               AT END
      *> correcting entries are legitimate); hours over the weekly
      *> ceiling or a zero master pay rate warn but the card goes
      *> through, the same disposition 205-EDIT-RECORD gives them.
      *> Only an adjustment may name a tax year, and not one after
      *> the check date's; naming the check date's own year is the
      *> same as leaving it blank.
      *>----------------------------------------------------------------
       210-EDIT-ONE-CARD.
           IF RAW-TAX-YEAR NOT NUMERIC
               MOVE ZERO TO RAW-TAX-YEAR
           END-IF
           MOVE 'Y' TO WS-MST-FOUND-FLAG
           MOVE RAW-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
           END-IF
           IF MASTER-FOUND
               AND NOT (RAW-FULLTIME OR RAW-PARTTIME
                   OR RAW-ADJUSTMENT OR RAW-VACATION OR RAW-SICK
                   OR RAW-UNPAID)
               MOVE 'N' TO WS-MST-FOUND-FLAG
               MOVE EMP-NAME TO FND-EMP-NAME
               MOVE "REJECT" TO FND-SEVERITY
               PERFORM 290-WRITE-FINDING
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           IF MASTER-FOUND AND NOT RAW-ADJUSTMENT
               AND RAW-TAX-YEAR NOT = ZERO
               MOVE 'N' TO WS-MST-FOUND-FLAG
               MOVE EMP-NAME TO FND-EMP-NAME
               MOVE "REJECT" TO FND-SEVERITY
               MOVE "TAX YEAR KEYED ON NON-ADJUSTMENT CARD"
                   TO FND-REASON
               PERFORM 290-WRITE-FINDING
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           IF MASTER-FOUND AND RAW-ADJUSTMENT
               AND RAW-TAX-YEAR > WS-CHECK-YEAR
               MOVE 'N' TO WS-MST-FOUND-FLAG
               MOVE EMP-NAME TO FND-EMP-NAME
               MOVE "REJECT" TO FND-SEVERITY
               MOVE "ADJUSTMENT TAX YEAR AFTER CHECK DATE"
                   TO FND-REASON
               PERFORM 290-WRITE-FINDING
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           IF RAW-TAX-YEAR = WS-CHECK-YEAR
               MOVE ZERO TO RAW-TAX-YEAR
           END-IF
           IF MASTER-FOUND AND PAY-SALARIED
               AND (RAW-FULLTIME OR RAW-PARTTIME)
               MOVE 'N' TO WS-MST-FOUND-FLAG
               MOVE EMP-NAME TO FND-EMP-NAME
               MOVE "REJECT" TO FND-SEVERITY
               MOVE "WORKED HOURS KEYED FOR SALARIED EMPLOYEE"
                   TO FND-REASON
               PERFORM 290-WRITE-FINDING
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           IF MASTER-FOUND AND NOT PAY-SALARIED AND RAW-UNPAID
               MOVE 'N' TO WS-MST-FOUND-FLAG
               MOVE EMP-NAME TO FND-EMP-NAME
               MOVE "REJECT" TO FND-SEVERITY
               MOVE "UNPAID TIME LINE FOR HOURLY EMPLOYEE"
                   TO FND-REASON
               PERFORM 290-WRITE-FINDING
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           IF MASTER-FOUND AND NOT RAW-ADJUSTMENT
               PERFORM 220-CHECK-DUPLICATE
               IF DUP-FOUND
           END-IF
           IF MASTER-FOUND AND NOT RAW-ADJUSTMENT
               PERFORM 225-COUNT-EMPLOYEE-LINES
               IF PAY-SALARIED
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-LINE-COUNT NOT < 10
                   MOVE 'N' TO WS-MST-FOUND-FLAG
                   MOVE EMP-NAME TO FND-EMP-NAME
      *> the eleventh mid-run, which is exactly the failure this
      *> pass exists to catch while the input can still be fixed.
      *> Adjustment cards are exempt: each one is its own group of
      *> one on payroll night. A salaried employee's count allows
      *> for the salary line 330-ADD-SALARY-LINE generates later.
      *>----------------------------------------------------------------
       225-COUNT-EMPLOYEE-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE RAW-JOB-CODE TO WS-CARD-JOB-CODE(WS-CARD-COUNT)
           MOVE RAW-RATE-OVERRIDE
               TO WS-CARD-RATE-OVR(WS-CARD-COUNT)
           MOVE RAW-TAX-YEAR TO WS-CARD-TAX-YEAR(WS-CARD-COUNT)
           ADD 1 TO WS-ACCEPTED-COUNT.

       240-CARD-OVERFLOW-EXIT.
      *> table is compacted. An employee whose only lines were
      *> rejected then shows on the missing-card listing, which is
      *> the right outcome: payroll needs to know what the week
      *> really was. A salaried employee needs no worked line - the
      *> generated salary line sets the group type - so leave lines
      *> on their own are the normal salaried card.
      *>----------------------------------------------------------------
       260-REJECT-ORPHAN-LEAVE.
           PERFORM 261-CHECK-ONE-LEAVE-LINE
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE SPACES TO EMP-NAME
                           MOVE "H" TO EMP-PAY-BASIS
                   END-READ
                   IF PAY-SALARIED
                       SET WORKED-FOUND TO TRUE
                   END-IF
               END-IF
               IF NOT WORKED-FOUND
                   MOVE WS-CARD-EMP-ID(WS-SCAN-SUB) TO FND-EMP-ID
                   MOVE EMP-NAME TO FND-EMP-NAME
                   MOVE "REJECT" TO FND-SEVERITY
      *> this period - the finding this pass exists for, since a
      *> missing card today is an angry employee and an off-cycle
      *> check on Friday. 310-START-MASTER-SCAN primes the scan.
      *> A salaried employee is paid whether or not a card came in,
      *> so is never missing: 330-ADD-SALARY-LINE generates the
      *> salary line instead.
      *>----------------------------------------------------------------
       300-LIST-MISSING-CARDS.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
               NOT AT END
                   IF EMP-ACTIVE AND PAY-SALARIED
                       PERFORM 330-ADD-SALARY-LINE
                   END-IF
                   IF EMP-ACTIVE AND NOT PAY-SALARIED
                       PERFORM 320-CHECK-HAS-CARD
                       IF NOT CARD-FOUND
                           MOVE EMP-MASTER-ID TO FND-EMP-ID
               SET WS-CARD-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 330-ADD-SALARY-LINE generates the period's salary line for an
      *> active salaried employee: type "R", zero hours, home
      *> department, no job or rate override. PAYROLL-SYSTEM prices it
      *> at the per-period share of EMP-ANNUAL-SALARY less whatever
      *> the employee's exception lines (leave, unpaid time) account
      *> for. Appended after any keyed lines, the stable sort keeps it
      *> with them.
      *>----------------------------------------------------------------
       330-ADD-SALARY-LINE.
           IF WS-CARD-COUNT = 2000
               GO TO 240-CARD-OVERFLOW-EXIT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE EMP-DEPT TO WS-CARD-DEPT(WS-CARD-COUNT)
           MOVE EMP-MASTER-ID TO WS-CARD-EMP-ID(WS-CARD-COUNT)
           MOVE ZERO TO WS-CARD-HOURS(WS-CARD-COUNT)
           MOVE "R" TO WS-CARD-TYPE(WS-CARD-COUNT)
           MOVE SPACES TO WS-CARD-CHARGE-DEPT(WS-CARD-COUNT)
           MOVE SPACES TO WS-CARD-JOB-CODE(WS-CARD-COUNT)
           MOVE ZERO TO WS-CARD-RATE-OVR(WS-CARD-COUNT)
           MOVE ZERO TO WS-CARD-TAX-YEAR(WS-CARD-COUNT)
           ADD 1 TO WS-SALARY-COUNT.

      *>----------------------------------------------------------------
      *> 400-SORT-ACCEPTED-CARDS orders the accepted cards by home
      *> EMP-DEPT, EMP-ID within, with a simple exchange sort over
           MOVE WS-CARD-CHARGE-DEPT(WS-SORT-SUB) TO EDT-CHARGE-DEPT
           MOVE WS-CARD-JOB-CODE(WS-SORT-SUB) TO EDT-JOB-CODE
           MOVE WS-CARD-RATE-OVR(WS-SORT-SUB) TO EDT-RATE-OVERRIDE
           MOVE WS-CARD-TAX-YEAR(WS-SORT-SUB) TO EDT-TAX-YEAR
           WRITE EDITED-TIMECARD-RECORD.

       600-CLEANUP.
           MOVE WS-REJECTED-COUNT TO WS-DISP-REJECTED
           MOVE WS-WARNING-COUNT TO WS-DISP-WARNING
           MOVE WS-MISSING-COUNT TO WS-DISP-MISSING
           MOVE WS-SALARY-COUNT TO WS-DISP-SALARY
           MOVE WS-CHG-APPLIED-COUNT TO WS-DISP-CHG-APPLIED
           MOVE WS-CHG-HELD-COUNT TO WS-DISP-CHG-HELD
           DISPLAY "TIMECARD-EDIT COMPLETE - ACCEPTED "
               WS-DISP-ACCEPTED " REJECTED " WS-DISP-REJECTED
               " WARNINGS " WS-DISP-WARNING
               " MISSING " WS-DISP-MISSING
               " SALARIED " WS-DISP-SALARY
               " MASTER CHANGES APPLIED " WS-DISP-CHG-APPLIED
               " HELD " WS-DISP-CHG-HELD
               " - SEE TCEDIT.RPT".
