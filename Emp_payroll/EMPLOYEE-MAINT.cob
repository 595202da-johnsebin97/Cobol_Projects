      *>               lapse, on both the console and EMPMAINT.LOG -
      *>               so the final-check amount no longer depends
      *>               on the spreadsheet next to the system.
      *>   2026-10-15  Pay basis: EMPMAINT.TRN carries an hourly/
      *>               salaried pay basis and an annual salary. A
      *>               salaried add or change stores the salary on the
      *>               master and derives EMP-RATE as its hourly
      *>               equivalent (salary over the standard 2080-hour
      *>               year), the rate leave and unpaid time price at;
      *>               a salaried transaction with no salary, or an
      *>               unknown basis, rejects. The audit image and log
      *>               line widened with the master record.
      *>   2026-10-15  Work state: EMPMAINT.TRN carries the two-letter
      *>               work-state code PAYROLL-SYSTEM withholds state
      *>               income tax for; it is stored on the master by
      *>               adds and changes (blank = no state withholding)
      *>               and a code that is not two letters rejects.
      *>   2026-10-15  Final pay: a termination that leaves vacation to
      *>               pay appends a final-pay item to OFFCYCLE.TRN, so
      *>               OFF-CYCLE-PAY pays the surfaced payout (and the
      *>               final wages keyed against the same item) instead
      *>               of the payout being keyed by hand.
      *>   2026-10-15  Future-dated maintenance with approval: this
      *>               program no longer updates EMPMASTER.DAT. Every
      *>               add/change/terminate transaction - which now
      *>               carries an effective date and the keying user's
      *>               ID - is edited against the master and filed on
      *>               the pending-changes file EMPPEND.DAT (layout in
      *>               EMPPEND.CPY) with the parts of the master it
      *>               alters. A new hire, or a change to the rate,
      *>               department, filing status or bank details, waits
      *>               there until a different user approves it with a
      *>               "V" transaction; "X" cancels a pending change.
      *>               TIMECARD-EDIT applies the approved changes as
      *>               they fall due for the pay period, and with them
      *>               the master audit images and the termination
      *>               leave payout this program used to write.
      *>               Sequence numbers come from EMPPEND.CTL. Each run
      *>               prints EMPPEND.RPT, the outstanding changes with
      *>               who entered and who approved each; EMPMAINT.TRN
      *>               may now be absent for a report-only run.
      *>   2026-10-15  Birth date: EMPMAINT.TRN carries the employee's
      *>               birth date (YYYYMMDD, zero = not on file) for
      *>               401(k) catch-up eligibility. Adds and changes
      *>               file it like the work state - a change to it
      *>               alone needs no approval and lists as DOB - and
      *>               a birth date that is not numeric rejects.
      *>   2026-10-15  A run that abends with the pending table full
      *>               part-way through EMPMAINT.TRN logs a VOID line
      *>               on EMPMAINT.LOG: EMPPEND.DAT was not updated,
      *>               the run's logged entries stand void and their
      *>               sequence numbers will be issued again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO "EMPMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO "EMPMAINT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "EMPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-CONTROL-FILE
               ASSIGN TO "EMPPEND.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE ASSIGN TO "EMPPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *> MAINT-TRANS-FILE (EMPMAINT.TRN). Every transaction names the
      *> user keying it (TRN-USER-ID). Adds, changes and terminations
      *> carry the full master image as before (the birth date, zero
      *> when not known, at the end of the record) plus the date the
      *> change takes effect (zero = today); for a termination that
      *> is the last day employed. "V" (approve) and "X" (cancel)
      *> transactions carry only the EMP-ID, the user and the
      *> TRN-PEND-SEQ of the pending change they act on.
      *>----------------------------------------------------------------
       FD MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
           05 TRN-ACTION           PIC X.
               88 TRN-ADD          VALUE "A".
               88 TRN-CHANGE       VALUE "C".
               88 TRN-TERMINATE    VALUE "T".
               88 TRN-APPROVE      VALUE "V".
               88 TRN-CANCEL       VALUE "X".
           05 TRN-EMP-ID           PIC 9(5).
           05 TRN-NAME             PIC X(30).
           05 TRN-RATE             PIC 9(3)V99.
           05 TRN-FILING-STATUS    PIC X.
           05 TRN-ROUTING-NUMBER   PIC 9(9).
           05 TRN-ACCOUNT-NUMBER   PIC X(17).
           05 TRN-PAY-BASIS        PIC X.
               88 TRN-HOURLY       VALUE "H" " ".
               88 TRN-SALARIED     VALUE "S".
           05 TRN-ANNUAL-SALARY    PIC 9(7)V99.
           05 TRN-WORK-STATE       PIC X(2).
           05 TRN-EFF-DATE         PIC 9(8).
           05 TRN-USER-ID          PIC X(8).
           05 TRN-PEND-SEQ         PIC 9(6).
           05 TRN-BIRTH-DATE       PIC 9(8).

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE          PIC X(132).

       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-RECORD   PIC X(152).

      *>----------------------------------------------------------------
      *> PENDING-CONTROL-FILE (EMPPEND.CTL) holds the next pending-
      *> change sequence number, so a number is never reissued after
      *> TIMECARD-EDIT has applied and dropped the change that had it.
      *>----------------------------------------------------------------
       FD PENDING-CONTROL-FILE.
       01 PENDING-CONTROL-RECORD.
           05 PNC-NEXT-SEQ-NBR    PIC 9(6).

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
               88 TRN-EOF         VALUE 'Y'.
           05 WS-MST-STATUS       PIC XX VALUE SPACES.
               88 WS-MST-NOT-FOUND VALUE "35".
           05 WS-PEND-EOF-FLAG    PIC X VALUE 'N'.
               88 PEND-EOF        VALUE 'Y'.
           05 WS-PEND-FOUND-FLAG  PIC X VALUE 'N'.
               88 PEND-FOUND      VALUE 'Y'.

       COPY "EMPPEND.CPY".

       01 WS-PEND-CONTROL.
           05 WS-NEXT-SEQ-NBR     PIC 9(6) VALUE ZERO.
           05 WS-RUN-FIRST-SEQ    PIC 9(6) VALUE ZERO.
           05 WS-TODAY            PIC 9(8) VALUE ZERO.
           05 WS-TEXT-PTR         PIC 9(3) VALUE ZERO.

      *>----------------------------------------------------------------
      *> WS-PEND-TABLE holds EMPPEND.DAT for the run: transactions
      *> append to it, approvals and cancellations mark their entry,
      *> and 310-WRITE-PENDING-FILE writes it back, less anything
      *> cancelled. The key fields beside the image serve the
      *> lookups. Overflow-guarded like PAYROLL-SYSTEM's tables.
      *>----------------------------------------------------------------
       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-PEND-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PEND-IDX.
               10 WS-PEND-SEQ     PIC 9(6).
               10 WS-PEND-EMP-ID  PIC 9(5).
               10 WS-PEND-ACTION  PIC X.
               10 WS-PEND-DROP-FLAG PIC X.
                   88 PEND-CANCELLED VALUE 'Y'.
               10 WS-PEND-IMAGE   PIC X(152).

       01 WS-COUNTERS.
           05 WS-ENTERED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-APPROVED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-CANCELLED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-OUTSTANDING-COUNT PIC 9(7) VALUE ZERO.
           05 WS-AWAITING-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-DISP-ENTERED     PIC ZZZZZZ9.
           05 WS-DISP-APPROVED    PIC ZZZZZZ9.
           05 WS-DISP-CANCELLED   PIC ZZZZZZ9.
           05 WS-DISP-REJECTED    PIC ZZZZZZ9.

      *>----------------------------------------------------------------
      *> Audit-log lines. Every pending change filed, approved or
      *> cancelled is logged with the user who did it, so the
      *> history of a change reads on EMPMAINT.LOG ahead of the
      *> before/after images TIMECARD-EDIT logs when it applies it.
      *> Rejected transactions are logged with the reason instead of
      *> silently dropped.
      *>----------------------------------------------------------------
       01 WS-PEND-LOG-LINE.
           05 PLG-TAG              PIC X(11).
           05 PLG-SEQ-NBR          PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PLG-ACTION           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PLG-EMP-ID           PIC 9(5).
           05 FILLER               PIC X(5) VALUE " EFF ".
           05 PLG-EFF-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE " BY ".
           05 PLG-USER-ID          PIC X(8).
           05 FILLER               PIC X(4) VALUE " ON ".
           05 PLG-DATE             PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PLG-CHANGES          PIC X(29).

       01 WS-REJECT-LINE.
           05 FILLER               PIC X(8) VALUE "REJECT: ".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REJ-REASON           PIC X(40).

      *>----------------------------------------------------------------
      *> WS-VOID-LINE closes the log for a run that abended before
      *> EMPPEND.DAT was rewritten (260-PENDING-OVERFLOW-EXIT): the
      *> lines it logged above stand for nothing, and the sequence
      *> numbers it handed out are handed out again by the rerun.
      *>----------------------------------------------------------------
       01 WS-VOID-LINE.
           05 FILLER               PIC X(11) VALUE "VOID:      ".
           05 FILLER               PIC X(15) VALUE
               "ABENDED RUN ON ".
           05 VOD-DATE             PIC 9(8).
           05 FILLER               PIC X(46) VALUE
               " - EMPPEND.DAT NOT UPDATED; ITS LINES ARE VOID".
           05 FILLER               PIC X(14) VALUE "; SEQ NUMBERS ".
           05 VOD-FIRST-SEQ        PIC 9(6).
           05 FILLER               PIC X(20) VALUE
               " ON WILL BE REISSUED".

      *>----------------------------------------------------------------
      *> EMPPEND.RPT lines: every change still outstanding after this
      *> run, in EMPPEND.DAT order - what it changes, when it takes
      *> effect, whether it is waiting on approval, and who entered
      *> and who approved it.
      *>----------------------------------------------------------------
       01 WS-PEND-RPT-TITLE.
           05 FILLER               PIC X(32) VALUE
               "PENDING EMPLOYEE MASTER CHANGES".
           05 FILLER               PIC X(6) VALUE "AS OF ".
           05 PRT-DATE             PIC 9(8).

       01 WS-PEND-RPT-HEADER.
           05 FILLER               PIC X(8)  VALUE "SEQ".
           05 FILLER               PIC X(7)  VALUE "EMP-ID".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(3)  VALUE "AC".
           05 FILLER               PIC X(10) VALUE "EFFECTIVE".
           05 FILLER               PIC X(30) VALUE "CHANGES".
           05 FILLER               PIC X(11) VALUE "STATUS".
           05 FILLER               PIC X(18) VALUE "ENTERED BY".
           05 FILLER               PIC X(17) VALUE "APPROVED BY".

       01 WS-PEND-RPT-LINE.
           05 PRL-SEQ-NBR          PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRL-EMP-ID           PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRL-NAME             PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRL-ACTION           PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRL-EFF-DATE         PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRL-CHANGES          PIC X(29).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRL-STATUS           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRL-ENTERED-BY       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRL-ENTERED-DATE     PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRL-APPROVED-BY      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRL-APPROVED-DATE    PIC X(8).

       01 WS-PEND-RPT-TOTAL.
           05 FILLER               PIC X(12) VALUE "OUTSTANDING ".
           05 PRT-OUTSTANDING      PIC ZZZZZZ9.
           05 FILLER               PIC X(21) VALUE
               "   AWAITING APPROVAL ".
           05 PRT-AWAITING         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
           PERFORM 200-PROCESS-TRANSACTIONS UNTIL TRN-EOF
           PERFORM 300-CLEANUP
           STOP RUN.

       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT MAINT-TRANS-FILE
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
               OPEN OUTPUT EMPLOYEE-MASTER
               CLOSE EMPLOYEE-MASTER
               OPEN INPUT EMPLOYEE-MASTER
           END-IF
           OPEN EXTEND MAINT-LOG-FILE
           PERFORM 110-LOAD-PENDING-CHANGES
           PERFORM 120-READ-PENDING-CONTROL.

       110-LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-FILE
           PERFORM 111-LOAD-PENDING-RECORD UNTIL PEND-EOF
           CLOSE PENDING-CHANGE-FILE.

       111-LOAD-PENDING-RECORD.
           READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
               AT END
                   SET PEND-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT = 1000
                       GO TO 111-PENDING-OVERFLOW-EXIT
                   END-IF
                   PERFORM 265-ADD-PENDING-ENTRY
                   IF PND-SEQ-NBR NOT < WS-NEXT-SEQ-NBR
                       COMPUTE WS-NEXT-SEQ-NBR = PND-SEQ-NBR + 1
                   END-IF
           END-READ.

       111-PENDING-OVERFLOW-EXIT.
           DISPLAY "EMPLOYEE-MAINT ABEND: EMPPEND.DAT EXCEEDS "
               "WS-PEND-TABLE CAPACITY OF 1000 PENDING CHANGES - "
               "NOTHING FROM THIS RUN WAS FILED"
           CLOSE PENDING-CHANGE-FILE
           CLOSE MAINT-TRANS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE MAINT-LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 120-READ-PENDING-CONTROL takes the next sequence number from
      *> EMPPEND.CTL, never going below one past the highest number
      *> still on file.
      *>----------------------------------------------------------------
       120-READ-PENDING-CONTROL.
           OPEN INPUT PENDING-CONTROL-FILE
           READ PENDING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PNC-NEXT-SEQ-NBR NUMERIC
                       AND PNC-NEXT-SEQ-NBR > WS-NEXT-SEQ-NBR
                       MOVE PNC-NEXT-SEQ-NBR TO WS-NEXT-SEQ-NBR
                   END-IF
           END-READ
           CLOSE PENDING-CONTROL-FILE
           IF WS-NEXT-SEQ-NBR = ZERO
               MOVE 1 TO WS-NEXT-SEQ-NBR
           END-IF
           MOVE WS-NEXT-SEQ-NBR TO WS-RUN-FIRST-SEQ.

       200-PROCESS-TRANSACTIONS.
           READ MAINT-TRANS-FILE
               AT END
                   SET TRN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRN-USER-ID = SPACES
                           MOVE "NO USER ID ON TRANSACTION"
                               TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN TRN-APPROVE
                           PERFORM 240-APPROVE-CHANGE
                       WHEN TRN-CANCEL
                           PERFORM 250-CANCEL-CHANGE
                       WHEN NOT (TRN-ADD OR TRN-CHANGE OR TRN-TERMINATE)
                           MOVE "UNKNOWN TRANSACTION ACTION"
                               TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN TRN-EFF-DATE NOT NUMERIC
                           MOVE "EFFECTIVE DATE NOT NUMERIC"
                               TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN (TRN-ADD OR TRN-CHANGE)
                           AND NOT (TRN-HOURLY OR TRN-SALARIED)
                           MOVE "UNKNOWN PAY BASIS" TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN (TRN-ADD OR TRN-CHANGE) AND TRN-SALARIED
                           AND (TRN-ANNUAL-SALARY NOT NUMERIC
                               OR TRN-ANNUAL-SALARY = ZERO)
                           MOVE "SALARIED WITH NO ANNUAL SALARY"
                               TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN (TRN-ADD OR TRN-CHANGE)
                           AND TRN-WORK-STATE NOT = SPACES
                           AND (TRN-WORK-STATE NOT ALPHABETIC-UPPER
                               OR TRN-WORK-STATE(1:1) = SPACE
                               OR TRN-WORK-STATE(2:1) = SPACE)
                           MOVE "WORK STATE NOT A TWO-LETTER CODE"
                               TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN (TRN-ADD OR TRN-CHANGE)
                           AND TRN-BIRTH-DATE NOT NUMERIC
                           MOVE "BIRTH DATE NOT NUMERIC" TO REJ-REASON
                           PERFORM 290-REJECT-TRANSACTION
                       WHEN TRN-ADD
                           PERFORM 210-ENTER-ADD
                       WHEN TRN-CHANGE
                           PERFORM 220-ENTER-CHANGE
                       WHEN OTHER
                           PERFORM 230-ENTER-TERMINATION
                   END-EVALUATE
           END-READ.

      *>----------------------------------------------------------------
      *> 210-ENTER-ADD files a new hire. It sets every part of the
      *> master, bank details included, so it always waits for a
      *> second user's approval. A second add for an EMP-ID already
      *> on the master, or already waiting to be added, rejects.
      *>----------------------------------------------------------------
       210-ENTER-ADD.
           MOVE TRN-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   PERFORM 275-FIND-PENDING-ADD
                   IF PEND-FOUND
                       MOVE "ADD ALREADY PENDING FOR EMP-ID"
                           TO REJ-REASON
                       PERFORM 290-REJECT-TRANSACTION
                   ELSE
                       MOVE ALL "Y" TO PND-CHANGE-FLAGS
                       MOVE "W" TO PND-STATUS
                       PERFORM 260-FILE-PENDING-ENTRY
                   END-IF
               NOT INVALID KEY
                   MOVE "EMP-ID ALREADY ON MASTER" TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
           END-READ.

      *>----------------------------------------------------------------
      *> 220-ENTER-CHANGE files a change, flagging the parts of the
      *> master it alters. One touching the rate, department, filing
      *> status or bank details waits for approval; a name,
      *> work-state or birth-date change alone is ready to apply.
      *> A change that alters no field is rejected.
      *>----------------------------------------------------------------
       220-ENTER-CHANGE.
           MOVE TRN-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMP-ID NOT ON MASTER" TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 225-FLAG-CHANGED-FIELDS
                   IF PND-CHANGE-FLAGS = ALL "N"
                       MOVE "CHANGE ALTERS NOTHING ON MASTER"
                           TO REJ-REASON
                       PERFORM 290-REJECT-TRANSACTION
                   ELSE
                       IF PND-RATE-CHANGED OR PND-DEPT-CHANGED
                           OR PND-FILING-CHANGED OR PND-BANK-CHANGED
                           MOVE "W" TO PND-STATUS
                       ELSE
                           MOVE "R" TO PND-STATUS
                       END-IF
                       PERFORM 260-FILE-PENDING-ENTRY
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 225-FLAG-CHANGED-FIELDS compares the transaction with the
      *> master as it stands. The rate counts as changed when the pay
      *> basis changes, or the salary (salaried) or hourly rate
      *> (hourly) differs - the figures EMP-RATE is set from.
      *>----------------------------------------------------------------
       225-FLAG-CHANGED-FIELDS.
           MOVE ALL "N" TO PND-CHANGE-FLAGS
           IF TRN-NAME NOT = EMP-NAME
               MOVE "Y" TO PND-CHG-NAME
           END-IF
           IF (TRN-SALARIED AND NOT PAY-SALARIED)
               OR (NOT TRN-SALARIED AND PAY-SALARIED)
               OR (TRN-SALARIED
                   AND TRN-ANNUAL-SALARY NOT = EMP-ANNUAL-SALARY)
               OR (NOT TRN-SALARIED AND TRN-RATE NOT = EMP-RATE)
               MOVE "Y" TO PND-CHG-RATE
           END-IF
           IF TRN-DEPT NOT = EMP-DEPT
               MOVE "Y" TO PND-CHG-DEPT
           END-IF
           IF TRN-FILING-STATUS NOT = EMP-FILING-STATUS
               MOVE "Y" TO PND-CHG-FILING
           END-IF
           IF TRN-ROUTING-NUMBER NOT = EMP-ROUTING-NUMBER
               OR TRN-ACCOUNT-NUMBER NOT = EMP-ACCOUNT-NUMBER
               MOVE "Y" TO PND-CHG-BANK
           END-IF
           IF TRN-WORK-STATE NOT = EMP-WORK-STATE
               MOVE "Y" TO PND-CHG-STATE
           END-IF
           IF TRN-BIRTH-DATE NOT = EMP-BIRTH-DATE
               MOVE "Y" TO PND-CHG-BIRTH
           END-IF.

      *>----------------------------------------------------------------
      *> 230-ENTER-TERMINATION files a termination, ready to apply
      *> without approval. The effective date is the last day
      *> employed; the termination applies from the first pay period
      *> starting after it.
      *>----------------------------------------------------------------
       230-ENTER-TERMINATION.
           MOVE TRN-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMP-ID NOT ON MASTER" TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE "EMPLOYEE ALREADY TERMINATED"
                           TO REJ-REASON
                       PERFORM 290-REJECT-TRANSACTION
                   ELSE
                       MOVE ALL "N" TO PND-CHANGE-FLAGS
                       MOVE "R" TO PND-STATUS
                       PERFORM 260-FILE-PENDING-ENTRY
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *> 240-APPROVE-CHANGE records a second user's approval. The
      *> approver must name the change's EMP-ID as a keying check
      *> and may not be the user who entered it.
      *>----------------------------------------------------------------
       240-APPROVE-CHANGE.
           PERFORM 270-FIND-PENDING-SEQ
           EVALUATE TRUE
               WHEN NOT PEND-FOUND
                   MOVE "PENDING CHANGE NOT FOUND" TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               WHEN PND-EMP-ID NOT = TRN-EMP-ID
                   MOVE "PENDING CHANGE IS FOR ANOTHER EMP-ID"
                       TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               WHEN NOT PND-AWAITING-APPROVAL
                   MOVE "PENDING CHANGE IS NOT AWAITING APPROVAL"
                       TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               WHEN TRN-USER-ID = PND-ENTERED-BY
                   MOVE "APPROVER MUST DIFFER FROM ENTERING USER"
                       TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE "R" TO PND-STATUS
                   MOVE TRN-USER-ID TO PND-APPROVED-BY
                   MOVE WS-TODAY TO PND-APPROVED-DATE
                   MOVE WS-PENDING-RECORD TO WS-PEND-IMAGE(WS-PEND-IDX)
                   MOVE "APPROVED:  " TO PLG-TAG
                   PERFORM 280-LOG-PENDING-ACTION
                   ADD 1 TO WS-APPROVED-COUNT
           END-EVALUATE.

       250-CANCEL-CHANGE.
           PERFORM 270-FIND-PENDING-SEQ
           EVALUATE TRUE
               WHEN NOT PEND-FOUND
                   MOVE "PENDING CHANGE NOT FOUND" TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               WHEN PND-EMP-ID NOT = TRN-EMP-ID
                   MOVE "PENDING CHANGE IS FOR ANOTHER EMP-ID"
                       TO REJ-REASON
                   PERFORM 290-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE 'Y' TO WS-PEND-DROP-FLAG(WS-PEND-IDX)
                   MOVE "CANCELLED: " TO PLG-TAG
                   PERFORM 280-LOG-PENDING-ACTION
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> 260-FILE-PENDING-ENTRY completes WS-PENDING-RECORD (status
      *> and change flags already set by the caller) from the
      *> transaction and adds it to the table under the next
      *> sequence number.
      *>----------------------------------------------------------------
       260-FILE-PENDING-ENTRY.
           MOVE WS-NEXT-SEQ-NBR TO PND-SEQ-NBR
           ADD 1 TO WS-NEXT-SEQ-NBR
           MOVE TRN-USER-ID TO PND-ENTERED-BY
           MOVE WS-TODAY TO PND-ENTERED-DATE
           MOVE SPACES TO PND-APPROVED-BY
           MOVE ZERO TO PND-APPROVED-DATE
           MOVE TRN-ACTION TO PND-ACTION
           MOVE TRN-EMP-ID TO PND-EMP-ID
           MOVE TRN-NAME TO PND-NAME
           MOVE TRN-RATE TO PND-RATE
           MOVE TRN-DEPT TO PND-DEPT
           MOVE TRN-FILING-STATUS TO PND-FILING-STATUS
           MOVE TRN-ROUTING-NUMBER TO PND-ROUTING-NUMBER
           MOVE TRN-ACCOUNT-NUMBER TO PND-ACCOUNT-NUMBER
           MOVE TRN-PAY-BASIS TO PND-PAY-BASIS
           MOVE TRN-ANNUAL-SALARY TO PND-ANNUAL-SALARY
           MOVE TRN-WORK-STATE TO PND-WORK-STATE
           MOVE TRN-BIRTH-DATE TO PND-BIRTH-DATE
           IF TRN-EFF-DATE = ZERO
               MOVE WS-TODAY TO PND-EFF-DATE
           ELSE
               MOVE TRN-EFF-DATE TO PND-EFF-DATE
           END-IF
           IF WS-PEND-COUNT = 1000
               GO TO 260-PENDING-OVERFLOW-EXIT
           END-IF
           PERFORM 265-ADD-PENDING-ENTRY
           MOVE "ENTERED:   " TO PLG-TAG
           PERFORM 280-LOG-PENDING-ACTION
           ADD 1 TO WS-ENTERED-COUNT.

       260-PENDING-OVERFLOW-EXIT.
           DISPLAY "EMPLOYEE-MAINT ABEND: FILING TRANSACTION FOR "
               "EMPLOYEE " TRN-EMP-ID " WOULD EXCEED WS-PEND-TABLE "
               "CAPACITY OF 1000 PENDING CHANGES - EMPPEND.DAT WAS "
               "NOT UPDATED AND THIS RUN'S EMPMAINT.LOG LINES ARE VOID"
           MOVE WS-TODAY TO VOD-DATE
           MOVE WS-RUN-FIRST-SEQ TO VOD-FIRST-SEQ
           WRITE MAINT-LOG-LINE FROM WS-VOID-LINE
           CLOSE MAINT-TRANS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE MAINT-LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       265-ADD-PENDING-ENTRY.
           ADD 1 TO WS-PEND-COUNT
           MOVE PND-SEQ-NBR TO WS-PEND-SEQ(WS-PEND-COUNT)
           MOVE PND-EMP-ID TO WS-PEND-EMP-ID(WS-PEND-COUNT)
           MOVE PND-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT)
           MOVE 'N' TO WS-PEND-DROP-FLAG(WS-PEND-COUNT)
           MOVE WS-PENDING-RECORD TO WS-PEND-IMAGE(WS-PEND-COUNT).

      *>----------------------------------------------------------------
      *> 270-FIND-PENDING-SEQ locates the change a "V" or "X"
      *> transaction names and stages it in WS-PENDING-RECORD; a
      *> change cancelled earlier in the run is no longer found.
      *>----------------------------------------------------------------
       270-FIND-PENDING-SEQ.
           MOVE 'N' TO WS-PEND-FOUND-FLAG
           SET WS-PEND-IDX TO 1
           PERFORM 271-MATCH-PENDING-SEQ
               UNTIL PEND-FOUND OR WS-PEND-IDX > WS-PEND-COUNT
           IF PEND-FOUND
               MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO WS-PENDING-RECORD
           END-IF.

       271-MATCH-PENDING-SEQ.
           IF WS-PEND-SEQ(WS-PEND-IDX) = TRN-PEND-SEQ
               AND NOT PEND-CANCELLED(WS-PEND-IDX)
               SET PEND-FOUND TO TRUE
           ELSE
               SET WS-PEND-IDX UP BY 1
           END-IF.

       275-FIND-PENDING-ADD.
           MOVE 'N' TO WS-PEND-FOUND-FLAG
           SET WS-PEND-IDX TO 1
           PERFORM 276-MATCH-PENDING-ADD
               UNTIL PEND-FOUND OR WS-PEND-IDX > WS-PEND-COUNT.

       276-MATCH-PENDING-ADD.
           IF WS-PEND-EMP-ID(WS-PEND-IDX) = TRN-EMP-ID
               AND WS-PEND-ACTION(WS-PEND-IDX) = "A"
               AND NOT PEND-CANCELLED(WS-PEND-IDX)
               SET PEND-FOUND TO TRUE
           ELSE
               SET WS-PEND-IDX UP BY 1
           END-IF.

       280-LOG-PENDING-ACTION.
           MOVE PND-SEQ-NBR TO PLG-SEQ-NBR
           MOVE PND-ACTION TO PLG-ACTION
           MOVE PND-EMP-ID TO PLG-EMP-ID
           MOVE PND-EFF-DATE TO PLG-EFF-DATE
           MOVE TRN-USER-ID TO PLG-USER-ID
           MOVE WS-TODAY TO PLG-DATE
           PERFORM 285-BUILD-CHANGE-TEXT
           MOVE PRL-CHANGES TO PLG-CHANGES
           WRITE MAINT-LOG-LINE FROM WS-PEND-LOG-LINE.

      *>----------------------------------------------------------------
      *> 285-BUILD-CHANGE-TEXT names what a pending change does, for
      *> the log and the report: NEW HIRE, TERMINATION, or the parts
      *> of the master a change alters (FS = filing status, ST =
      *> work state, DOB = birth date).
      *>----------------------------------------------------------------
       285-BUILD-CHANGE-TEXT.
           MOVE SPACES TO PRL-CHANGES
           MOVE 1 TO WS-TEXT-PTR
           EVALUATE TRUE
               WHEN PND-ADD
                   MOVE "NEW HIRE" TO PRL-CHANGES
               WHEN PND-TERMINATE
                   MOVE "TERMINATION" TO PRL-CHANGES
               WHEN OTHER
                   IF PND-NAME-CHANGED
                       STRING "NAME " DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF PND-RATE-CHANGED
                       STRING "RATE " DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF PND-DEPT-CHANGED
                       STRING "DEPT " DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF PND-FILING-CHANGED
                       STRING "FS " DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF PND-BANK-CHANGED
                       STRING "BANK " DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF PND-STATE-CHANGED
                       STRING "ST " DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF PND-BIRTH-CHANGED
                       STRING "DOB" DELIMITED BY SIZE
                           INTO PRL-CHANGES WITH POINTER WS-TEXT-PTR
                   END-IF
           END-EVALUATE.

       290-REJECT-TRANSACTION.
           MOVE TRN-ACTION TO REJ-ACTION
           CLOSE MAINT-TRANS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE MAINT-LOG-FILE
           PERFORM 310-WRITE-PENDING-FILE
           OPEN OUTPUT PENDING-CONTROL-FILE
           MOVE WS-NEXT-SEQ-NBR TO PNC-NEXT-SEQ-NBR
           WRITE PENDING-CONTROL-RECORD
           CLOSE PENDING-CONTROL-FILE
           PERFORM 320-PRINT-PENDING-REPORT
           MOVE WS-ENTERED-COUNT TO WS-DISP-ENTERED
           MOVE WS-APPROVED-COUNT TO WS-DISP-APPROVED
           MOVE WS-CANCELLED-COUNT TO WS-DISP-CANCELLED
           MOVE WS-REJECTED-COUNT TO WS-DISP-REJECTED
           DISPLAY "EMPLOYEE-MAINT COMPLETE - ENTERED " WS-DISP-ENTERED
               " APPROVED " WS-DISP-APPROVED
               " CANCELLED " WS-DISP-CANCELLED
               " REJECTED " WS-DISP-REJECTED
               " - SEE EMPPEND.RPT".

       310-WRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM 311-WRITE-PENDING-RECORD
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           CLOSE PENDING-CHANGE-FILE.

       311-WRITE-PENDING-RECORD.
           IF NOT PEND-CANCELLED(WS-PEND-IDX)
               WRITE PENDING-CHANGE-RECORD
                   FROM WS-PEND-IMAGE(WS-PEND-IDX)
           END-IF.

       320-PRINT-PENDING-REPORT.
           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE WS-TODAY TO PRT-DATE
           WRITE PENDING-REPORT-LINE FROM WS-PEND-RPT-TITLE
           WRITE PENDING-REPORT-LINE FROM WS-PEND-RPT-HEADER
           WRITE PENDING-REPORT-LINE FROM SPACES
           PERFORM 321-PRINT-PENDING-LINE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           MOVE WS-OUTSTANDING-COUNT TO PRT-OUTSTANDING
           MOVE WS-AWAITING-COUNT TO PRT-AWAITING
           WRITE PENDING-REPORT-LINE FROM SPACES
           WRITE PENDING-REPORT-LINE FROM WS-PEND-RPT-TOTAL
           CLOSE PENDING-REPORT-FILE.

       321-PRINT-PENDING-LINE.
           IF NOT PEND-CANCELLED(WS-PEND-IDX)
               MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO WS-PENDING-RECORD
               MOVE PND-SEQ-NBR TO PRL-SEQ-NBR
               MOVE PND-EMP-ID TO PRL-EMP-ID
               MOVE PND-NAME TO PRL-NAME
               MOVE PND-ACTION TO PRL-ACTION
               MOVE PND-EFF-DATE TO PRL-EFF-DATE
               PERFORM 285-BUILD-CHANGE-TEXT
               MOVE PND-ENTERED-BY TO PRL-ENTERED-BY
               MOVE PND-ENTERED-DATE TO PRL-ENTERED-DATE
               EVALUATE TRUE
                   WHEN PND-AWAITING-APPROVAL
                       MOVE "AWAITING" TO PRL-STATUS
                       ADD 1 TO WS-AWAITING-COUNT
                   WHEN PND-APPROVED-BY NOT = SPACES
                       MOVE "APPROVED" TO PRL-STATUS
                   WHEN OTHER
                       MOVE "NOT REQD" TO PRL-STATUS
               END-EVALUATE
               IF PND-APPROVED-BY = SPACES
                   MOVE SPACES TO PRL-APPROVED-BY
                   MOVE SPACES TO PRL-APPROVED-DATE
               ELSE
                   MOVE PND-APPROVED-BY TO PRL-APPROVED-BY
                   MOVE PND-APPROVED-DATE TO PRL-APPROVED-DATE
               END-IF
               WRITE PENDING-REPORT-LINE FROM WS-PEND-RPT-LINE
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF.
