       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       AUTHOR. CLAUDE.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  Initial version: cross-foots the shared payroll
      *>               files between pay runs, monthly and ahead of
      *>               YEAR-END-CLOSE. It proves YTD-MASTER.DAT's
      *>               gross, tax, net and state tax against the
      *>               year's PAYHIST.DAT sums per employee (both
      *>               ways - a YTD record with no history and history
      *>               with no YTD record are findings too); matches
      *>               every employee check on CHECKMSTR.DAT to the
      *>               history net it paid, reading the year's
      *>               PAYHIST-<yyyy>.DAT archive for an outstanding
      *>               check carried over from a closed year, and
      *>               checks each reissue against its voided
      *>               original; lists ARREARS.DAT and LEAVEBAL.DAT
      *>               balances still carried for terminated employees
      *>               or employees no longer on the master; and lists
      *>               every DED-CODE on DEDUCTIONS.DAT with no payee on
      *>               DEDPAYEE.DAT or no clearing account (type "C")
      *>               on GLMAP.DAT. Each finding prints on
      *>               INTEGRITY.RPT with the file and key. The run
      *>               ends with return code 0 when the files agree
      *>               and 4 when there is any finding, for the close
      *>               to be held on. Nothing is updated.
      *>   2026-10-15  Pay-history record widened to 605 for the
      *>               prior-year correction tax year.
      *>   2026-10-15  Finding key widened to 24 so a CHECKMSTR.DAT
      *>               finding shows the whole employee ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL PAY-HISTORY-MASTER ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-HIST-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARCH-STATUS.
           SELECT OPTIONAL CHECK-MASTER-FILE ASSIGN TO "CHECKMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTIONS-FILE ASSIGN TO "DEDUCTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYEE-MASTER-FILE ASSIGN TO "DEDPAYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".

       FD YTD-MASTER-FILE.
       COPY "YTDMASTER.CPY".

       FD LEAVE-BALANCE-FILE.
       COPY "LEAVEBAL.CPY".

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

      *>----------------------------------------------------------------
      *> HIST-ARCHIVE-FILE is a closed year's PAYHIST-<yyyy>.DAT, as
      *> YEAR-END-CLOSE leaves it. It is read only for the years of
      *> checks still on CHECKMSTR.DAT - the outstanding checks the
      *> close carries forward - so they can be matched to the pay
      *> they were cut for.
      *>----------------------------------------------------------------
       FD HIST-ARCHIVE-FILE.
       01 HIST-ARCHIVE-RECORD         PIC X(605).

       FD CHECK-MASTER-FILE.
       COPY "CHECKMSTR.CPY".

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           05 ARR-EMP-ID          PIC 9(5).
           05 ARR-CODE            PIC X(4).
           05 ARR-CLASS           PIC X.
           05 ARR-TYPE            PIC X.
           05 ARR-AMOUNT          PIC 9(5)V99.

       FD DEDUCTIONS-FILE.
       01 DEDUCTIONS-RECORD.
           05 DED-EMP-ID          PIC 9(5).
           05 DED-CODE            PIC X(4).
           05 DED-TYPE-CODE       PIC X.
           05 DED-CLASS           PIC X.
           05 DED-AMOUNT          PIC 9(5)V99.
           05 DED-DESCRIPTION     PIC X(15).

       FD PAYEE-MASTER-FILE.
       01 PAYEE-MASTER-RECORD.
           05 DPM-DED-CODE        PIC X(4).
           05 DPM-PAYEE-NAME      PIC X(30).
           05 DPM-PAY-METHOD      PIC X.
           05 DPM-ROUTING-NUMBER  PIC X(9).
           05 DPM-ACCOUNT-NUMBER  PIC X(17).
           05 DPM-FREQUENCY       PIC X.

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 MAP-TYPE            PIC X.
           05 MAP-KEY             PIC X(10).
           05 MAP-ACCOUNT         PIC 9(8).
           05 MAP-DESCRIPTION     PIC X(20).

       FD INTEGRITY-REPORT.
       01 INTEGRITY-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-MST-STATUS       PIC XX VALUE SPACES.
               88 WS-MST-NOT-FOUND VALUE "35".
           05 WS-YTD-STATUS       PIC XX VALUE SPACES.
               88 WS-YTD-NOT-FOUND VALUE "35".
           05 WS-LVB-STATUS       PIC XX VALUE SPACES.
               88 WS-LVB-NOT-FOUND VALUE "35".
           05 WS-HARCH-STATUS     PIC XX VALUE SPACES.
               88 WS-HARCH-MISSING VALUE "35".
           05 WS-PHIST-EOF-FLAG   PIC X VALUE 'N'.
               88 PHIST-EOF       VALUE 'Y'.
           05 WS-HARCH-EOF-FLAG   PIC X VALUE 'N'.
               88 HARCH-EOF       VALUE 'Y'.
           05 WS-CHK-EOF-FLAG     PIC X VALUE 'N'.
               88 CHK-EOF         VALUE 'Y'.
           05 WS-YTD-EOF-FLAG     PIC X VALUE 'N'.
               88 YTD-EOF         VALUE 'Y'.
           05 WS-LVB-EOF-FLAG     PIC X VALUE 'N'.
               88 LVB-EOF         VALUE 'Y'.
           05 WS-ARR-EOF-FLAG     PIC X VALUE 'N'.
               88 ARR-EOF         VALUE 'Y'.
           05 WS-DED-EOF-FLAG     PIC X VALUE 'N'.
               88 DED-EOF         VALUE 'Y'.
           05 WS-PAYEE-EOF-FLAG   PIC X VALUE 'N'.
               88 PAYEE-EOF       VALUE 'Y'.
           05 WS-GLMAP-EOF-FLAG   PIC X VALUE 'N'.
               88 GLMAP-EOF       VALUE 'Y'.
           05 WS-LIVE-HIST-FLAG   PIC X VALUE 'N'.
               88 READING-LIVE-HISTORY VALUE 'Y'.
           05 WS-HIST-POSTED-FLAG PIC X VALUE 'N'.
               88 HIST-POSTED     VALUE 'Y'.
           05 WS-HIST-FOUND-FLAG  PIC X VALUE 'N'.
               88 HIST-FOUND      VALUE 'Y'.
           05 WS-CHK-MATCHED-FLAG PIC X VALUE 'N'.
               88 CHECK-MATCHED   VALUE 'Y'.
           05 WS-ON-MASTER-FLAG   PIC X VALUE 'N'.
               88 ON-MASTER       VALUE 'Y'.
           05 WS-CODE-FOUND-FLAG  PIC X VALUE 'N'.
               88 CODE-FOUND      VALUE 'Y'.

       01 WS-AUDIT-INFO.
           05 WS-HIST-ARCH-NAME   PIC X(40) VALUE SPACES.
           05 WS-SCAN-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-CHK-YEAR         PIC 9(4) VALUE ZERO.
           05 WS-CHK-MIN-YEAR     PIC 9(4) VALUE 9999.
           05 WS-CHK-MAX-YEAR     PIC 9(4) VALUE ZERO.
           05 WS-LOOK-CODE        PIC X(4) VALUE SPACES.
           05 WS-CURRENT-STAMP.
               10 WS-STAMP-DATE   PIC 9(8).
               10 WS-STAMP-TIME   PIC 9(6).

       01 WS-COUNTERS.
           05 WS-FINDING-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-YTD-FINDINGS     PIC 9(7) VALUE ZERO.
           05 WS-CHK-FINDINGS     PIC 9(7) VALUE ZERO.
           05 WS-BAL-FINDINGS     PIC 9(7) VALUE ZERO.
           05 WS-CODE-FINDINGS    PIC 9(7) VALUE ZERO.
           05 WS-YTD-READ         PIC 9(7) VALUE ZERO.
           05 WS-HIST-READ        PIC 9(7) VALUE ZERO.
           05 WS-CHECKS-READ      PIC 9(7) VALUE ZERO.
           05 WS-DISP-COUNT       PIC ZZZZZZ9.

      *>----------------------------------------------------------------
      *> WS-HISTORY-RECORD mirrors the PAYHIST.DAT detail layout
      *> staged by PAYROLL-SYSTEM's 223-WRITE-PAY-HISTORY.
      *>----------------------------------------------------------------
       COPY "PAYHIST.CPY".

      *>----------------------------------------------------------------
      *> WS-HISTORY-TABLE accumulates the year's recorded gross/tax/
      *> net/state tax per employee from PAYHIST.DAT - which holds
      *> exactly the year YTD-MASTER.DAT does, both being reset by
      *> YEAR-END-CLOSE - for the YTD cross-foot. Sized like
      *> YEAR-END-CLOSE's.
      *>----------------------------------------------------------------
       01 WS-HISTORY-TABLE.
           05 WS-HIST-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-HIST-IDX.
               10 WS-HIST-TBL-EMP-ID  PIC 9(5).
               10 WS-HIST-TBL-GROSS   PIC S9(9)V99.
               10 WS-HIST-TBL-TAX     PIC S9(9)V99.
               10 WS-HIST-TBL-NET     PIC S9(9)V99.
               10 WS-HIST-TBL-STATE-TAX PIC S9(9)V99.
               10 WS-HIST-TBL-YTD-SEEN PIC X.

      *>----------------------------------------------------------------
      *> WS-CHECK-TABLE holds CHECKMSTR.DAT, sized like CHECK-MAINT's.
      *> WS-CHK-TBL-REPLACEMENT marks a check cut by CHECK-MAINT in
      *> place of a voided one (the voided check links forward to
      *> it); the pay is matched on the original. WS-CHK-TBL-MATCHED
      *> is set when a history net claims the check, and
      *> WS-CHK-TBL-HIST-NET keeps a same employee/period net that did
      *> not match, for the mismatch finding.
      *>----------------------------------------------------------------
       01 WS-CHECK-TABLE.
           05 WS-CHK-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-CHK-ENTRY OCCURS 3000 TIMES INDEXED BY WS-CHK-IDX
                                                   WS-ORIG-IDX.
               10 WS-CHK-TBL-NBR      PIC 9(8).
               10 WS-CHK-TBL-STATUS   PIC X.
               10 WS-CHK-TBL-PERIOD   PIC 9(6).
               10 WS-CHK-TBL-EMP-ID   PIC 9(5).
               10 WS-CHK-TBL-AMOUNT   PIC 9(7)V99.
               10 WS-CHK-TBL-LINK     PIC 9(8).
               10 WS-CHK-TBL-REPLACEMENT PIC X.
               10 WS-CHK-TBL-ORIG-AMOUNT PIC 9(7)V99.
               10 WS-CHK-TBL-MATCHED  PIC X.
               10 WS-CHK-TBL-PERIOD-SEEN PIC X.
               10 WS-CHK-TBL-HIST-NET PIC S9(7)V99.

      *>----------------------------------------------------------------
      *> Deduction-code tables: the codes DEDPAYEE.DAT pays out, the
      *> codes GLMAP.DAT gives a clearing account (type "C"), and
      *> the DEDUCTIONS.DAT codes already audited, so each code is
      *> reported once however many employees carry it.
      *>----------------------------------------------------------------
       01 WS-CODE-TABLES.
           05 WS-PAYEE-CODE-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-PAYEE-CODE OCCURS 200 TIMES PIC X(4).
           05 WS-GL-CODE-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-GL-CODE OCCURS 200 TIMES PIC X(4).
           05 WS-GLMAP-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-SEEN-CODE-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-SEEN-CODE OCCURS 200 TIMES PIC X(4).
           05 WS-CODE-SUB          PIC 9(3) VALUE ZERO.

      *>----------------------------------------------------------------
      *> Report lines. A finding names the file it was found on, the
      *> record key, what is wrong, and - where it is a matter of
      *> amounts - the figure on the file against the figure it
      *> should agree with.
      *>----------------------------------------------------------------
       01 WS-TITLE-LINE.
           05 FILLER              PIC X(40) VALUE
               "PAYROLL FILE INTEGRITY AUDIT".
           05 FILLER              PIC X(9) VALUE "PRODUCED ".
           05 TTL-RUN-DATE        PIC 9(8).

       01 WS-SECTION-LINE         PIC X(132).

       01 WS-FINDING-HEADER.
           05 FILLER              PIC X(16) VALUE "FILE".
           05 FILLER              PIC X(26) VALUE "KEY".
           05 FILLER              PIC X(44) VALUE "FINDING".
           05 FILLER              PIC X(16) VALUE "     ON FILE".
           05 FILLER              PIC X(30) VALUE "   SHOULD BE".

       01 WS-FINDING-LINE.
           05 FND-FILE            PIC X(14).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FND-KEY             PIC X(24).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FND-TEXT            PIC X(42).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FND-AMOUNTS.
               10 FND-ON-FILE     PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER          PIC X(2).
               10 FND-SHOULD-BE   PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-SUMMARY-LINE.
           05 SUM-LABEL           PIC X(40).
           05 SUM-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
           PERFORM 200-AUDIT-YTD
           PERFORM 300-AUDIT-CHECKS
           PERFORM 400-AUDIT-BALANCES
           PERFORM 500-AUDIT-DED-CODES
           PERFORM 600-FINISH
           STOP RUN.

      *>----------------------------------------------------------------
      *> 100-INIT opens the master every check is made against, then
      *> loads CHECKMSTR.DAT and reads the pay history once for both
      *> the YTD cross-foot and the check match.
      *>----------------------------------------------------------------
       100-INIT.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
               DISPLAY "INTEGRITY-AUDIT ABEND: EMPLOYEE MASTER "
                   "EMPMASTER.DAT NOT FOUND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-STAMP
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE WS-STAMP-DATE TO TTL-RUN-DATE
           WRITE INTEGRITY-LINE FROM WS-TITLE-LINE
           WRITE INTEGRITY-LINE FROM SPACES
           PERFORM 110-LOAD-CHECKS
           PERFORM 120-LOAD-PAY-HISTORY.

       110-LOAD-CHECKS.
           OPEN INPUT CHECK-MASTER-FILE
           MOVE 'N' TO WS-CHK-EOF-FLAG
           PERFORM 111-LOAD-CHECK-RECORD UNTIL CHK-EOF
           CLOSE CHECK-MASTER-FILE
           PERFORM 113-MARK-REPLACEMENT
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT.

       111-LOAD-CHECK-RECORD.
           READ CHECK-MASTER-FILE
               AT END
                   SET CHK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   IF CHKM-EMP-ID NOT = ZERO
                       PERFORM 112-KEEP-CHECK
                   END-IF
           END-READ.

       112-KEEP-CHECK.
           IF WS-CHK-COUNT = 3000
               GO TO 112-CHECK-OVERFLOW-EXIT
           END-IF
           ADD 1 TO WS-CHK-COUNT
           MOVE CHKM-CHECK-NBR TO WS-CHK-TBL-NBR(WS-CHK-COUNT)
           MOVE CHKM-STATUS TO WS-CHK-TBL-STATUS(WS-CHK-COUNT)
           MOVE CHKM-PERIOD TO WS-CHK-TBL-PERIOD(WS-CHK-COUNT)
           MOVE CHKM-EMP-ID TO WS-CHK-TBL-EMP-ID(WS-CHK-COUNT)
           MOVE CHKM-AMOUNT TO WS-CHK-TBL-AMOUNT(WS-CHK-COUNT)
           MOVE CHKM-LINK-NBR TO WS-CHK-TBL-LINK(WS-CHK-COUNT)
           MOVE 'N' TO WS-CHK-TBL-REPLACEMENT(WS-CHK-COUNT)
           MOVE ZERO TO WS-CHK-TBL-ORIG-AMOUNT(WS-CHK-COUNT)
           MOVE 'N' TO WS-CHK-TBL-MATCHED(WS-CHK-COUNT)
           MOVE 'N' TO WS-CHK-TBL-PERIOD-SEEN(WS-CHK-COUNT)
           MOVE ZERO TO WS-CHK-TBL-HIST-NET(WS-CHK-COUNT)
           COMPUTE WS-CHK-YEAR = CHKM-PERIOD / 100
           IF WS-CHK-YEAR < WS-CHK-MIN-YEAR
               MOVE WS-CHK-YEAR TO WS-CHK-MIN-YEAR
           END-IF
           IF WS-CHK-YEAR > WS-CHK-MAX-YEAR
               MOVE WS-CHK-YEAR TO WS-CHK-MAX-YEAR
           END-IF.

       112-CHECK-OVERFLOW-EXIT.
           DISPLAY "INTEGRITY-AUDIT ABEND: CHECKMSTR.DAT EXCEEDS "
               "WS-CHECK-TABLE CAPACITY OF 3000 EMPLOYEE CHECKS"
           CLOSE CHECK-MASTER-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE INTEGRITY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 113-MARK-REPLACEMENT follows a voided check's forward link
      *> (to a higher check number) to the check CHECK-MAINT cut in
      *> its place, marking it and noting the original's amount.
      *>----------------------------------------------------------------
       113-MARK-REPLACEMENT.
           IF WS-CHK-TBL-STATUS(WS-CHK-IDX) = "V"
               AND WS-CHK-TBL-LINK(WS-CHK-IDX)
                   > WS-CHK-TBL-NBR(WS-CHK-IDX)
               PERFORM 114-MATCH-REPLACEMENT
                   VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-CHK-COUNT
           END-IF.

       114-MATCH-REPLACEMENT.
           IF WS-CHK-TBL-NBR(WS-ORIG-IDX) = WS-CHK-TBL-LINK(WS-CHK-IDX)
               MOVE 'Y' TO WS-CHK-TBL-REPLACEMENT(WS-ORIG-IDX)
               MOVE WS-CHK-TBL-AMOUNT(WS-CHK-IDX)
                   TO WS-CHK-TBL-ORIG-AMOUNT(WS-ORIG-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *> 120-LOAD-PAY-HISTORY reads the PAYHIST-<yyyy>.DAT archive of
      *> each closed year a check on CHECKMSTR.DAT belongs to (a
      *> missing archive is passed over), then the live PAYHIST.DAT.
      *> Every record paying a net is offered to the check table;
      *> only the live file's records feed the YTD cross-foot.
      *>----------------------------------------------------------------
       120-LOAD-PAY-HISTORY.
           MOVE 'N' TO WS-LIVE-HIST-FLAG
           IF WS-CHK-COUNT > ZERO
               PERFORM 121-READ-HISTORY-ARCHIVE
                   VARYING WS-SCAN-YEAR FROM WS-CHK-MIN-YEAR BY 1
                   UNTIL WS-SCAN-YEAR > WS-CHK-MAX-YEAR
           END-IF
           SET READING-LIVE-HISTORY TO TRUE
           OPEN INPUT PAY-HISTORY-MASTER
           MOVE 'N' TO WS-PHIST-EOF-FLAG
           PERFORM 123-READ-LIVE-HISTORY UNTIL PHIST-EOF
           CLOSE PAY-HISTORY-MASTER.

       121-READ-HISTORY-ARCHIVE.
           MOVE SPACES TO WS-HIST-ARCH-NAME
           STRING "PAYHIST-" WS-SCAN-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-HIST-ARCH-NAME
           OPEN INPUT HIST-ARCHIVE-FILE
           IF WS-HARCH-MISSING
               CONTINUE
           ELSE
               MOVE 'N' TO WS-HARCH-EOF-FLAG
               PERFORM 122-READ-ARCHIVE-RECORD UNTIL HARCH-EOF
               CLOSE HIST-ARCHIVE-FILE
           END-IF.

       122-READ-ARCHIVE-RECORD.
           READ HIST-ARCHIVE-FILE INTO WS-HISTORY-RECORD
               AT END
                   SET HARCH-EOF TO TRUE
               NOT AT END
                   PERFORM 124-TAKE-HISTORY-RECORD
           END-READ.

       123-READ-LIVE-HISTORY.
           READ PAY-HISTORY-MASTER INTO WS-HISTORY-RECORD
               AT END
                   SET PHIST-EOF TO TRUE
               NOT AT END
                   PERFORM 124-TAKE-HISTORY-RECORD
           END-READ.

       124-TAKE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ
           IF HIST-STATE-TAX NOT NUMERIC
               MOVE ZERO TO HIST-STATE-TAX
           END-IF
           IF READING-LIVE-HISTORY
               PERFORM 125-POST-HISTORY-TABLE
           END-IF
           IF HIST-TYPE NOT = "A" AND HIST-NET > ZERO
               PERFORM 128-OFFER-TO-CHECKS
           END-IF.

       125-POST-HISTORY-TABLE.
           MOVE 'N' TO WS-HIST-POSTED-FLAG
           SET WS-HIST-IDX TO 1
           PERFORM 126-MATCH-HISTORY-ENTRY
               UNTIL HIST-POSTED OR WS-HIST-IDX > WS-HIST-COUNT
           IF NOT HIST-POSTED
               IF WS-HIST-COUNT = 1000
                   GO TO 125-HISTORY-OVERFLOW-EXIT
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE HIST-EMP-ID
                   TO WS-HIST-TBL-EMP-ID(WS-HIST-COUNT)
               MOVE HIST-GROSS
                   TO WS-HIST-TBL-GROSS(WS-HIST-COUNT)
               MOVE HIST-TAX
                   TO WS-HIST-TBL-TAX(WS-HIST-COUNT)
               MOVE HIST-NET
                   TO WS-HIST-TBL-NET(WS-HIST-COUNT)
               MOVE HIST-STATE-TAX
                   TO WS-HIST-TBL-STATE-TAX(WS-HIST-COUNT)
               MOVE 'N' TO WS-HIST-TBL-YTD-SEEN(WS-HIST-COUNT)
           END-IF.

       125-HISTORY-OVERFLOW-EXIT.
           DISPLAY "INTEGRITY-AUDIT ABEND: PAY HISTORY EXCEEDS "
               "WS-HISTORY-TABLE CAPACITY OF 1000 EMPLOYEES"
           CLOSE PAY-HISTORY-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE INTEGRITY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       126-MATCH-HISTORY-ENTRY.
           IF WS-HIST-TBL-EMP-ID(WS-HIST-IDX) = HIST-EMP-ID
               ADD HIST-GROSS TO WS-HIST-TBL-GROSS(WS-HIST-IDX)
               ADD HIST-TAX TO WS-HIST-TBL-TAX(WS-HIST-IDX)
               ADD HIST-NET TO WS-HIST-TBL-NET(WS-HIST-IDX)
               ADD HIST-STATE-TAX
                   TO WS-HIST-TBL-STATE-TAX(WS-HIST-IDX)
               SET HIST-POSTED TO TRUE
           ELSE
               SET WS-HIST-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 128-OFFER-TO-CHECKS lets a history net claim the first
      *> unclaimed original check (not a replacement) cut to the
      *> employee for the period in that amount. A net paid by ACH
      *> finds no check and is not a finding; a same-period check
      *> that matches no net is, once every record has been read.
      *>----------------------------------------------------------------
       128-OFFER-TO-CHECKS.
           MOVE 'N' TO WS-CHK-MATCHED-FLAG
           SET WS-CHK-IDX TO 1
           PERFORM 129-MATCH-CHECK-ENTRY
               UNTIL CHECK-MATCHED OR WS-CHK-IDX > WS-CHK-COUNT.

       129-MATCH-CHECK-ENTRY.
           IF WS-CHK-TBL-EMP-ID(WS-CHK-IDX) = HIST-EMP-ID
               AND WS-CHK-TBL-PERIOD(WS-CHK-IDX) = HIST-PERIOD
               AND WS-CHK-TBL-REPLACEMENT(WS-CHK-IDX) = 'N'
               AND WS-CHK-TBL-STATUS(WS-CHK-IDX) NOT = "R"
               AND WS-CHK-TBL-MATCHED(WS-CHK-IDX) = 'N'
               IF WS-CHK-TBL-AMOUNT(WS-CHK-IDX) = HIST-NET
                   MOVE 'Y' TO WS-CHK-TBL-MATCHED(WS-CHK-IDX)
                   SET CHECK-MATCHED TO TRUE
               ELSE
                   MOVE 'Y' TO WS-CHK-TBL-PERIOD-SEEN(WS-CHK-IDX)
                   MOVE HIST-NET TO WS-CHK-TBL-HIST-NET(WS-CHK-IDX)
                   SET WS-CHK-IDX UP BY 1
               END-IF
           ELSE
               SET WS-CHK-IDX UP BY 1
           END-IF.

      *>----------------------------------------------------------------
      *> 200-AUDIT-YTD walks YTD-MASTER.DAT in key order against the
      *> history sums: every total that differs is a finding, as is a
      *> YTD record for an employee with no history or not on the
      *> master. History left unclaimed at the end belongs to an
      *> employee with no YTD record at all.
      *>----------------------------------------------------------------
       200-AUDIT-YTD.
           MOVE "YTD-MASTER.DAT AGAINST PAYHIST.DAT" TO WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-FINDING-HEADER
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-NOT-FOUND
               MOVE "  YTD-MASTER.DAT NOT ON FILE" TO WS-SECTION-LINE
               WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE ZERO TO YTD-EMP-ID
               MOVE 'N' TO WS-YTD-EOF-FLAG
               START YTD-MASTER-FILE KEY NOT < YTD-EMP-ID
                   INVALID KEY
                       SET YTD-EOF TO TRUE
               END-START
               PERFORM 210-READ-YTD-RECORD UNTIL YTD-EOF
               CLOSE YTD-MASTER-FILE
           END-IF
           PERFORM 230-CHECK-HISTORY-HAS-YTD
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
           WRITE INTEGRITY-LINE FROM SPACES.

       210-READ-YTD-RECORD.
           READ YTD-MASTER-FILE NEXT RECORD
               AT END
                   SET YTD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-YTD-READ
                   PERFORM 220-CROSSFOOT-YTD
           END-READ.

       220-CROSSFOOT-YTD.
           IF YTD-STATE-TAX NOT NUMERIC
               MOVE ZERO TO YTD-STATE-TAX
           END-IF
           MOVE "YTD-MASTER.DAT" TO FND-FILE
           MOVE SPACES TO FND-KEY
           STRING "EMP " YTD-EMP-ID DELIMITED BY SIZE INTO FND-KEY
           MOVE YTD-EMP-ID TO EMP-MASTER-ID
           PERFORM 810-CHECK-ON-MASTER
           IF NOT ON-MASTER
               MOVE "EMPLOYEE NOT ON EMPMASTER.DAT" TO FND-TEXT
               MOVE SPACES TO FND-AMOUNTS
               PERFORM 800-WRITE-FINDING
               ADD 1 TO WS-YTD-FINDINGS
           END-IF
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           SET WS-HIST-IDX TO 1
           PERFORM 221-FIND-HISTORY-ENTRY
               UNTIL HIST-FOUND OR WS-HIST-IDX > WS-HIST-COUNT
           IF NOT HIST-FOUND
               IF YTD-GROSS NOT = ZERO OR YTD-TAX NOT = ZERO
                   OR YTD-NET NOT = ZERO
                   MOVE "YTD TOTALS WITH NO PAY HISTORY" TO FND-TEXT
                   MOVE YTD-GROSS TO FND-ON-FILE
                   MOVE ZERO TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-YTD-FINDINGS
               END-IF
           ELSE
               MOVE 'Y' TO WS-HIST-TBL-YTD-SEEN(WS-HIST-IDX)
               IF YTD-GROSS NOT = WS-HIST-TBL-GROSS(WS-HIST-IDX)
                   MOVE "YTD GROSS DOES NOT EQUAL HISTORY GROSS"
                       TO FND-TEXT
                   MOVE YTD-GROSS TO FND-ON-FILE
                   MOVE WS-HIST-TBL-GROSS(WS-HIST-IDX)
                       TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-YTD-FINDINGS
               END-IF
               IF YTD-TAX NOT = WS-HIST-TBL-TAX(WS-HIST-IDX)
                   MOVE "YTD FED TAX DOES NOT EQUAL HISTORY TAX"
                       TO FND-TEXT
                   MOVE YTD-TAX TO FND-ON-FILE
                   MOVE WS-HIST-TBL-TAX(WS-HIST-IDX) TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-YTD-FINDINGS
               END-IF
               IF YTD-NET NOT = WS-HIST-TBL-NET(WS-HIST-IDX)
                   MOVE "YTD NET DOES NOT EQUAL HISTORY NET"
                       TO FND-TEXT
                   MOVE YTD-NET TO FND-ON-FILE
                   MOVE WS-HIST-TBL-NET(WS-HIST-IDX) TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-YTD-FINDINGS
               END-IF
               IF YTD-STATE-TAX
                   NOT = WS-HIST-TBL-STATE-TAX(WS-HIST-IDX)
                   MOVE "YTD STATE TAX DOES NOT EQUAL HISTORY"
                       TO FND-TEXT
                   MOVE YTD-STATE-TAX TO FND-ON-FILE
                   MOVE WS-HIST-TBL-STATE-TAX(WS-HIST-IDX)
                       TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-YTD-FINDINGS
               END-IF
           END-IF.

       221-FIND-HISTORY-ENTRY.
           IF WS-HIST-TBL-EMP-ID(WS-HIST-IDX) = YTD-EMP-ID
               SET HIST-FOUND TO TRUE
           ELSE
               SET WS-HIST-IDX UP BY 1
           END-IF.

       230-CHECK-HISTORY-HAS-YTD.
           IF WS-HIST-TBL-YTD-SEEN(WS-HIST-IDX) = 'N'
               MOVE "PAYHIST.DAT" TO FND-FILE
               MOVE SPACES TO FND-KEY
               STRING "EMP " WS-HIST-TBL-EMP-ID(WS-HIST-IDX)
                   DELIMITED BY SIZE INTO FND-KEY
               MOVE "PAY HISTORY WITH NO YTD-MASTER RECORD"
                   TO FND-TEXT
               MOVE ZERO TO FND-ON-FILE
               MOVE WS-HIST-TBL-GROSS(WS-HIST-IDX) TO FND-SHOULD-BE
               PERFORM 800-WRITE-FINDING
               ADD 1 TO WS-YTD-FINDINGS
           END-IF.

      *>----------------------------------------------------------------
      *> 300-AUDIT-CHECKS reports every employee check the history
      *> did not account for: an original with no history net of its
      *> amount for the employee and period (an orphan, or a
      *> mismatch where the period has a different net), and a
      *> replacement whose amount differs from the voided original,
      *> or a reissue linked to nothing. Remittance checks to
      *> deduction payees (employee zero) are not pay and are passed
      *> over. A replacement whose original was archived by the
      *> close cannot be proved and is not reported.
      *>----------------------------------------------------------------
       300-AUDIT-CHECKS.
           MOVE "CHECKMSTR.DAT AGAINST PAY HISTORY NETS"
               TO WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-FINDING-HEADER
           PERFORM 310-AUDIT-ONE-CHECK
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
           WRITE INTEGRITY-LINE FROM SPACES.

       310-AUDIT-ONE-CHECK.
           MOVE "CHECKMSTR.DAT" TO FND-FILE
           MOVE SPACES TO FND-KEY
           STRING "CHECK " WS-CHK-TBL-NBR(WS-CHK-IDX)
               " EMP " WS-CHK-TBL-EMP-ID(WS-CHK-IDX)
               DELIMITED BY SIZE INTO FND-KEY
           EVALUATE TRUE
               WHEN WS-CHK-TBL-REPLACEMENT(WS-CHK-IDX) = 'Y'
                   IF WS-CHK-TBL-AMOUNT(WS-CHK-IDX)
                       NOT = WS-CHK-TBL-ORIG-AMOUNT(WS-CHK-IDX)
                       MOVE "REISSUE AMOUNT DIFFERS FROM VOIDED CHECK"
                           TO FND-TEXT
                       MOVE WS-CHK-TBL-AMOUNT(WS-CHK-IDX)
                           TO FND-ON-FILE
                       MOVE WS-CHK-TBL-ORIG-AMOUNT(WS-CHK-IDX)
                           TO FND-SHOULD-BE
                       PERFORM 800-WRITE-FINDING
                       ADD 1 TO WS-CHK-FINDINGS
                   END-IF
               WHEN WS-CHK-TBL-STATUS(WS-CHK-IDX) = "R"
                   IF WS-CHK-TBL-LINK(WS-CHK-IDX) = ZERO
                       MOVE "REISSUE NOT LINKED TO A VOIDED CHECK"
                           TO FND-TEXT
                       MOVE SPACES TO FND-AMOUNTS
                       PERFORM 800-WRITE-FINDING
                       ADD 1 TO WS-CHK-FINDINGS
                   END-IF
               WHEN WS-CHK-TBL-MATCHED(WS-CHK-IDX) = 'Y'
                   CONTINUE
               WHEN WS-CHK-TBL-PERIOD-SEEN(WS-CHK-IDX) = 'Y'
                   MOVE "CHECK AMOUNT DOES NOT MATCH HISTORY NET"
                       TO FND-TEXT
                   MOVE WS-CHK-TBL-AMOUNT(WS-CHK-IDX) TO FND-ON-FILE
                   MOVE WS-CHK-TBL-HIST-NET(WS-CHK-IDX)
                       TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-CHK-FINDINGS
               WHEN OTHER
                   MOVE "ORPHAN CHECK - NO HISTORY FOR EMP/PERIOD"
                       TO FND-TEXT
                   MOVE WS-CHK-TBL-AMOUNT(WS-CHK-IDX) TO FND-ON-FILE
                   MOVE ZERO TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-CHK-FINDINGS
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> 400-AUDIT-BALANCES lists arrears and leave still carried for
      *> an employee who is terminated or no longer on the master.
      *> Final pay through OFF-CYCLE-PAY clears the leave, and a
      *> terminated employee has no further pay for arrears to come
      *> out of, so a balance left behind is money or time nobody
      *> will settle.
      *>----------------------------------------------------------------
       400-AUDIT-BALANCES.
           MOVE "ARREARS.DAT AND LEAVEBAL.DAT AGAINST EMPLOYEE STATUS"
               TO WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-FINDING-HEADER
           OPEN INPUT ARREARS-FILE
           MOVE 'N' TO WS-ARR-EOF-FLAG
           PERFORM 410-READ-ARREARS UNTIL ARR-EOF
           CLOSE ARREARS-FILE
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LVB-NOT-FOUND
               MOVE "  LEAVEBAL.DAT NOT ON FILE" TO WS-SECTION-LINE
               WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE ZERO TO LVB-EMP-ID
               MOVE 'N' TO WS-LVB-EOF-FLAG
               START LEAVE-BALANCE-FILE KEY NOT < LVB-EMP-ID
                   INVALID KEY
                       SET LVB-EOF TO TRUE
               END-START
               PERFORM 420-READ-LEAVE UNTIL LVB-EOF
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           WRITE INTEGRITY-LINE FROM SPACES.

       410-READ-ARREARS.
           READ ARREARS-FILE
               AT END
                   SET ARR-EOF TO TRUE
               NOT AT END
                   PERFORM 411-AUDIT-ARREARS
           END-READ.

       411-AUDIT-ARREARS.
           MOVE "ARREARS.DAT" TO FND-FILE
           MOVE SPACES TO FND-KEY
           STRING "EMP " ARR-EMP-ID " CODE " ARR-CODE
               DELIMITED BY SIZE INTO FND-KEY
           MOVE ARR-EMP-ID TO EMP-MASTER-ID
           PERFORM 810-CHECK-ON-MASTER
           EVALUATE TRUE
               WHEN NOT ON-MASTER
                   MOVE "ARREARS FOR EMPLOYEE NOT ON EMPMASTER.DAT"
                       TO FND-TEXT
                   MOVE ARR-AMOUNT TO FND-ON-FILE
                   MOVE ZERO TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-BAL-FINDINGS
               WHEN EMP-TERMINATED AND ARR-AMOUNT NOT = ZERO
                   MOVE "ARREARS CARRIED FOR TERMINATED EMPLOYEE"
                       TO FND-TEXT
                   MOVE ARR-AMOUNT TO FND-ON-FILE
                   MOVE ZERO TO FND-SHOULD-BE
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-BAL-FINDINGS
           END-EVALUATE.

       420-READ-LEAVE.
           READ LEAVE-BALANCE-FILE NEXT RECORD
               AT END
                   SET LVB-EOF TO TRUE
               NOT AT END
                   PERFORM 421-AUDIT-LEAVE
           END-READ.

       421-AUDIT-LEAVE.
           MOVE "LEAVEBAL.DAT" TO FND-FILE
           MOVE SPACES TO FND-KEY
           STRING "EMP " LVB-EMP-ID DELIMITED BY SIZE INTO FND-KEY
           MOVE LVB-EMP-ID TO EMP-MASTER-ID
           PERFORM 810-CHECK-ON-MASTER
           IF NOT ON-MASTER
               MOVE "LEAVE RECORD FOR EMPLOYEE NOT ON MASTER"
                   TO FND-TEXT
               MOVE SPACES TO FND-AMOUNTS
               PERFORM 800-WRITE-FINDING
               ADD 1 TO WS-BAL-FINDINGS
           ELSE
               IF EMP-TERMINATED
                   IF LVB-VAC-BALANCE NOT = ZERO
                       MOVE "VACATION HOURS CARRIED FOR TERMINATED EMP"
                           TO FND-TEXT
                       MOVE LVB-VAC-BALANCE TO FND-ON-FILE
                       MOVE ZERO TO FND-SHOULD-BE
                       PERFORM 800-WRITE-FINDING
                       ADD 1 TO WS-BAL-FINDINGS
                   END-IF
                   IF LVB-SICK-BALANCE NOT = ZERO
                       MOVE "SICK HOURS CARRIED FOR TERMINATED EMP"
                           TO FND-TEXT
                       MOVE LVB-SICK-BALANCE TO FND-ON-FILE
                       MOVE ZERO TO FND-SHOULD-BE
                       PERFORM 800-WRITE-FINDING
                       ADD 1 TO WS-BAL-FINDINGS
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 500-AUDIT-DED-CODES checks each DED-CODE on DEDUCTIONS.DAT
      *> has somewhere for its money to go: a payee on DEDPAYEE.DAT
      *> for DED-REMIT to pay, and a type "C" clearing account on
      *> GLMAP.DAT for the journal (PAYROLL-SYSTEM would post it to
      *> suspense). A site that supplies no GLMAP.DAT takes no GL
      *> extract at all, so the account check is then skipped and
      *> noted.
      *>----------------------------------------------------------------
       500-AUDIT-DED-CODES.
           MOVE "DEDUCTIONS.DAT CODES AGAINST DEDPAYEE.DAT / GLMAP.DAT"
               TO WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-FINDING-HEADER
           OPEN INPUT PAYEE-MASTER-FILE
           MOVE 'N' TO WS-PAYEE-EOF-FLAG
           PERFORM 510-LOAD-PAYEE-CODE UNTIL PAYEE-EOF
           CLOSE PAYEE-MASTER-FILE
           OPEN INPUT GL-MAP-FILE
           MOVE 'N' TO WS-GLMAP-EOF-FLAG
           PERFORM 520-LOAD-GL-CODE UNTIL GLMAP-EOF
           CLOSE GL-MAP-FILE
           IF WS-GLMAP-COUNT = ZERO
               MOVE "  GLMAP.DAT NOT SUPPLIED - ACCOUNTS NOT CHECKED"
                   TO WS-SECTION-LINE
               WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           END-IF
           OPEN INPUT DEDUCTIONS-FILE
           MOVE 'N' TO WS-DED-EOF-FLAG
           PERFORM 530-READ-DEDUCTION UNTIL DED-EOF
           CLOSE DEDUCTIONS-FILE
           WRITE INTEGRITY-LINE FROM SPACES.

       510-LOAD-PAYEE-CODE.
           READ PAYEE-MASTER-FILE
               AT END
                   SET PAYEE-EOF TO TRUE
               NOT AT END
                   IF WS-PAYEE-CODE-COUNT = 200
                       GO TO 510-PAYEE-OVERFLOW-EXIT
                   END-IF
                   ADD 1 TO WS-PAYEE-CODE-COUNT
                   MOVE DPM-DED-CODE
                       TO WS-PAYEE-CODE(WS-PAYEE-CODE-COUNT)
           END-READ.

       510-PAYEE-OVERFLOW-EXIT.
           DISPLAY "INTEGRITY-AUDIT ABEND: DEDPAYEE.DAT EXCEEDS "
               "200 PAYEE CODES"
           CLOSE PAYEE-MASTER-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE INTEGRITY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       520-LOAD-GL-CODE.
           READ GL-MAP-FILE
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GLMAP-COUNT
                   IF MAP-TYPE = "C"
                       IF WS-GL-CODE-COUNT = 200
                           GO TO 520-GL-OVERFLOW-EXIT
                       END-IF
                       ADD 1 TO WS-GL-CODE-COUNT
                       MOVE MAP-KEY TO WS-GL-CODE(WS-GL-CODE-COUNT)
                   END-IF
           END-READ.

       520-GL-OVERFLOW-EXIT.
           DISPLAY "INTEGRITY-AUDIT ABEND: GLMAP.DAT EXCEEDS "
               "200 TYPE C CLEARING ACCOUNTS"
           CLOSE GL-MAP-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE INTEGRITY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       530-READ-DEDUCTION.
           READ DEDUCTIONS-FILE
               AT END
                   SET DED-EOF TO TRUE
               NOT AT END
                   MOVE DED-CODE TO WS-LOOK-CODE
                   MOVE 'N' TO WS-CODE-FOUND-FLAG
                   PERFORM 531-MATCH-SEEN-CODE
                       VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > WS-SEEN-CODE-COUNT
                   IF NOT CODE-FOUND
                       PERFORM 540-AUDIT-ONE-CODE
                   END-IF
           END-READ.

       531-MATCH-SEEN-CODE.
           IF WS-SEEN-CODE(WS-CODE-SUB) = WS-LOOK-CODE
               SET CODE-FOUND TO TRUE
           END-IF.

       540-AUDIT-ONE-CODE.
           IF WS-SEEN-CODE-COUNT = 200
               GO TO 540-CODE-OVERFLOW-EXIT
           END-IF
           ADD 1 TO WS-SEEN-CODE-COUNT
           MOVE WS-LOOK-CODE TO WS-SEEN-CODE(WS-SEEN-CODE-COUNT)
           MOVE "DEDUCTIONS.DAT" TO FND-FILE
           MOVE SPACES TO FND-KEY
           STRING "DED-CODE " WS-LOOK-CODE
               DELIMITED BY SIZE INTO FND-KEY
           MOVE SPACES TO FND-AMOUNTS
           MOVE 'N' TO WS-CODE-FOUND-FLAG
           PERFORM 541-MATCH-PAYEE-CODE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-PAYEE-CODE-COUNT
           IF NOT CODE-FOUND
               MOVE "NO PAYEE ON DEDPAYEE.DAT" TO FND-TEXT
               PERFORM 800-WRITE-FINDING
               ADD 1 TO WS-CODE-FINDINGS
           END-IF
           IF WS-GLMAP-COUNT > ZERO
               MOVE 'N' TO WS-CODE-FOUND-FLAG
               PERFORM 542-MATCH-GL-CODE
                   VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-GL-CODE-COUNT
               IF NOT CODE-FOUND
                   MOVE "NO CLEARING ACCOUNT ON GLMAP.DAT (TYPE C)"
                       TO FND-TEXT
                   PERFORM 800-WRITE-FINDING
                   ADD 1 TO WS-CODE-FINDINGS
               END-IF
           END-IF.

       540-CODE-OVERFLOW-EXIT.
           DISPLAY "INTEGRITY-AUDIT ABEND: DEDUCTIONS.DAT CARRIES "
               "MORE THAN 200 DEDUCTION CODES"
           CLOSE DEDUCTIONS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE INTEGRITY-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       541-MATCH-PAYEE-CODE.
           IF WS-PAYEE-CODE(WS-CODE-SUB) = WS-LOOK-CODE
               SET CODE-FOUND TO TRUE
           END-IF.

       542-MATCH-GL-CODE.
           IF WS-GL-CODE(WS-CODE-SUB) = WS-LOOK-CODE
               SET CODE-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> 600-FINISH prints the counts and sets the return code the
      *> close is held on: 0 when the files agree, 4 when there is
      *> any finding.
      *>----------------------------------------------------------------
       600-FINISH.
           MOVE "AUDIT SUMMARY" TO WS-SECTION-LINE
           WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
           MOVE "YTD-MASTER RECORDS READ" TO SUM-LABEL
           MOVE WS-YTD-READ TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "PAY HISTORY RECORDS READ" TO SUM-LABEL
           MOVE WS-HIST-READ TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "CHECK MASTER RECORDS READ" TO SUM-LABEL
           MOVE WS-CHECKS-READ TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "YTD / HISTORY FINDINGS" TO SUM-LABEL
           MOVE WS-YTD-FINDINGS TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "CHECK FINDINGS" TO SUM-LABEL
           MOVE WS-CHK-FINDINGS TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "TERMINATED-BALANCE FINDINGS" TO SUM-LABEL
           MOVE WS-BAL-FINDINGS TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "DEDUCTION-CODE FINDINGS" TO SUM-LABEL
           MOVE WS-CODE-FINDINGS TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           MOVE "TOTAL FINDINGS" TO SUM-LABEL
           MOVE WS-FINDING-COUNT TO SUM-COUNT
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE
           WRITE INTEGRITY-LINE FROM SPACES
           MOVE WS-FINDING-COUNT TO WS-DISP-COUNT
           IF WS-FINDING-COUNT = ZERO
               MOVE "AUDIT CLEAN - THE FILES AGREE" TO WS-SECTION-LINE
               WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
               DISPLAY "INTEGRITY-AUDIT: CLEAN - NO FINDINGS"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE "AUDIT DIRTY - RESOLVE THE FINDINGS BEFORE CLOSE"
                   TO WS-SECTION-LINE
               WRITE INTEGRITY-LINE FROM WS-SECTION-LINE
               DISPLAY "INTEGRITY-AUDIT: DIRTY - " WS-DISP-COUNT
                   " FINDING(S) ON INTEGRITY.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE INTEGRITY-REPORT.

       800-WRITE-FINDING.
           WRITE INTEGRITY-LINE FROM WS-FINDING-LINE
           ADD 1 TO WS-FINDING-COUNT.

       810-CHECK-ON-MASTER.
           SET ON-MASTER TO TRUE
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-FLAG
           END-READ.
