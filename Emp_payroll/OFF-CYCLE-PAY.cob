       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFF-CYCLE-PAY.
       AUTHOR. CLAUDE.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  Initial version: pays final pay, bonuses and
      *>               manual checks between regular runs from the
      *>               OFFCYCLE.TRN item file (layout in OFFCYCLE.CPY).
      *>               Each item is withheld - regular wages at the
      *>               TAXRATES.PRM period brackets, supplemental pay
      *>               (bonuses, commissions, a final-pay vacation
      *>               payout) at the flat supplemental rate, state tax
      *>               from the work state's brackets - and paid by
      *>               ACH on OFFACH.DAT or by printed check on
      *>               OFFCHECKS.RPT numbered from RUNCTL.DAT and
      *>               recorded on CHECKMSTR.DAT. Every payment posts
      *>               to YTD-MASTER.DAT and PAYHIST.DAT under the run
      *>               identity OFFCYCLE.PRM names (period plus
      *>               off-cycle run number, HIST-TYPE "O"), and a
      *>               final pay closes out the LEAVEBAL.DAT balances.
      *>               OFFCTL.DAT locks each identity against a second
      *>               posting (OFFOVRD.FLG overrides); the regular
      *>               run's RUNCTL.DAT lock, archives and outputs are
      *>               left alone - only its next check number moves.
      *>               OFFCYCLE.RPT registers every payment and reject.
      *>   2026-10-15  YTD and pay-history records widened for the
      *>               401(k) deferral and match fields. Off-cycle
      *>               items take no deductions, so they carry no
      *>               deferral or match: a YTD record started here
      *>               zeroes the 401(k) totals and the history
      *>               record leaves the match fields zero.
      *>   2026-10-15  Pay-history record widened to 605 for the
      *>               prior-year correction tax year (zero on every
      *>               off-cycle record).
      *>   2026-10-15  OFFCYCLE.TRN is a standing queue TIMECARD-EDIT
      *>               appends final-pay items to, so once the run is
      *>               locked on OFFCTL.DAT the items it read are
      *>               copied to OFFCYCLE-<period><run>.TRN and the
      *>               queue is emptied - the next off-cycle run no
      *>               longer pays them again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFCYCLE-PARM-FILE ASSIGN TO "OFFCYCLE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OFFCYCLE-TRANS-FILE ASSIGN TO "OFFCYCLE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT OFFCYCLE-TRANS-ARCHIVE
               ASSIGN TO DYNAMIC WS-TRN-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MASTER-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT TAX-RATES-FILE ASSIGN TO "TAXRATES.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXPRM-STATUS.
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
           SELECT OPTIONAL CHECK-MASTER-FILE ASSIGN TO "CHECKMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHECKPOINT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFCYCLE-CONTROL-FILE
               ASSIGN TO "OFFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFCYCLE-OVERRIDE-FILE
               ASSIGN TO "OFFOVRD.FLG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-ACH-FILE ASSIGN TO "OFFACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-CHECK-FILE ASSIGN TO "OFFCHECKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-STUB-FILE ASSIGN TO "OFFSTUBS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-REGISTER-FILE ASSIGN TO "OFFCYCLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
      *> OFFCYCLE-PARM-FILE (OFFCYCLE.PRM) names the run: the pay
      *> period the off-cycle payments fall in (HIST-PERIOD and
      *> CHKM-PERIOD carry it, so quarter and year reporting pick the
      *> payments up with the period's regular pay), the off-cycle
      *> run number within that period, and the check date - which
      *> also selects the TAXRATES.PRM generation withheld at.
      *>----------------------------------------------------------------
       FD OFFCYCLE-PARM-FILE.
       01 OFFCYCLE-PARM-RECORD.
           05 OFP-PERIOD          PIC 9(6).
           05 OFP-RUN-SEQ         PIC 9(2).
           05 OFP-CHECK-DATE      PIC 9(8).

       FD OFFCYCLE-TRANS-FILE.
       COPY "OFFCYCLE.CPY".

      *>----------------------------------------------------------------
      *> OFFCYCLE-TRANS-ARCHIVE is the run's copy of the items it
      *> read, OFFCYCLE-<period><run>.TRN, named through
      *> WS-TRN-ARCHIVE-NAME.
      *>----------------------------------------------------------------
       FD OFFCYCLE-TRANS-ARCHIVE.
       01 OFFCYCLE-TRANS-ARCHIVE-RECORD PIC X(35).

       FD EMPLOYEE-MASTER.
       COPY "EMPMASTER.CPY".

      *>----------------------------------------------------------------
      *> TAX-RATES-FILE (TAXRATES.PRM) - the same effective-dated
      *> table PAYROLL-SYSTEM withholds from; see its description
      *> there. This run also takes the flat supplemental rate from
      *> the type "R" row.
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
               10 TRT-SS-RATE       PIC V9999.
               10 TRT-MEDI-RATE     PIC V9999.
               10 TRT-FUTA-RATE     PIC V9999.
               10 TRT-SUTA-RATE     PIC V9999.
               10 TRT-SS-BASE       PIC 9(7)V99.
               10 TRT-FUTA-BASE     PIC 9(7)V99.
               10 TRT-SUTA-BASE     PIC 9(7)V99.
               10 TRT-SUPP-RATE     PIC V9999.
               10 FILLER            PIC X(13).
           05 TRT-BRACKET-DETAIL REDEFINES TRT-DETAIL.
               10 TRT-FILING-STATUS PIC 9.
               10 TRT-BRACKET-NBR   PIC 9.
               10 TRT-LOWER-LIMIT   PIC 9(7)V99.
               10 TRT-UPPER-LIMIT   PIC 9(7)V99.
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

       FD YTD-MASTER-FILE.
       COPY "YTDMASTER.CPY".

       FD LEAVE-BALANCE-FILE.
       COPY "LEAVEBAL.CPY".

       FD PAY-HISTORY-MASTER.
       01 PAY-HISTORY-MASTER-RECORD   PIC X(605).

       FD CHECK-MASTER-FILE.
       COPY "CHECKMSTR.CPY".

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

      *>----------------------------------------------------------------
      *> CHECKPOINT-FILE (CHECKPOINT.CTL) is only looked at: a regular
      *> run that abended part-way leaves a non-zero record count and
      *> will reissue check numbers from its checkpoint when it is
      *> restarted, so an off-cycle run must not cut checks before
      *> that restart has finished.
      *>----------------------------------------------------------------
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-RECORD-COUNT   PIC 9(7).
           05 FILLER              PIC X(150).

      *>----------------------------------------------------------------
      *> OFFCYCLE-CONTROL-FILE (OFFCTL.DAT) records the last off-cycle
      *> run posted cleanly, the discipline RUNCTL.DAT gives a pay
      *> run: a run identity not after it is refused unless the
      *> operator supplies OFFOVRD.FLG.
      *>----------------------------------------------------------------
       FD OFFCYCLE-CONTROL-FILE.
       01 OFFCYCLE-CONTROL-RECORD.
           05 OFC-POSTED-FLAG     PIC X.
               88 OFC-POSTED      VALUE "Y".
           05 OFC-PERIOD          PIC 9(6).
           05 OFC-RUN-SEQ         PIC 9(2).
           05 OFC-POSTED-DATE     PIC 9(8).
           05 OFC-POSTED-TIME     PIC 9(6).
           05 OFC-PAID-COUNT      PIC 9(5).
           05 OFC-PAID-GROSS      PIC 9(9)V99.

       FD OFFCYCLE-OVERRIDE-FILE.
       01 OFFCYCLE-OVERRIDE-RECORD PIC X(80).

       FD OFFCYCLE-ACH-FILE.
       01 OFFCYCLE-ACH-RECORD     PIC X(94).

       FD OFFCYCLE-CHECK-FILE.
       01 OFFCYCLE-CHECK-LINE     PIC X(80).

       FD OFFCYCLE-STUB-FILE.
       01 OFFCYCLE-STUB-LINE      PIC X(80).

       FD OFFCYCLE-REGISTER-FILE.
       01 OFFCYCLE-REGISTER-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-PRM-STATUS       PIC XX VALUE SPACES.
               88 WS-PRM-NOT-FOUND VALUE "35".
           05 WS-TRN-STATUS       PIC XX VALUE SPACES.
               88 WS-TRN-NOT-FOUND VALUE "35".
           05 WS-MST-STATUS       PIC XX VALUE SPACES.
               88 WS-MST-NOT-FOUND VALUE "35".
           05 WS-YTD-STATUS       PIC XX VALUE SPACES.
               88 WS-YTD-NOT-FOUND VALUE "35".
           05 WS-LVB-STATUS       PIC XX VALUE SPACES.
               88 WS-LVB-NOT-FOUND VALUE "35".
           05 WS-TRN-EOF-FLAG     PIC X VALUE 'N'.
               88 TRN-EOF         VALUE 'Y'.
           05 WS-ITEM-OK-FLAG     PIC X VALUE 'N'.
               88 ITEM-OK         VALUE 'Y'.
           05 WS-LVB-FOUND-FLAG   PIC X VALUE 'N'.
               88 LEAVE-REC-FOUND VALUE 'Y'.
           05 WS-OVERRIDE-FLAG    PIC X VALUE 'N'.
               88 OVERRIDE-PRESENT VALUE 'Y'.
           05 WS-PRIOR-RUN-FLAG   PIC X VALUE 'N'.
               88 PRIOR-RUN-POSTED VALUE 'Y'.
           05 WS-CHECKS-CUT-FLAG  PIC X VALUE 'N'.
               88 ANY-CHECKS-CUT  VALUE 'Y'.

       COPY "PAYHIST.CPY".

       01 WS-RUN-INFO.
           05 WS-PERIOD-NUMBER    PIC 9(6) VALUE ZERO.
           05 WS-RUN-SEQ          PIC 9(2) VALUE ZERO.
           05 WS-CHECK-DATE       PIC 9(8) VALUE ZERO.
           05 WS-LAST-PERIOD      PIC 9(6) VALUE ZERO.
           05 WS-LAST-RUN-SEQ     PIC 9(2) VALUE ZERO.
           05 WS-NEXT-CHECK-NBR   PIC 9(8) VALUE ZERO.
           05 WS-SAVED-RUN-CONTROL PIC X(53) VALUE SPACES.
           05 WS-TRN-ARCHIVE-NAME PIC X(40) VALUE SPACES.
           05 WS-CURRENT-STAMP.
               10 WS-STAMP-DATE   PIC 9(8).
               10 WS-STAMP-TIME   PIC 9(6).

      *>----------------------------------------------------------------
      *> WS-PAY-METHOD: "D" direct deposit for an employee whose bank
      *> details have a cleared prenote, "C" printed check for
      *> everyone else and for every manual-check item. An off-cycle
      *> run never starts or advances the prenote ladder - that stays
      *> with the regular run.
      *>----------------------------------------------------------------
       01 WS-PAY-METHOD-INFO.
           05 WS-PAY-METHOD        PIC X VALUE "C".
               88 PAY-BY-ACH       VALUE "D".
               88 PAY-BY-CHECK     VALUE "C".
           05 WS-CHECK-NBR-DISP    PIC 9(8) VALUE ZERO.

      *>----------------------------------------------------------------
      *> WS-REGULAR-WAGES is the part of the item withheld at the
      *> period brackets, WS-SUPP-WAGES the supplemental part
      *> withheld at the flat rate; WS-PAYOUT-HOURS the unused
      *> vacation hours a final pay cashes out.
      *>----------------------------------------------------------------
       01 WS-CALCULATIONS.
           05 WS-REGULAR-WAGES    PIC S9(7)V99 VALUE ZERO.
           05 WS-SUPP-WAGES       PIC S9(7)V99 VALUE ZERO.
           05 WS-PAYOUT-HOURS     PIC S9(4)V99 VALUE ZERO.
           05 WS-GROSS-PAY        PIC S9(7)V99 VALUE ZERO.
           05 WS-TAXABLE-GROSS    PIC S9(7)V99 VALUE ZERO.
           05 WS-TAX              PIC S9(7)V99 VALUE ZERO.
           05 WS-SUPP-TAX         PIC S9(7)V99 VALUE ZERO.
           05 WS-STATE-TAX        PIC S9(7)V99 VALUE ZERO.
           05 WS-NET-PAY          PIC S9(7)V99 VALUE ZERO.

       01 WS-EMPLOYER-TAX-CONSTANTS.
           05 WS-SS-RATE            PIC V9999 VALUE ZERO.
           05 WS-MEDI-RATE          PIC V9999 VALUE ZERO.
           05 WS-FUTA-RATE          PIC V9999 VALUE ZERO.
           05 WS-SUTA-RATE          PIC V9999 VALUE ZERO.
           05 WS-SS-WAGE-BASE       PIC 9(7)V99 VALUE ZERO.
           05 WS-FUTA-WAGE-BASE     PIC 9(7)V99 VALUE ZERO.
           05 WS-SUTA-WAGE-BASE     PIC 9(7)V99 VALUE ZERO.
           05 WS-SUPP-RATE          PIC V9999 VALUE ZERO.

       01 WS-TAX-PARM-INFO.
           05 WS-TAXPRM-STATUS     PIC XX VALUE SPACES.
               88 WS-TAXPRM-NOT-FOUND VALUE "35".
           05 WS-TAXPRM-EOF-FLAG   PIC X VALUE 'N'.
               88 TAXPRM-EOF       VALUE 'Y'.
           05 WS-TAX-EFF-DATE      PIC 9(8) VALUE ZERO.
           05 WS-TAX-RATES-SEEN    PIC X VALUE 'N'.
               88 TAX-RATES-SEEN   VALUE 'Y'.
           05 WS-TAX-BRACKETS-SEEN PIC 9(2) VALUE ZERO.

       01 WS-EMPLOYER-COST.
           05 WS-SS-TAXABLE         PIC S9(7)V99 VALUE ZERO.
           05 WS-FUTA-TAXABLE       PIC S9(7)V99 VALUE ZERO.
           05 WS-SUTA-TAXABLE       PIC S9(7)V99 VALUE ZERO.
           05 WS-ER-FICA            PIC S9(7)V99 VALUE ZERO.
           05 WS-ER-FUTA            PIC S9(7)V99 VALUE ZERO.
           05 WS-ER-SUTA            PIC S9(7)V99 VALUE ZERO.

       01 WS-TAX-TABLE.
           05 WS-STATUS-BRACKETS OCCURS 3 TIMES INDEXED BY WS-STAT-IDX.
               10 WS-BRACKET OCCURS 4 TIMES INDEXED BY WS-BRK-IDX.
                   15 WS-BRK-LOWER-LIMIT  PIC 9(7)V99.
                   15 WS-BRK-UPPER-LIMIT  PIC 9(7)V99.
                   15 WS-BRK-RATE         PIC V999.
                   15 WS-BRK-BASE-TAX     PIC 9(7)V99.

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

       01 WS-COUNTERS.
           05 WS-PAID-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-REJECT-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-ACH-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-CHECK-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-GROSS      PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-TAX        PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-STATE-TAX  PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-NET        PIC S9(9)V99 VALUE ZERO.
           05 WS-DISP-PAID        PIC ZZZZ9.
           05 WS-DISP-REJECT      PIC ZZZZ9.
           05 WS-DISP-ACH         PIC ZZZZ9.
           05 WS-DISP-CHECK       PIC ZZZZ9.

      *>----------------------------------------------------------------
      *> Company/bank identifiers for the off-cycle NACHA envelope -
      *> the site's standing values, as PAYROLL-SYSTEM carries for
      *> the payroll export.
      *>----------------------------------------------------------------
       01 WS-NACHA-CONSTANTS.
           05 WS-NACHA-IMMED-DEST   PIC X(10) VALUE " 071000013".
           05 WS-NACHA-IMMED-ORIGIN PIC X(10) VALUE "1362541790".
           05 WS-NACHA-DEST-NAME    PIC X(23) VALUE
               "FIRST NATIONAL BANK".
           05 WS-NACHA-ORIGIN-NAME  PIC X(23) VALUE
               "ACME STAFFING INC".
           05 WS-NACHA-COMPANY-NAME PIC X(16) VALUE
               "ACME STAFFING".
           05 WS-NACHA-COMPANY-ID   PIC X(10) VALUE "1362541790".
           05 WS-NACHA-ODFI-ID      PIC 9(8) VALUE 07100001.

       01 WS-NACHA-FILE-HEADER.
           05 FILLER                PIC X(1) VALUE "1".
           05 FILLER                PIC X(2) VALUE "01".
           05 NFH-IMMED-DEST        PIC X(10).
           05 NFH-IMMED-ORIGIN      PIC X(10).
           05 NFH-CREATION-DATE     PIC 9(6).
           05 NFH-CREATION-TIME     PIC 9(4).
           05 NFH-FILE-ID-MODIFIER  PIC X(1) VALUE "A".
           05 FILLER                PIC X(3) VALUE "094".
           05 FILLER                PIC X(2) VALUE "10".
           05 FILLER                PIC X(1) VALUE "1".
           05 NFH-DEST-NAME         PIC X(23).
           05 NFH-ORIGIN-NAME       PIC X(23).
           05 FILLER                PIC X(8) VALUE SPACES.

       01 WS-NACHA-BATCH-HEADER.
           05 FILLER                PIC X(1) VALUE "5".
           05 FILLER                PIC 9(3) VALUE 220.
           05 NBH-COMPANY-NAME      PIC X(16).
           05 FILLER                PIC X(20) VALUE SPACES.
           05 NBH-COMPANY-ID        PIC X(10).
           05 FILLER                PIC X(3) VALUE "PPD".
           05 FILLER                PIC X(10) VALUE "OFFCYCLE".
           05 NBH-DESCRIPTIVE-DATE  PIC 9(6).
           05 NBH-EFFECTIVE-DATE    PIC 9(6).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE "1".
           05 NBH-ODFI-ID           PIC 9(8).
           05 FILLER                PIC 9(7) VALUE 1.

       01 WS-NACHA-ENTRY-DETAIL.
           05 FILLER                PIC X(1) VALUE "6".
           05 NED-TRANSACTION-CODE  PIC X(2) VALUE "22".
           05 NED-RECEIVING-DFI-ID  PIC 9(8).
           05 NED-CHECK-DIGIT       PIC 9(1).
           05 NED-DFI-ACCOUNT-NUM   PIC X(17).
           05 NED-AMOUNT            PIC 9(8)V99.
           05 NED-INDIVIDUAL-ID     PIC X(15).
           05 NED-INDIVIDUAL-NAME   PIC X(22).
           05 NED-DISCRETIONARY     PIC X(2) VALUE SPACES.
           05 NED-ADDENDA-INDICATOR PIC X(1) VALUE "0".
           05 NED-TRACE-NUMBER.
               10 NED-TRACE-DFI     PIC 9(8).
               10 NED-TRACE-SEQ     PIC 9(7).

       01 WS-NACHA-BATCH-CONTROL.
           05 FILLER                PIC X(1) VALUE "8".
           05 FILLER                PIC 9(3) VALUE 220.
           05 NBC-ENTRY-COUNT       PIC 9(6).
           05 NBC-ENTRY-HASH        PIC 9(10).
           05 NBC-DEBIT-TOTAL       PIC 9(12) VALUE ZERO.
           05 NBC-CREDIT-TOTAL      PIC 9(10)V99.
           05 NBC-COMPANY-ID        PIC X(10).
           05 FILLER                PIC X(19) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE SPACES.
           05 NBC-ODFI-ID           PIC 9(8).
           05 FILLER                PIC 9(7) VALUE 1.

       01 WS-NACHA-FILE-CONTROL.
           05 FILLER                PIC X(1) VALUE "9".
           05 FILLER                PIC 9(6) VALUE 1.
           05 NFC-BLOCK-COUNT       PIC 9(6).
           05 NFC-ENTRY-COUNT       PIC 9(8).
           05 NFC-ENTRY-HASH        PIC 9(10).
           05 NFC-DEBIT-TOTAL       PIC 9(12) VALUE ZERO.
           05 NFC-CREDIT-TOTAL      PIC 9(10)V99.
           05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-NACHA-FILLER-RECORD    PIC X(94) VALUE ALL "9".

       01 WS-NACHA-TOTALS.
           05 WS-NACHA-ENTRY-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-NACHA-ENTRY-HASH   PIC 9(10) VALUE ZERO.
           05 WS-NACHA-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 WS-NACHA-RECORD-COUNT PIC 9(6) VALUE ZERO.
           05 WS-NACHA-BLOCK-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-NACHA-PAD-COUNT    PIC 9(2) VALUE ZERO.

      *>----------------------------------------------------------------
      *> Off-cycle check print lines, the same face the payroll
      *> checks use; the memo names the off-cycle run.
      *>----------------------------------------------------------------
       01 WS-CHECK-RULE-LINE       PIC X(72) VALUE ALL "=".

       01 WS-CHECK-HEAD-LINE.
           05 FILLER               PIC X(40) VALUE
               "ACME STAFFING INC".
           05 FILLER               PIC X(9) VALUE "CHECK NO ".
           05 CHK-NUMBER           PIC 9(8).

       01 WS-CHECK-DATE-LINE.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "CHECK DATE ".
           05 CHK-DATE             PIC 9(8).

       01 WS-CHECK-PAYEE-LINE.
           05 FILLER               PIC X(21) VALUE
               "PAY TO THE ORDER OF  ".
           05 CHK-PAYEE            PIC X(30).

       01 WS-CHECK-AMOUNT-LINE.
           05 FILLER               PIC X(21) VALUE
               "THE AMOUNT OF        ".
           05 CHK-AMOUNT           PIC $*,***,**9.99.

       01 WS-CHECK-MEMO-LINE.
           05 FILLER               PIC X(5) VALUE "MEMO ".
           05 FILLER               PIC X(17) VALUE
               "OFF-CYCLE PERIOD ".
           05 CHK-MEMO-PERIOD      PIC 9(6).
           05 FILLER               PIC X(5) VALUE " RUN ".
           05 CHK-MEMO-SEQ         PIC 9(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "EMP-ID ".
           05 CHK-EMP-ID           PIC 9(5).

      *>----------------------------------------------------------------
      *> Off-cycle pay statement lines for OFFSTUBS.RPT (and the stub
      *> printed under each check): the item paid, its regular and
      *> supplemental parts, the withholding and net, and the
      *> year-to-date totals as they stand after the payment posted.
      *>----------------------------------------------------------------
       01 WS-STUB-RULE-LINE        PIC X(72) VALUE ALL "-".

       01 WS-STUB-ID-LINE.
           05 FILLER               PIC X(23) VALUE
               "OFF-CYCLE PAY STATEMENT".
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "EMP-ID ".
           05 STUB-EMP-ID          PIC 9(5).

       01 WS-STUB-RUN-LINE.
           05 FILLER               PIC X(7) VALUE "PERIOD ".
           05 STUB-PERIOD          PIC 9(6).
           05 FILLER               PIC X(5) VALUE " RUN ".
           05 STUB-RUN-SEQ         PIC 9(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "CHECK DATE ".
           05 STUB-CHECK-DATE      PIC 9(8).

       01 WS-STUB-NAME-LINE.
           05 STUB-EMP-NAME        PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 STUB-ITEM-NAME       PIC X(16).
           05 STUB-DESCRIPTION     PIC X(20).

       01 WS-STUB-ITEM-LINE.
           05 FILLER               PIC X(6) VALUE "WAGES ".
           05 STUB-REGULAR         PIC $$$,$$9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "SUPPLEMENTAL ".
           05 STUB-SUPP            PIC $$$,$$9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "VAC HRS ".
           05 STUB-PAYOUT-HOURS    PIC ZZZ9.99.

       01 WS-STUB-PAY-LINE.
           05 FILLER               PIC X(6) VALUE "GROSS ".
           05 STUB-GROSS           PIC $$$,$$9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "FED TAX ".
           05 STUB-TAX             PIC $$$,$$9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE "NET ".
           05 STUB-NET             PIC $$$,$$9.99-.

       01 WS-STUB-STATE-LINE.
           05 FILLER               PIC X(10) VALUE "STATE TAX ".
           05 STUB-STATE           PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 STUB-STATE-TAX       PIC $$$,$$9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "YTD STATE TAX ".
           05 STUB-YTD-STATE-TAX   PIC $$,$$$,$$9.99-.

       01 WS-STUB-YTD-LINE.
           05 FILLER               PIC X(10) VALUE "YTD GROSS ".
           05 STUB-YTD-GROSS       PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "YTD FED TAX ".
           05 STUB-YTD-TAX         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "YTD NET ".
           05 STUB-YTD-NET         PIC $$,$$$,$$9.99-.

      *>----------------------------------------------------------------
      *> OFFCYCLE.RPT register lines: one line per payment, one per
      *> rejected item (with the reason) and per advisory note, and
      *> the run totals at the foot.
      *>----------------------------------------------------------------
       01 WS-REGISTER-TITLE.
           05 FILLER              PIC X(25) VALUE
               "OFF-CYCLE PAY REGISTER   ".
           05 FILLER              PIC X(7) VALUE "PERIOD ".
           05 TTL-PERIOD          PIC 9(6).
           05 FILLER              PIC X(5) VALUE " RUN ".
           05 TTL-RUN-SEQ         PIC 9(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "CHECK DATE ".
           05 TTL-CHECK-DATE      PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "TAX TABLE EFF ".
           05 TTL-TAX-EFF-DATE    PIC 9(8).
           05 FILLER              PIC X(7) VALUE "  SUPP ".
           05 TTL-SUPP-RATE       PIC 9.9999.

       01 WS-REGISTER-HEADER.
           05 FILLER              PIC X(7)  VALUE "EMP-ID".
           05 FILLER              PIC X(22) VALUE "NAME".
           05 FILLER              PIC X(3)  VALUE "IT".
           05 FILLER              PIC X(13) VALUE "WAGES".
           05 FILLER              PIC X(13) VALUE "SUPPLEMENT".
           05 FILLER              PIC X(13) VALUE "GROSS".
           05 FILLER              PIC X(13) VALUE "FED-TAX".
           05 FILLER              PIC X(13) VALUE "ST-TAX".
           05 FILLER              PIC X(13) VALUE "NET".
           05 FILLER              PIC X(3)  VALUE "PD".
           05 FILLER              PIC X(8)  VALUE "CHECK-NO".

       01 WS-REGISTER-LINE.
           05 RGL-EMP-ID          PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-EMP-NAME        PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-ITEM-TYPE       PIC X.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-REGULAR         PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-SUPP            PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-GROSS           PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-TAX             PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-STATE-TAX       PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-NET             PIC $$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-PAY-METHOD      PIC X.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RGL-CHECK-NBR       PIC X(8).

       01 WS-REJECT-LINE.
           05 RJL-TAG             PIC X(8).
           05 RJL-EMP-ID          PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RJL-ITEM-TYPE       PIC X.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RJL-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RJL-REASON          PIC X(50).

       01 WS-REGISTER-TOTAL-LINE.
           05 FILLER              PIC X(7) VALUE "TOTALS ".
           05 FILLER              PIC X(5) VALUE "PAID ".
           05 RTL-PAID-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE "  REJECTS ".
           05 RTL-REJECT-COUNT    PIC ZZZZ9.
           05 FILLER              PIC X(8) VALUE "  GROSS ".
           05 RTL-GROSS           PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(10) VALUE "  FED TAX ".
           05 RTL-TAX             PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(9) VALUE "  ST TAX ".
           05 RTL-STATE-TAX       PIC $$$,$$$,$$9.99-.
           05 FILLER              PIC X(6) VALUE "  NET ".
           05 RTL-NET             PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INIT
           PERFORM 200-PROCESS-ITEMS UNTIL TRN-EOF
           PERFORM 400-CLEANUP
           STOP RUN.

      *>----------------------------------------------------------------
      *> 100-INIT proves the run may go ahead before anything posts:
      *> the run identity, the off-cycle lock, no regular run waiting
      *> on a restart, a check-number sequence to issue from, and a
      *> complete tax generation for the check date.
      *>----------------------------------------------------------------
       100-INIT.
           PERFORM 105-READ-OFFCYCLE-PARM
           PERFORM 110-CHECK-OFFCYCLE-CONTROL
           PERFORM 120-CHECK-REGULAR-RESTART
           PERFORM 130-READ-RUN-CONTROL
           PERFORM 106-LOAD-TAX-TABLE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-STAMP
           OPEN INPUT OFFCYCLE-TRANS-FILE
           IF WS-TRN-NOT-FOUND
               DISPLAY "OFF-CYCLE-PAY ABEND: OFFCYCLE.TRN NOT FOUND - "
                   "SUPPLY THE ITEMS TO PAY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MST-NOT-FOUND
               DISPLAY "OFF-CYCLE-PAY ABEND: EMPLOYEE MASTER "
                   "EMPMASTER.DAT NOT FOUND"
               CLOSE OFFCYCLE-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-NOT-FOUND
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF
           IF WS-YTD-STATUS NOT = "00" AND NOT WS-YTD-NOT-FOUND
               DISPLAY "OFF-CYCLE-PAY ABEND: YTD-MASTER.DAT OPEN "
                   "FAILED WITH FILE STATUS " WS-YTD-STATUS
                   " - CONVERT OR RESTORE THE FILE"
               CLOSE OFFCYCLE-TRANS-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LVB-NOT-FOUND
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF
           OPEN EXTEND PAY-HISTORY-MASTER
           OPEN EXTEND CHECK-MASTER-FILE
           OPEN OUTPUT OFFCYCLE-CHECK-FILE
           OPEN OUTPUT OFFCYCLE-STUB-FILE
           OPEN OUTPUT OFFCYCLE-REGISTER-FILE
           MOVE WS-PERIOD-NUMBER TO TTL-PERIOD
           MOVE WS-RUN-SEQ TO TTL-RUN-SEQ
           MOVE WS-CHECK-DATE TO TTL-CHECK-DATE
           MOVE WS-TAX-EFF-DATE TO TTL-TAX-EFF-DATE
           MOVE WS-SUPP-RATE TO TTL-SUPP-RATE
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TITLE
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE OFFCYCLE-REGISTER-LINE FROM SPACES
           MOVE WS-PERIOD-NUMBER TO STUB-PERIOD CHK-MEMO-PERIOD
           MOVE WS-RUN-SEQ TO STUB-RUN-SEQ CHK-MEMO-SEQ
           MOVE WS-CHECK-DATE TO STUB-CHECK-DATE CHK-DATE
           OPEN OUTPUT OFFCYCLE-ACH-FILE
           PERFORM 310-WRITE-NACHA-FILE-HEADER
           PERFORM 315-WRITE-NACHA-BATCH-HEADER.

       105-READ-OFFCYCLE-PARM.
           OPEN INPUT OFFCYCLE-PARM-FILE
           IF WS-PRM-NOT-FOUND
               DISPLAY "OFF-CYCLE-PAY ABEND: OFFCYCLE.PRM NOT FOUND - "
                   "SUPPLY PERIOD/RUN NUMBER/CHECK DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ OFFCYCLE-PARM-FILE
               AT END
                   DISPLAY "OFF-CYCLE-PAY ABEND: OFFCYCLE.PRM IS "
                       "EMPTY - SUPPLY PERIOD/RUN NUMBER/CHECK DATE"
                   CLOSE OFFCYCLE-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE OFFCYCLE-PARM-FILE
           IF OFP-PERIOD NOT NUMERIC OR OFP-RUN-SEQ NOT NUMERIC
               OR OFP-CHECK-DATE NOT NUMERIC
               OR OFP-RUN-SEQ = ZERO OR OFP-CHECK-DATE = ZERO
               DISPLAY "OFF-CYCLE-PAY ABEND: OFFCYCLE.PRM NEEDS A "
                   "PERIOD, A NON-ZERO RUN NUMBER AND A CHECK DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OFP-PERIOD TO WS-PERIOD-NUMBER
           MOVE OFP-RUN-SEQ TO WS-RUN-SEQ
           MOVE OFP-CHECK-DATE TO WS-CHECK-DATE.

      *>----------------------------------------------------------------
      *> 110-CHECK-OFFCYCLE-CONTROL refuses a run identity that is not
      *> after the last one posted: the same period and run number
      *> again would pay and post every item a second time. The
      *> operator forces a deliberate rerun with OFFOVRD.FLG.
      *>----------------------------------------------------------------
       110-CHECK-OFFCYCLE-CONTROL.
           OPEN INPUT OFFCYCLE-CONTROL-FILE
           READ OFFCYCLE-CONTROL-FILE
               AT END
                   MOVE 'N' TO WS-PRIOR-RUN-FLAG
               NOT AT END
                   IF OFC-POSTED
                       SET PRIOR-RUN-POSTED TO TRUE
                       MOVE OFC-PERIOD TO WS-LAST-PERIOD
                       MOVE OFC-RUN-SEQ TO WS-LAST-RUN-SEQ
                   END-IF
           END-READ
           CLOSE OFFCYCLE-CONTROL-FILE
           IF PRIOR-RUN-POSTED
               AND (WS-PERIOD-NUMBER < WS-LAST-PERIOD
                   OR (WS-PERIOD-NUMBER = WS-LAST-PERIOD
                       AND WS-RUN-SEQ NOT > WS-LAST-RUN-SEQ))
               DISPLAY "OFF-CYCLE-PAY: OFFCTL.DAT SHOWS PERIOD "
                   WS-LAST-PERIOD " RUN " WS-LAST-RUN-SEQ
                   " ALREADY POSTED ON " OFC-POSTED-DATE
                   " (COUNT " OFC-PAID-COUNT " GROSS " OFC-PAID-GROSS
                   ")"
               PERFORM 115-CHECK-OVERRIDE
               IF OVERRIDE-PRESENT
                   DISPLAY "OFF-CYCLE-PAY: OPERATOR OVERRIDE "
                       "OFFOVRD.FLG ACCEPTED - RERUN PROCEEDS"
               ELSE
                   DISPLAY "OFF-CYCLE-PAY ABEND: RERUN REFUSED - "
                       "USE THE NEXT RUN NUMBER, OR SUPPLY OFFOVRD.FLG "
                       "TO FORCE A REPOST"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       115-CHECK-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-FLAG
           OPEN INPUT OFFCYCLE-OVERRIDE-FILE
           READ OFFCYCLE-OVERRIDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET OVERRIDE-PRESENT TO TRUE
           END-READ
           CLOSE OFFCYCLE-OVERRIDE-FILE.

       120-CHECK-REGULAR-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CKPT-RECORD-COUNT NUMERIC
                       AND CKPT-RECORD-COUNT > ZERO
                       DISPLAY "OFF-CYCLE-PAY ABEND: CHECKPOINT.CTL "
                           "SHOWS AN INTERRUPTED PAYROLL-SYSTEM RUN - "
                           "RESTART IT TO COMPLETION FIRST"
                       CLOSE CHECKPOINT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE.

      *>----------------------------------------------------------------
      *> 130-READ-RUN-CONTROL takes the next check number from the
      *> regular run's RUNCTL.DAT, saving the whole record so
      *> 400-CLEANUP can hand the advanced number back without
      *> touching the posted-period lock or archive fields.
      *>----------------------------------------------------------------
       130-READ-RUN-CONTROL.
           MOVE ZERO TO WS-NEXT-CHECK-NBR
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RUN-CONTROL-RECORD TO WS-SAVED-RUN-CONTROL
                   IF RUN-NEXT-CHECK-NBR NUMERIC
                       MOVE RUN-NEXT-CHECK-NBR TO WS-NEXT-CHECK-NBR
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF WS-NEXT-CHECK-NBR = ZERO
               DISPLAY "OFF-CYCLE-PAY ABEND: RUNCTL.DAT NOT FOUND OR "
                   "HAS NO NEXT CHECK NUMBER - CANNOT NUMBER CHECKS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>----------------------------------------------------------------
      *> 106-LOAD-TAX-TABLE loads the TAXRATES.PRM generation in force
      *> for the off-cycle check date exactly as PAYROLL-SYSTEM does -
      *> newest federal generation not after the check date, each
      *> state's own newest generation - and takes the supplemental
      *> rate from the rates row. An incomplete table abends.
      *>----------------------------------------------------------------
       106-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATES-FILE
           IF WS-TAXPRM-NOT-FOUND
               DISPLAY "OFF-CYCLE-PAY ABEND: TAX PARAMETER FILE "
                   "TAXRATES.PRM NOT FOUND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-TAXPRM-EOF-FLAG
           PERFORM 107-SCAN-TAX-EFF-DATES UNTIL TAXPRM-EOF
           CLOSE TAX-RATES-FILE
           IF WS-TAX-EFF-DATE = ZERO
               DISPLAY "OFF-CYCLE-PAY ABEND: NO TAXRATES.PRM "
                   "GENERATION COVERS CHECK DATE " WS-CHECK-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TAX-RATES-FILE
           MOVE 'N' TO WS-TAXPRM-EOF-FLAG
           PERFORM 109-LOAD-TAX-GENERATION UNTIL TAXPRM-EOF
           CLOSE TAX-RATES-FILE
           IF NOT TAX-RATES-SEEN OR WS-TAX-BRACKETS-SEEN NOT = 12
               DISPLAY "OFF-CYCLE-PAY ABEND: TAXRATES.PRM "
                   "GENERATION EFF " WS-TAX-EFF-DATE
                   " IS INCOMPLETE - NEED 1 RATES ROW AND 12 "
                   "BRACKET ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SUPP-RATE = ZERO
               DISPLAY "OFF-CYCLE-PAY ABEND: TAXRATES.PRM "
                   "GENERATION EFF " WS-TAX-EFF-DATE
                   " CARRIES NO SUPPLEMENTAL RATE ON ITS RATES ROW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 114-CHECK-STATE-GENERATION
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.

       107-SCAN-TAX-EFF-DATES.
           READ TAX-RATES-FILE
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
           DISPLAY "OFF-CYCLE-PAY ABEND: TAXRATES.PRM CARRIES MORE "
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
                           IF TRT-SUPP-RATE NUMERIC
                               MOVE TRT-SUPP-RATE TO WS-SUPP-RATE
                           END-IF
                           SET TAX-RATES-SEEN TO TRUE
                       WHEN TRT-BRACKET-ROW
                           PERFORM 114-LOAD-BRACKET-ROW
                       WHEN OTHER
                           PERFORM 114-BAD-TAX-ROW-EXIT
                   END-EVALUATE
           END-READ.

       114-LOAD-BRACKET-ROW.
           IF TRT-FILING-STATUS < 1 OR TRT-FILING-STATUS > 3
               OR TRT-BRACKET-NBR < 1 OR TRT-BRACKET-NBR > 4
               PERFORM 114-BAD-TAX-ROW-EXIT
           END-IF
           MOVE TRT-LOWER-LIMIT TO
               WS-BRK-LOWER-LIMIT(TRT-FILING-STATUS, TRT-BRACKET-NBR)
           MOVE TRT-UPPER-LIMIT TO
               WS-BRK-UPPER-LIMIT(TRT-FILING-STATUS, TRT-BRACKET-NBR)
           MOVE TRT-RATE TO
               WS-BRK-RATE(TRT-FILING-STATUS, TRT-BRACKET-NBR)
           MOVE TRT-BASE-TAX TO
               WS-BRK-BASE-TAX(TRT-FILING-STATUS, TRT-BRACKET-NBR)
           ADD 1 TO WS-TAX-BRACKETS-SEEN.

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

       114-CHECK-STATE-GENERATION.
           PERFORM 114-CHECK-STATE-STATUS
               VARYING WS-ST-STAT-IDX FROM 1 BY 1
               UNTIL WS-ST-STAT-IDX > 3.

       114-CHECK-STATE-STATUS.
           IF WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX) = ZERO
               OR WS-ST-TBL-ROWS(WS-ST-IDX, WS-ST-STAT-IDX) NOT =
                   WS-ST-TBL-BRK-COUNT(WS-ST-IDX, WS-ST-STAT-IDX)
               SET WS-ST-DISP-STATUS TO WS-ST-STAT-IDX
               DISPLAY "OFF-CYCLE-PAY ABEND: TAXRATES.PRM STATE "
                   WS-ST-TBL-STATE(WS-ST-IDX) " GENERATION EFF "
                   WS-ST-TBL-EFF-DATE(WS-ST-IDX)
                   " IS INCOMPLETE FOR FILING STATUS "
                   WS-ST-DISP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       114-BAD-TAX-ROW-EXIT.
           DISPLAY "OFF-CYCLE-PAY ABEND: UNRECOGNIZED TAXRATES.PRM "
               "ROW (TYPE " TRT-RECORD-TYPE " EFF "
               TRT-EFFECTIVE-DATE ") - CORRECT THE TABLE"
           CLOSE TAX-RATES-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> 200-PROCESS-ITEMS pays one OFFCYCLE.TRN item at a time: edit
      *> it against the master, price and withhold it, then post and
      *> disburse it. An item that fails an edit is registered with
      *> its reason and nothing about it posts.
      *>----------------------------------------------------------------
       200-PROCESS-ITEMS.
           READ OFFCYCLE-TRANS-FILE
               AT END
                   SET TRN-EOF TO TRUE
               NOT AT END
                   PERFORM 205-EDIT-ITEM
                   IF ITEM-OK
                       PERFORM 210-CALCULATE-ITEM
                   END-IF
                   IF ITEM-OK
                       PERFORM 215-POST-ITEM
                   END-IF
           END-READ.

       205-EDIT-ITEM.
           SET ITEM-OK TO TRUE
           MOVE OFT-EMP-ID TO EMP-MASTER-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMP-ID NOT ON MASTER" TO RJL-REASON
                   PERFORM 290-REJECT-ITEM
           END-READ
           IF ITEM-OK
               EVALUATE TRUE
                   WHEN NOT (OFT-FINAL-PAY OR OFT-BONUS
                       OR OFT-MANUAL-CHECK)
                       MOVE "UNKNOWN ITEM TYPE - MUST BE F, B OR M"
                           TO RJL-REASON
                       PERFORM 290-REJECT-ITEM
                   WHEN OFT-AMOUNT NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO RJL-REASON
                       PERFORM 290-REJECT-ITEM
                   WHEN OFT-FINAL-PAY AND NOT EMP-TERMINATED
                       MOVE "FINAL PAY FOR AN EMPLOYEE NOT TERMINATED"
                           TO RJL-REASON
                       PERFORM 290-REJECT-ITEM
                   WHEN NOT OFT-FINAL-PAY AND OFT-AMOUNT = ZERO
                       MOVE "NO AMOUNT TO PAY" TO RJL-REASON
                       PERFORM 290-REJECT-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *>----------------------------------------------------------------
      *> 210-CALCULATE-ITEM splits the item into regular wages and
      *> supplemental pay and withholds each the way the rules call
      *> for: federal tax on the regular wages from the period
      *> brackets, plus the flat supplemental rate on the
      *> supplemental pay; state tax from the work state's brackets
      *> on the whole payment. No deductions are taken off-cycle -
      *> scheduled deductions and arrears belong to the regular run.
      *>----------------------------------------------------------------
       210-CALCULATE-ITEM.
           MOVE ZERO TO WS-REGULAR-WAGES
           MOVE ZERO TO WS-SUPP-WAGES
           MOVE ZERO TO WS-PAYOUT-HOURS
           MOVE 'N' TO WS-LVB-FOUND-FLAG
           EVALUATE TRUE
               WHEN OFT-FINAL-PAY
                   MOVE OFT-AMOUNT TO WS-REGULAR-WAGES
                   PERFORM 208-PRICE-LEAVE-PAYOUT
               WHEN OFT-BONUS
                   MOVE OFT-AMOUNT TO WS-SUPP-WAGES
               WHEN OTHER
                   MOVE OFT-AMOUNT TO WS-REGULAR-WAGES
           END-EVALUATE
           COMPUTE WS-GROSS-PAY = WS-REGULAR-WAGES + WS-SUPP-WAGES
           IF WS-GROSS-PAY NOT > ZERO
               MOVE "NOTHING TO PAY - NO WAGES AND NO VACATION BALANCE"
                   TO RJL-REASON
               PERFORM 290-REJECT-ITEM
           ELSE
               PERFORM 212-SELECT-STATE-TABLE
               MOVE WS-REGULAR-WAGES TO WS-TAXABLE-GROSS
               PERFORM 212-COMPUTE-TAX
               COMPUTE WS-SUPP-TAX ROUNDED =
                   WS-SUPP-WAGES * WS-SUPP-RATE
               ADD WS-SUPP-TAX TO WS-TAX
               MOVE WS-GROSS-PAY TO WS-TAXABLE-GROSS
               PERFORM 212-COMPUTE-STATE-TAX
               COMPUTE WS-NET-PAY =
                   WS-GROSS-PAY - WS-TAX - WS-STATE-TAX
               IF WS-NET-PAY NOT > ZERO
                   MOVE "WITHHOLDING LEAVES NO NET PAY" TO RJL-REASON
                   PERFORM 290-REJECT-ITEM
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 208-PRICE-LEAVE-PAYOUT cashes out a terminated employee's
      *> unused vacation at the master EMP-RATE - the figure
      *> TIMECARD-EDIT surfaced at termination - as supplemental
      *> pay. The record stays in hand for 233-CLOSE-LEAVE-BALANCE.
      *>----------------------------------------------------------------
       208-PRICE-LEAVE-PAYOUT.
           SET LEAVE-REC-FOUND TO TRUE
           MOVE EMP-MASTER-ID TO LVB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LVB-FOUND-FLAG
           END-READ
           IF LEAVE-REC-FOUND AND LVB-VAC-BALANCE > ZERO
               MOVE LVB-VAC-BALANCE TO WS-PAYOUT-HOURS
               COMPUTE WS-SUPP-WAGES ROUNDED =
                   LVB-VAC-BALANCE * EMP-RATE
           END-IF.

       212-COMPUTE-TAX.
           MOVE ZERO TO WS-TAX
           EVALUATE TRUE
               WHEN FILING-MARRIED
                   SET WS-STAT-IDX TO 2
               WHEN FILING-HOH
                   SET WS-STAT-IDX TO 3
               WHEN OTHER
                   SET WS-STAT-IDX TO 1
           END-EVALUATE
           IF WS-TAXABLE-GROSS > ZERO
               SET WS-BRK-IDX TO 1
               PERFORM 213-NEXT-BRACKET
                   UNTIL WS-TAXABLE-GROSS NOT > WS-BRK-UPPER-LIMIT(
                       WS-STAT-IDX, WS-BRK-IDX)
                   OR WS-BRK-IDX = 4
               COMPUTE WS-TAX ROUNDED =
                   WS-BRK-BASE-TAX(WS-STAT-IDX, WS-BRK-IDX) +
                   (WS-TAXABLE-GROSS - WS-BRK-LOWER-LIMIT(WS-STAT-IDX,
                       WS-BRK-IDX)) *
                   WS-BRK-RATE(WS-STAT-IDX, WS-BRK-IDX)
           END-IF.

       213-NEXT-BRACKET.
           SET WS-BRK-IDX UP BY 1.

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
      *> work-state table. A work state with no table withholds no
      *> state tax and is noted on the register, as the regular run
      *> notes it on EXCEPTIONS.RPT.
      *>----------------------------------------------------------------
       212-SELECT-STATE-TABLE.
           MOVE 'N' TO WS-ST-WITHHOLD-FLAG
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO WS-ST-LOOK-STATE
               PERFORM 107-FIND-STATE-ENTRY
               IF STATE-FOUND
                   SET STATE-WITHHELD TO TRUE
               ELSE
                   MOVE SPACES TO RJL-REASON
                   STRING "NO STATE TAX TABLE FOR WORK STATE "
                       EMP-WORK-STATE
                       DELIMITED BY SIZE INTO RJL-REASON
                   PERFORM 295-NOTE-ITEM
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> 215-POST-ITEM posts the priced item - YTD-MASTER.DAT, the
      *> leave close-out for a final pay, PAYHIST.DAT - then pays it
      *> and registers it.
      *>----------------------------------------------------------------
       215-POST-ITEM.
           PERFORM 217-UPDATE-YTD
           IF OFT-FINAL-PAY AND LEAVE-REC-FOUND
               PERFORM 233-CLOSE-LEAVE-BALANCE
           END-IF
           PERFORM 218-DETERMINE-PAY-METHOD
           PERFORM 223-WRITE-PAY-HISTORY
           PERFORM 222-WRITE-PAY-STUB
           IF PAY-BY-ACH
               PERFORM 225-WRITE-ACH-ENTRY
           ELSE
               PERFORM 226-WRITE-PAY-CHECK
           END-IF
           PERFORM 220-PRINT-REGISTER-LINE
           ADD 1 TO WS-PAID-COUNT
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           ADD WS-TAX TO WS-TOTAL-TAX
           ADD WS-STATE-TAX TO WS-TOTAL-STATE-TAX
           ADD WS-NET-PAY TO WS-TOTAL-NET.

       217-UPDATE-YTD.
           MOVE EMP-MASTER-ID TO YTD-EMP-ID
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO YTD-GROSS
                   MOVE ZERO TO YTD-TAX
                   MOVE ZERO TO YTD-NET
                   MOVE ZERO TO YTD-SS-WAGES
                   MOVE ZERO TO YTD-FUTA-WAGES
                   MOVE ZERO TO YTD-SUTA-WAGES
                   MOVE ZERO TO YTD-STATE-TAX
                   MOVE ZERO TO YTD-401K-DEFERRAL
                   MOVE ZERO TO YTD-401K-MATCH
                   PERFORM 219-COMPUTE-EMPLOYER-TAX
                   MOVE EMP-MASTER-ID TO YTD-EMP-ID
                   PERFORM 221-POST-YTD-FIELDS
                   WRITE YTD-MASTER-RECORD
               NOT INVALID KEY
                   PERFORM 219-COMPUTE-EMPLOYER-TAX
                   PERFORM 221-POST-YTD-FIELDS
                   REWRITE YTD-MASTER-RECORD.

      *>----------------------------------------------------------------
      *> 219-COMPUTE-EMPLOYER-TAX - the employer burden on the payment,
      *> capped against the YTD wage bases exactly as the regular
      *> run's 219-COMPUTE-EMPLOYER-TAX caps it.
      *>----------------------------------------------------------------
       219-COMPUTE-EMPLOYER-TAX.
           MOVE WS-GROSS-PAY TO WS-SS-TAXABLE
           IF YTD-SS-WAGES + WS-SS-TAXABLE > WS-SS-WAGE-BASE
               COMPUTE WS-SS-TAXABLE =
                   WS-SS-WAGE-BASE - YTD-SS-WAGES
           END-IF
           IF WS-SS-TAXABLE < ZERO
               MOVE ZERO TO WS-SS-TAXABLE
           END-IF
           MOVE WS-GROSS-PAY TO WS-FUTA-TAXABLE
           IF YTD-FUTA-WAGES + WS-FUTA-TAXABLE > WS-FUTA-WAGE-BASE
               COMPUTE WS-FUTA-TAXABLE =
                   WS-FUTA-WAGE-BASE - YTD-FUTA-WAGES
           END-IF
           IF WS-FUTA-TAXABLE < ZERO
               MOVE ZERO TO WS-FUTA-TAXABLE
           END-IF
           MOVE WS-GROSS-PAY TO WS-SUTA-TAXABLE
           IF YTD-SUTA-WAGES + WS-SUTA-TAXABLE > WS-SUTA-WAGE-BASE
               COMPUTE WS-SUTA-TAXABLE =
                   WS-SUTA-WAGE-BASE - YTD-SUTA-WAGES
           END-IF
           IF WS-SUTA-TAXABLE < ZERO
               MOVE ZERO TO WS-SUTA-TAXABLE
           END-IF
           COMPUTE WS-ER-FICA ROUNDED =
               (WS-SS-TAXABLE * WS-SS-RATE) +
               (WS-GROSS-PAY * WS-MEDI-RATE)
           COMPUTE WS-ER-FUTA ROUNDED =
               WS-FUTA-TAXABLE * WS-FUTA-RATE
           COMPUTE WS-ER-SUTA ROUNDED =
               WS-SUTA-TAXABLE * WS-SUTA-RATE.

       221-POST-YTD-FIELDS.
           ADD WS-GROSS-PAY TO YTD-GROSS
           ADD WS-TAX TO YTD-TAX
           ADD WS-NET-PAY TO YTD-NET
           ADD WS-SS-TAXABLE TO YTD-SS-WAGES
           ADD WS-FUTA-TAXABLE TO YTD-FUTA-WAGES
           ADD WS-SUTA-TAXABLE TO YTD-SUTA-WAGES
           ADD WS-STATE-TAX TO YTD-STATE-TAX.

      *>----------------------------------------------------------------
      *> 233-CLOSE-LEAVE-BALANCE closes out the leave record a final
      *> pay drew on: the vacation just paid out comes off and the
      *> sick hours lapse. An overdrawn (negative) vacation balance is
      *> not recovered here - it stays on LEAVEBAL.DAT and is noted on
      *> the register for the operator to settle.
      *>----------------------------------------------------------------
       233-CLOSE-LEAVE-BALANCE.
           MOVE ZERO TO LVB-SICK-BALANCE
           IF LVB-VAC-BALANCE < ZERO
               MOVE "OVERDRAWN VACATION LEFT ON LEAVEBAL.DAT"
                   TO RJL-REASON
               PERFORM 295-NOTE-ITEM
           ELSE
               MOVE ZERO TO LVB-VAC-BALANCE
           END-IF
           REWRITE LEAVE-BALANCE-RECORD.

       218-DETERMINE-PAY-METHOD.
           MOVE "C" TO WS-PAY-METHOD
           IF NOT OFT-MANUAL-CHECK AND PRENOTE-CLEARED
               AND EMP-ROUTING-DFI NUMERIC
               AND EMP-ROUTING-DFI NOT = ZERO
               AND EMP-ACCOUNT-NUMBER NOT = SPACES
               MOVE "D" TO WS-PAY-METHOD
           END-IF.

       220-PRINT-REGISTER-LINE.
           MOVE EMP-MASTER-ID TO RGL-EMP-ID
           MOVE EMP-NAME TO RGL-EMP-NAME
           MOVE OFT-ITEM-TYPE TO RGL-ITEM-TYPE
           MOVE WS-REGULAR-WAGES TO RGL-REGULAR
           MOVE WS-SUPP-WAGES TO RGL-SUPP
           MOVE WS-GROSS-PAY TO RGL-GROSS
           MOVE WS-TAX TO RGL-TAX
           MOVE WS-STATE-TAX TO RGL-STATE-TAX
           MOVE WS-NET-PAY TO RGL-NET
           MOVE WS-PAY-METHOD TO RGL-PAY-METHOD
           IF PAY-BY-CHECK
               MOVE WS-CHECK-NBR-DISP TO RGL-CHECK-NBR
           ELSE
               MOVE SPACES TO RGL-CHECK-NBR
           END-IF
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-LINE.

       222-WRITE-PAY-STUB.
           MOVE EMP-MASTER-ID TO STUB-EMP-ID
           MOVE EMP-NAME TO STUB-EMP-NAME
           EVALUATE TRUE
               WHEN OFT-FINAL-PAY
                   MOVE "FINAL PAY" TO STUB-ITEM-NAME
               WHEN OFT-BONUS
                   MOVE "BONUS" TO STUB-ITEM-NAME
               WHEN OTHER
                   MOVE "MANUAL CHECK" TO STUB-ITEM-NAME
           END-EVALUATE
           MOVE OFT-DESCRIPTION TO STUB-DESCRIPTION
           MOVE WS-REGULAR-WAGES TO STUB-REGULAR
           MOVE WS-SUPP-WAGES TO STUB-SUPP
           MOVE WS-PAYOUT-HOURS TO STUB-PAYOUT-HOURS
           MOVE WS-GROSS-PAY TO STUB-GROSS
           MOVE WS-TAX TO STUB-TAX
           MOVE WS-NET-PAY TO STUB-NET
           MOVE EMP-WORK-STATE TO STUB-STATE
           MOVE WS-STATE-TAX TO STUB-STATE-TAX
           MOVE YTD-STATE-TAX TO STUB-YTD-STATE-TAX
           MOVE YTD-GROSS TO STUB-YTD-GROSS
           MOVE YTD-TAX TO STUB-YTD-TAX
           MOVE YTD-NET TO STUB-YTD-NET
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-RULE-LINE
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-ID-LINE
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-RUN-LINE
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-NAME-LINE
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-ITEM-LINE
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-PAY-LINE
           IF EMP-WORK-STATE NOT = SPACES OR YTD-STATE-TAX NOT = ZERO
               WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-STATE-LINE
           END-IF
           WRITE OFFCYCLE-STUB-LINE FROM WS-STUB-YTD-LINE
           WRITE OFFCYCLE-STUB-LINE FROM SPACES.

      *>----------------------------------------------------------------
      *> 223-WRITE-PAY-HISTORY appends the payment to PAYHIST.DAT as
      *> an off-cycle record: HIST-TYPE "O", the run number and item
      *> type, the payout hours (final pay only), no deductions, and
      *> no labor split. Off-cycle pay is not journaled to the GL or
      *> costed on LABORCOST.RPT, both of which roll up the regular
      *> run only; JOB-COST counts it as labor charged to no job.
      *>----------------------------------------------------------------
       223-WRITE-PAY-HISTORY.
           INITIALIZE WS-HISTORY-RECORD
           MOVE WS-PERIOD-NUMBER TO HIST-PERIOD
           MOVE EMP-MASTER-ID TO HIST-EMP-ID
           MOVE EMP-DEPT TO HIST-DEPT
           MOVE "O" TO HIST-TYPE
           MOVE WS-PAYOUT-HOURS TO HIST-HOURS
           MOVE WS-GROSS-PAY TO HIST-GROSS
           MOVE WS-TAX TO HIST-TAX
           MOVE ZERO TO HIST-PRETAX
           MOVE ZERO TO HIST-POSTTAX
           MOVE WS-NET-PAY TO HIST-NET
           MOVE WS-ER-FICA TO HIST-ER-FICA
           MOVE WS-ER-FUTA TO HIST-ER-FUTA
           MOVE WS-ER-SUTA TO HIST-ER-SUTA
           MOVE ZERO TO HIST-DED-COUNT
           MOVE ZERO TO HIST-LD-COUNT
           MOVE EMP-WORK-STATE TO HIST-STATE
           MOVE WS-STATE-TAX TO HIST-STATE-TAX
           MOVE WS-RUN-SEQ TO HIST-RUN-SEQ
           MOVE OFT-ITEM-TYPE TO HIST-OFF-ITEM
           WRITE PAY-HISTORY-MASTER-RECORD FROM WS-HISTORY-RECORD.

       225-WRITE-ACH-ENTRY.
           MOVE EMP-ROUTING-DFI TO NED-RECEIVING-DFI-ID
           MOVE EMP-ROUTING-CHECK-DIGIT TO NED-CHECK-DIGIT
           MOVE EMP-ACCOUNT-NUMBER TO NED-DFI-ACCOUNT-NUM
           MOVE WS-NET-PAY TO NED-AMOUNT
           MOVE EMP-MASTER-ID TO NED-INDIVIDUAL-ID
           MOVE EMP-NAME TO NED-INDIVIDUAL-NAME
           MOVE EMP-ROUTING-DFI TO NED-TRACE-DFI
           ADD 1 TO WS-NACHA-ENTRY-COUNT
           MOVE WS-NACHA-ENTRY-COUNT TO NED-TRACE-SEQ
           ADD EMP-ROUTING-DFI TO WS-NACHA-ENTRY-HASH
           ADD WS-NET-PAY TO WS-NACHA-CREDIT-TOTAL
           WRITE OFFCYCLE-ACH-RECORD FROM WS-NACHA-ENTRY-DETAIL
           ADD 1 TO WS-ACH-COUNT.

      *>----------------------------------------------------------------
      *> 226-WRITE-PAY-CHECK prints the check with its stub under the
      *> next RUNCTL.DAT number and records it on CHECKMSTR.DAT, so
      *> CHECK-MAINT voids, reissues, reconciles and exports
      *> off-cycle checks exactly like regular payroll checks.
      *>----------------------------------------------------------------
       226-WRITE-PAY-CHECK.
           MOVE WS-NEXT-CHECK-NBR TO CHK-NUMBER
           MOVE WS-NEXT-CHECK-NBR TO WS-CHECK-NBR-DISP
           MOVE EMP-NAME TO CHK-PAYEE
           MOVE WS-NET-PAY TO CHK-AMOUNT
           MOVE EMP-MASTER-ID TO CHK-EMP-ID
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-RULE-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-HEAD-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-DATE-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-PAYEE-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-AMOUNT-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-MEMO-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-STUB-NAME-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-STUB-ITEM-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-STUB-PAY-LINE
           IF EMP-WORK-STATE NOT = SPACES OR YTD-STATE-TAX NOT = ZERO
               WRITE OFFCYCLE-CHECK-LINE FROM WS-STUB-STATE-LINE
           END-IF
           WRITE OFFCYCLE-CHECK-LINE FROM WS-STUB-YTD-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM WS-CHECK-RULE-LINE
           WRITE OFFCYCLE-CHECK-LINE FROM SPACES
           MOVE WS-NEXT-CHECK-NBR TO CHKM-CHECK-NBR
           MOVE "I" TO CHKM-STATUS
           MOVE WS-PERIOD-NUMBER TO CHKM-PERIOD
           MOVE WS-CHECK-DATE TO CHKM-CHECK-DATE
           MOVE EMP-MASTER-ID TO CHKM-EMP-ID
           MOVE EMP-NAME TO CHKM-PAYEE
           MOVE WS-NET-PAY TO CHKM-AMOUNT
           MOVE ZERO TO CHKM-LINK-NBR
           MOVE "N" TO CHKM-CLEARED-FLAG
           MOVE ZERO TO CHKM-CLEARED-DATE
           WRITE CHECK-MASTER-RECORD
           ADD 1 TO WS-NEXT-CHECK-NBR
           ADD 1 TO WS-CHECK-COUNT
           SET ANY-CHECKS-CUT TO TRUE.

       290-REJECT-ITEM.
           MOVE 'N' TO WS-ITEM-OK-FLAG
           MOVE "REJECT  " TO RJL-TAG
           MOVE OFT-EMP-ID TO RJL-EMP-ID
           MOVE OFT-ITEM-TYPE TO RJL-ITEM-TYPE
           IF OFT-AMOUNT NUMERIC
               MOVE OFT-AMOUNT TO RJL-AMOUNT
           ELSE
               MOVE ZERO TO RJL-AMOUNT
           END-IF
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.

       295-NOTE-ITEM.
           MOVE "NOTE    " TO RJL-TAG
           MOVE OFT-EMP-ID TO RJL-EMP-ID
           MOVE OFT-ITEM-TYPE TO RJL-ITEM-TYPE
           MOVE OFT-AMOUNT TO RJL-AMOUNT
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REJECT-LINE.

       310-WRITE-NACHA-FILE-HEADER.
           MOVE WS-NACHA-IMMED-DEST TO NFH-IMMED-DEST
           MOVE WS-NACHA-IMMED-ORIGIN TO NFH-IMMED-ORIGIN
           MOVE WS-STAMP-DATE(3:6) TO NFH-CREATION-DATE
           MOVE WS-STAMP-TIME(1:4) TO NFH-CREATION-TIME
           MOVE WS-NACHA-DEST-NAME TO NFH-DEST-NAME
           MOVE WS-NACHA-ORIGIN-NAME TO NFH-ORIGIN-NAME
           WRITE OFFCYCLE-ACH-RECORD FROM WS-NACHA-FILE-HEADER.

       315-WRITE-NACHA-BATCH-HEADER.
           MOVE WS-NACHA-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE WS-NACHA-COMPANY-ID TO NBH-COMPANY-ID
           MOVE WS-PERIOD-NUMBER TO NBH-DESCRIPTIVE-DATE
           MOVE WS-CHECK-DATE(3:6) TO NBH-EFFECTIVE-DATE
           MOVE WS-NACHA-ODFI-ID TO NBH-ODFI-ID
           WRITE OFFCYCLE-ACH-RECORD FROM WS-NACHA-BATCH-HEADER.

       360-WRITE-NACHA-BATCH-CONTROL.
           MOVE WS-NACHA-ENTRY-COUNT TO NBC-ENTRY-COUNT
           MOVE WS-NACHA-ENTRY-HASH TO NBC-ENTRY-HASH
           MOVE WS-NACHA-CREDIT-TOTAL TO NBC-CREDIT-TOTAL
           MOVE WS-NACHA-COMPANY-ID TO NBC-COMPANY-ID
           MOVE WS-NACHA-ODFI-ID TO NBC-ODFI-ID
           WRITE OFFCYCLE-ACH-RECORD FROM WS-NACHA-BATCH-CONTROL.

       365-WRITE-NACHA-FILE-CONTROL.
           COMPUTE WS-NACHA-RECORD-COUNT = WS-NACHA-ENTRY-COUNT + 4
           COMPUTE WS-NACHA-BLOCK-COUNT =
               (WS-NACHA-RECORD-COUNT + 9) / 10
           MOVE WS-NACHA-BLOCK-COUNT TO NFC-BLOCK-COUNT
           MOVE WS-NACHA-ENTRY-COUNT TO NFC-ENTRY-COUNT
           MOVE WS-NACHA-ENTRY-HASH TO NFC-ENTRY-HASH
           MOVE WS-NACHA-CREDIT-TOTAL TO NFC-CREDIT-TOTAL
           WRITE OFFCYCLE-ACH-RECORD FROM WS-NACHA-FILE-CONTROL.

       370-PAD-NACHA-BLOCK.
           COMPUTE WS-NACHA-PAD-COUNT =
               (WS-NACHA-BLOCK-COUNT * 10) - WS-NACHA-RECORD-COUNT
           PERFORM 375-WRITE-NACHA-FILLER
               WS-NACHA-PAD-COUNT TIMES.

       375-WRITE-NACHA-FILLER.
           WRITE OFFCYCLE-ACH-RECORD FROM WS-NACHA-FILLER-RECORD.

      *>----------------------------------------------------------------
      *> 400-CLEANUP closes the NACHA envelope, foots the register,
      *> locks the run identity on OFFCTL.DAT and, when checks were
      *> cut, hands the advanced check number back to RUNCTL.DAT
      *> from the image saved at read time. The items are then
      *> archived and OFFCYCLE.TRN emptied (410).
      *>----------------------------------------------------------------
       400-CLEANUP.
           PERFORM 360-WRITE-NACHA-BATCH-CONTROL
           PERFORM 365-WRITE-NACHA-FILE-CONTROL
           PERFORM 370-PAD-NACHA-BLOCK
           CLOSE OFFCYCLE-ACH-FILE
           MOVE WS-PAID-COUNT TO RTL-PAID-COUNT
           MOVE WS-REJECT-COUNT TO RTL-REJECT-COUNT
           MOVE WS-TOTAL-GROSS TO RTL-GROSS
           MOVE WS-TOTAL-TAX TO RTL-TAX
           MOVE WS-TOTAL-STATE-TAX TO RTL-STATE-TAX
           MOVE WS-TOTAL-NET TO RTL-NET
           WRITE OFFCYCLE-REGISTER-LINE FROM SPACES
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           CLOSE OFFCYCLE-TRANS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE YTD-MASTER-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE PAY-HISTORY-MASTER
           CLOSE CHECK-MASTER-FILE
           CLOSE OFFCYCLE-CHECK-FILE
           CLOSE OFFCYCLE-STUB-FILE
           CLOSE OFFCYCLE-REGISTER-FILE
           MOVE "Y" TO OFC-POSTED-FLAG
           MOVE WS-PERIOD-NUMBER TO OFC-PERIOD
           MOVE WS-RUN-SEQ TO OFC-RUN-SEQ
           MOVE WS-STAMP-DATE TO OFC-POSTED-DATE
           MOVE WS-STAMP-TIME TO OFC-POSTED-TIME
           MOVE WS-PAID-COUNT TO OFC-PAID-COUNT
           MOVE WS-TOTAL-GROSS TO OFC-PAID-GROSS
           OPEN OUTPUT OFFCYCLE-CONTROL-FILE
           WRITE OFFCYCLE-CONTROL-RECORD
           CLOSE OFFCYCLE-CONTROL-FILE
           IF ANY-CHECKS-CUT
               OPEN OUTPUT RUN-CONTROL-FILE
               MOVE WS-SAVED-RUN-CONTROL TO RUN-CONTROL-RECORD
               MOVE WS-NEXT-CHECK-NBR TO RUN-NEXT-CHECK-NBR
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM 410-ARCHIVE-OFFCYCLE-ITEMS
           MOVE WS-PAID-COUNT TO WS-DISP-PAID
           MOVE WS-REJECT-COUNT TO WS-DISP-REJECT
           MOVE WS-ACH-COUNT TO WS-DISP-ACH
           MOVE WS-CHECK-COUNT TO WS-DISP-CHECK
           DISPLAY "OFF-CYCLE-PAY COMPLETE - PAID " WS-DISP-PAID
               " (ACH " WS-DISP-ACH " CHECKS " WS-DISP-CHECK ")"
               " REJECTED " WS-DISP-REJECT
               " - SEE OFFCYCLE.RPT".

      *>----------------------------------------------------------------
      *> 410-ARCHIVE-OFFCYCLE-ITEMS copies OFFCYCLE.TRN as this run
      *> read it to OFFCYCLE-<period><run>.TRN (e.g.
      *> OFFCYCLE-20263301.TRN), then empties OFFCYCLE.TRN so the
      *> items cannot be paid by a later run. Only done once the run
      *> identity is locked on OFFCTL.DAT. A rejected item is on the
      *> register and the archive; correct it and queue it again.
      *>----------------------------------------------------------------
       410-ARCHIVE-OFFCYCLE-ITEMS.
           MOVE SPACES TO WS-TRN-ARCHIVE-NAME
           STRING "OFFCYCLE-" WS-PERIOD-NUMBER WS-RUN-SEQ ".TRN"
               DELIMITED BY SIZE INTO WS-TRN-ARCHIVE-NAME
           OPEN INPUT OFFCYCLE-TRANS-FILE
           OPEN OUTPUT OFFCYCLE-TRANS-ARCHIVE
           MOVE 'N' TO WS-TRN-EOF-FLAG
           PERFORM 411-COPY-OFFCYCLE-ITEM UNTIL TRN-EOF
           CLOSE OFFCYCLE-TRANS-FILE
           CLOSE OFFCYCLE-TRANS-ARCHIVE
           OPEN OUTPUT OFFCYCLE-TRANS-FILE
           CLOSE OFFCYCLE-TRANS-FILE.

       411-COPY-OFFCYCLE-ITEM.
           READ OFFCYCLE-TRANS-FILE
               AT END
                   SET TRN-EOF TO TRUE
               NOT AT END
                   WRITE OFFCYCLE-TRANS-ARCHIVE-RECORD
                       FROM OFFCYCLE-TRANS-RECORD
           END-READ.
