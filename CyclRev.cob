      *      James Olsen
      *      Posting cycle reversal (backout).  Undoes the most recent
      *      completed "P" posting cycle - one posted with a bad
      *      RATEFILE or FEEFILE, say - so it can be posted again:
      *
      *      - every account the cycle posted is put back to where it
      *        stood before the cycle: balance, interest not yet
      *        credited, accrued interest, period count, tax
      *        withheld, fees paid, year-to-date buckets, and last
      *        posted date; an account the cycle matured also gets
      *        back its term, product, and rate, and the maturity
      *        instruction the cycle used is made available again;
      *      - a reversing GLEXTR batch is written that exactly
      *        offsets the cycle's batch - it is built from the same
      *        snapshots with the same conversions, each pair with
      *        its sides exchanged;
      *      - the cycle's ACCTHIST snapshots are flagged reversed
      *        (they stay on file for audit; every reader passes
      *        over them);
      *      - the POSTCYCL record on RUNCTL goes back to the
      *        previous cycle, so the posting control accepts the
      *        cycle again, and so does every posting stream's own
      *        record (POSTSTnn) that posted or was posting the
      *        cycle - a whole-book or stream re-post is then not
      *        mistaken for the streams' earlier run.
      *
      *      The amounts that accumulate (balance, accrued interest,
      *      tax withheld, fees paid, year-to-date buckets) are put
      *      back by taking the cycle's own movement, as its
      *      snapshot recorded it, out of the master; the figures the
      *      cycle replaced (period count, interest not yet
      *      credited, last posted date, and the terms a maturity
      *      changed) come from the account's previous snapshot.  A
      *      change keyed through AcctMaint between the cycles is
      *      therefore kept, not lost.
      *
      *      REVPARM carries one record: the cycle date (yyyymmdd)
      *      to reverse.  Only the last cycle RUNCTL shows complete
      *      can be reversed.  Every account is checked before
      *      anything is touched; one that cannot be put back
      *      cleanly refuses the whole reversal.  Once under way,
      *      POSTCYCL shows the reversal in flight (state "R") and
      *      posting is refused until it completes - an abended
      *      reversal is finished by rerunning it with the same
      *      parm, which passes over the accounts already restored.
      *      A cycle that applied back-dated adjustments (snapshots
      *      with status "A") is refused: the adjustment's changes
      *      to earlier months are not on the snapshots to take
      *      back.  An earlier cycle's adjustment snapshot is passed
      *      over for that cycle's own snapshot.
      *
      *      A before/after register of every account goes to
      *      REVRPT and a before/after image of each to AUDITLOG.
      *
      *      Return codes:  4 = a master changed since the cycle
      *      posted (the change is kept, and listed), 8 = reversal
      *      refused - nothing was changed, 16 = a file would not
      *      open or an update failed.
      *
      *      Modification History
      *      2026-10-15  JO  Initial version.
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  A cycle carrying back-dated adjustments
      *                      is refused.
      *      2026-10-15  JO  The posting streams' RUNCTL records for
      *                      the cycle are rolled back with POSTCYCL.
      *
       Identification Division.
       Program-ID.  CyclRev.
       Author.  James Olsen.
       Date-Written.  2026-10-15.
       Date-Compiled.  2026-10-15.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select ParmFile Assign To "REVPARM"
               Organization Is Line Sequential
               File Status Is ParmStatus.
           Select CtlFile Assign To "RUNCTL"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is CtlKey
               File Status Is RunCtlStatus.
           Select AcctFile Assign To "ACCTMST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AcctAccountId
               File Status Is AcctStatus.
           Select HistFile Assign To "ACCTHIST"
               Organization Is Sequential
               File Status Is HistStatus.
           Select MatFile Assign To "MATINST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is MatAccountId
               File Status Is MatStatus.
           Select GlFile Assign To "GLEXTR"
               Organization Is Sequential
               File Status Is GlStatus.
           Select RevWork Assign To "REVWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RvAccountId
               File Status Is RevWkStatus.
           Select RevRptFile Assign To "REVRPT"
               Organization Is Sequential
               File Status Is RevRptStatus.
           Select AuditFile Assign To "AUDITLOG"
               Organization Is Line Sequential
               File Status Is AudStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
       FD  ParmFile.
       01  ParmRecordIn                Pic X(80).

      *    The posting control written by Lab2's posting run - this
      *    record must match it.
       FD  CtlFile.
       01  CtlRecord.
           05  CtlKey              Pic X(08).
           05  CtlLastCycle        Pic 9(8).
           05  CtlInFlight         Pic 9(8).
           05  CtlState            Pic X(01).

      *    This record must match the account master maintained by
      *    AcctMaint and posted by Lab2 - change them together.
       FD  AcctFile.
       01  AcctRecord.
           05  AcctAccountId           Pic X(10).
           05  AcctCurrBalance         Pic 9(10)V99.
           05  AcctAccruedInt          Pic 9(9)V99.
           05  AcctPeriodCount         Pic 9(4).
           05  AcctLastInterest        Pic 9(9)V99.
           05  AcctIntRate             Pic 9(3)V99.
           05  AcctNumMonths           Pic 9(4).
           05  AcctAddInvAmt           Pic 9(9)V99.
           05  AcctCompoundFreq        Pic X(01).
           05  AcctContribInterval     Pic 9(03).
           05  AcctInflationRate       Pic 9(3)V99.
           05  AcctProductCode         Pic X(04).
           05  AcctTaxClass            Pic X(01).
           05  AcctTaxRate             Pic 9(2)V99.
           05  AcctTaxWithheld         Pic 9(9)V99.
           05  AcctFeesPaid            Pic 9(9)V99.
           05  AcctYtdInterest         Pic 9(9)V99.
           05  AcctYtdTax              Pic 9(9)V99.
           05  AcctYtdWithdrawn        Pic 9(9)V99.
           05  AcctLastPostDate        Pic 9(8).
           05  AcctCurrency            Pic X(03).
           05  AcctPlanType            Pic X(01).
           05  AcctPlanAmount          Pic 9(9)V99.
           05  AcctPlanPct             Pic 9(2)V99.
           05  AcctPlanFreq            Pic X(01).
           05  AcctPlanStart           Pic 9(4).
           05  AcctPlanIncrease        Pic 9(2)V99.
           05  AcctClientId            Pic X(10).

      *    This record must match the snapshot written by Lab2's
      *    posting run - change them together.
       FD  HistFile.
       01  HistRecord.
           05  HistCycleDate       Pic 9(8).
           05  HistAccountId       Pic X(10).
           05  HistBalance         Pic 9(10)V99.
           05  HistAccruedInt      Pic 9(9)V99.
           05  HistPeriodCount     Pic 9(4).
           05  HistTaxWithheld     Pic 9(9)V99.
           05  HistCycleInt        Pic 9(9)V99.
           05  HistCycleContrib    Pic 9(9)V99.
           05  HistCycleWdrw       Pic 9(9)V99.
           05  HistCycleTax        Pic 9(9)V99.
           05  HistCycleFee        Pic 9(9)V99.
           05  HistCurrency        Pic X(03).
           05  HistFxRate          Pic 9(3)V9(6).
           05  HistCyclePayout     Pic 9(9)V99.
           05  HistPostStatus      Pic X(01).
               88  HistAdjustment       Value "A".
           05  HistLastInterest    Pic 9(9)V99.
           05  HistNumMonths       Pic 9(4).
           05  HistProductCode     Pic X(04).
           05  HistIntRate         Pic 9(3)V99.
           05  HistRevFlag         Pic X(01).
               88  HistReversed         Value "R".
           05  HistRevDate         Pic 9(8).

      *    The maturity instructions read by Lab2's posting run -
      *    this record must match it.
       FD  MatFile.
       01  MatRecord.
           05  MatAccountId        Pic X(10).
           05  MatAction           Pic X(01).
           05  MatPayoutAmt        Pic 9(10)V99.
           05  MatNewTerm          Pic 9(4).
           05  MatNewProduct       Pic X(04).
           05  MatNewRate          Pic 9(3)V99.
           05  MatEntryDate        Pic 9(8).
           05  MatAppliedDate      Pic 9(8).
           05  Filler              Pic X(18).

      *    The GL extract layouts written by Lab2's posting run -
      *    these must match it.
       FD  GlFile.
       01  GlRecordOut.
           05  GlRecordType            Pic X(01).
           05  Filler                  Pic X(79).
       01  GlHeaderData Redefines GlRecordOut.
           05  Filler                  Pic X(01).
           05  GlHdrSource             Pic X(08).
           05  GlHdrRunDate            Pic 9(8).
           05  GlHdrRunTime            Pic 9(8).
           05  GlHdrCycleDate          Pic 9(8).
           05  GlHdrBaseCurrency       Pic X(03).
           05  Filler                  Pic X(44).
       01  GlDetailData Redefines GlRecordOut.
           05  Filler                  Pic X(01).
           05  GlDtlAccountId          Pic X(10).
           05  GlDtlPeriod             Pic 9(4).
           05  GlDtlGlAccount          Pic X(08).
           05  GlDtlDrCr               Pic X(01).
           05  GlDtlAmount             Pic 9(11)V99.
           05  GlDtlDesc               Pic X(12).
           05  GlDtlCurrency           Pic X(03).
           05  GlDtlFxRate             Pic 9(3)V9(6).
           05  Filler                  Pic X(19).
       01  GlTrailerData Redefines GlRecordOut.
           05  Filler                  Pic X(01).
           05  GlTrlRecordCount        Pic 9(9).
           05  GlTrlDebitTotal         Pic 9(13)V99.
           05  GlTrlCreditTotal        Pic 9(13)V99.
           05  GlTrlNetProof           Pic S9(13)V99.
           05  Filler                  Pic X(10).

      *    One record per account the cycle posted: the cycle's
      *    movement from its snapshot, and the figures the cycle
      *    replaced from the account's previous snapshot.
       FD  RevWork.
       01  RevWkRecord.
           05  RvAccountId         Pic X(10).
           05  RvCycleSw           Pic X(01).
           05  RvCycleInt          Pic 9(9)V99.
           05  RvContrib           Pic 9(9)V99.
           05  RvWdrw              Pic 9(9)V99.
           05  RvTax               Pic 9(9)V99.
           05  RvFee               Pic 9(9)V99.
           05  RvPayout            Pic 9(9)V99.
           05  RvStatus            Pic X(01).
           05  RvCycleBal          Pic 9(10)V99.
           05  RvCycleLastInt      Pic 9(9)V99.
           05  RvCyclePeriod       Pic 9(4).
           05  RvPriorCycle        Pic 9(8).
           05  RvPriorPeriod       Pic 9(4).
           05  RvPriorLastInt      Pic 9(9)V99.
           05  RvPriorTermsSw      Pic X(01).
           05  RvPriorNumMonths    Pic 9(4).
           05  RvPriorProduct      Pic X(04).
           05  RvPriorIntRate      Pic 9(3)V99.

       FD  RevRptFile
           Linage Is 60 Lines With Footing At 55.
       01  RevRptLine              Pic X(132).

       FD  AuditFile.
       01  AuditLine                   Pic X(100).

      *    This record must match the run log record in every batch
      *    program and in OpsSumm - change them together.
       FD  RunLogFile.
       01  RunLogRecord.
           05  RlProgram               Pic X(08).
           05  RlRunDate               Pic 9(8).
           05  RlStartTime             Pic 9(8).
           05  RlEndTime               Pic 9(8).
           05  RlRunMode               Pic X(08).
           05  RlCycleDate             Pic 9(8).
           05  RlInCount               Pic 9(9).
           05  RlOutCount              Pic 9(9).
           05  RlRejCount              Pic 9(9).
           05  RlCtlLabel1             Pic X(10).
           05  RlCtlTotal1             Pic 9(13)V99.
           05  RlCtlLabel2             Pic X(10).
           05  RlCtlTotal2             Pic 9(13)V99.
           05  RlReturnCode            Pic 9(2).
           05  Filler                  Pic X(13).

       Working-Storage Section.
       01   ParmStatus      Pic XX.
           88  ParmFileOk       Value "00".

       01   RunCtlStatus    Pic XX.
           88  RunCtlOk         Value "00".

       01   AcctStatus      Pic XX.
           88  AcctFileOk       Value "00".

       01   HistStatus      Pic XX.
           88  HistFileOk       Value "00".
           88  HistFileEof      Value "10".

       01   MatStatus       Pic XX.
           88  MatFileOk        Value "00".

       01   GlStatus        Pic XX.
           88  GlFileOk         Value "00".

       01   RevWkStatus     Pic XX.
           88  RevWorkOk        Value "00".

       01   RevRptStatus    Pic XX.
           88  RevRptFileOk     Value "00".

       01   AudStatus       Pic XX.
           88  AudFileOk        Value "00".

       01   RevScanDoneSw   Pic X(01).
           88  RevScanDone      Value "Y".

       01   StreamScanSw    Pic X(01).
           88  StreamScanDone   Value "Y".

       01   RevFoundSw      Pic X(01).
           88  RevFound         Value "Y".

       01   RefusedSw       Pic X(01) Value "N".
           88  ReversalRefused  Value "Y".

       01   ResumeSw        Pic X(01) Value "N".
           88  ResumingReversal Value "Y".

       01   MatOpenSw       Pic X(01) Value "N".
           88  MatOpened        Value "Y".

       01   RestoreOkSw     Pic X(01).
           88  RestoreOk        Value "Y".

       01   MasterChangedSw Pic X(01).
           88  MasterChanged    Value "Y".

      *    Must match the posting control key, base currency, and
      *    ledger accounts used by the posting run.
       77   PostCtlKey       Pic X(08) Value "POSTCYCL".
       77   BaseCurrency     Pic X(03) Value "USD".
       77   GlAcctClientBal  Pic X(08) Value "20100000".
       77   GlAcctIntExp     Pic X(08) Value "50100000".
       77   GlAcctCash       Pic X(08) Value "10100000".
       77   GlAcctWithhold   Pic X(08) Value "20300000".
       77   GlAcctFeeIncome  Pic X(08) Value "40100000".

       01   ParmCycleX      Pic X(10).
       01   RevCycle        Pic 9(8) Value 0.
       01   PrevCycle       Pic 9(8) Value 0.
      *    The date the reversal started: stamped on every snapshot
      *    it flags, and kept on POSTCYCL while it is in flight so a
      *    rerun can tell its own flagged snapshots from those of an
      *    earlier reversal of the same cycle.
       01   RevStartDate    Pic 9(8) Value 0.

       01   LiveSnapSw      Pic X(01).
           88  LiveSnapshot     Value "Y".

       01   SnapLastInt     Pic 9(9)V99.

      *    The restored figures, worked signed so a figure that
      *    would go below zero is caught before anything is written.
       01   NewBalance      Pic S9(11)V99.
       01   NewLastInt      Pic S9(11)V99.
       01   NewAccrued      Pic S9(11)V99.
       01   NewPeriod       Pic S9(5).
       01   NewTaxWheld     Pic S9(11)V99.
       01   NewFeesPaid     Pic S9(11)V99.
       01   NewYtdInt       Pic S9(11)V99.
       01   NewYtdTax       Pic S9(11)V99.
       01   NewYtdWdrw      Pic S9(11)V99.
       01   NewLastPost     Pic 9(8).
       01   RestoreReason   Pic X(40).

       01   GlWorkAccountId Pic X(10).
       01   GlWorkPeriod    Pic 9(4).
       01   GlWorkCurrency  Pic X(03).
       01   GlWorkRate      Pic 9(3)V9(6).
       01   GlWorkDrAcct    Pic X(08).
       01   GlWorkCrAcct    Pic X(08).
       01   GlWorkAmount    Pic 9(9)V99.
       01   GlWorkDesc      Pic X(12).
       01   GlBaseAmount    Pic 9(11)V99.
       01   GlRecordCount   Pic 9(9) Value 0.
       01   GlDebitTotal    Pic 9(13)V99 Value 0.
       01   GlCreditTotal   Pic 9(13)V99 Value 0.
       01   GlNetProof      Pic S9(13)V99 Value 0.

       01   SnapshotsRead   Pic 9(9) Value 0.
       01   CycleSnapshots  Pic 9(9) Value 0.
       01   SnapshotsLater  Pic 9(9) Value 0.
       01   StreamsRolledBack Pic 9(9) Value 0.
       01   AdjSnapshots    Pic 9(9) Value 0.
       01   SnapshotsFlagged Pic 9(9) Value 0.
       01   AccountsChecked Pic 9(9) Value 0.
       01   AccountsRefused Pic 9(9) Value 0.
       01   AccountsRestored Pic 9(9) Value 0.
       01   AccountsAlready Pic 9(9) Value 0.
       01   MastersChanged  Pic 9(9) Value 0.
       01   MaturitiesReversed Pic 9(9) Value 0.
       01   InstructionsReset Pic 9(9) Value 0.

       01   CountStr        Pic Z(8)9.
       01   RevLabel        Pic X(29).
       01   RateStr         Pic ZZ9.99.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   RunDate         Pic 9(8).
       01   RunTime         Pic 9(8).

       01   PageCount       Pic 9(4) Value 0.

       01   RevHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  RH1Title            Pic X(40).
           05  RH1RunDate          Pic 9(8).
           05  Filler              Pic X(10) Value "   Cycle: ".
           05  RH1Cycle            Pic 9(8).
           05  Filler              Pic X(22) Value Spaces.
           05  Filler              Pic X(06) Value "PAGE  ".
           05  RH1PageNum          Pic ZZZZ.
           05  Filler              Pic X(33) Value Spaces.

       01   RevColHdrLine.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(11) Value "Account".
           05  Filler              Pic X(06) Value "Image".
           05  Filler              Pic X(14) Value "       Balance".
           05  Filler              Pic X(13) Value "     Last Int".
           05  Filler              Pic X(13) Value "      Accrued".
           05  Filler              Pic X(05) Value "  Per".
           05  Filler              Pic X(13) Value "    Fees Paid".
           05  Filler              Pic X(13) Value "      YTD Int".
           05  Filler              Pic X(13) Value "      YTD Tax".
           05  Filler              Pic X(13) Value "     YTD Wdrw".
           05  Filler              Pic X(10) Value " Last Post".
           05  Filler              Pic X(07) Value Spaces.

       01   RevDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  RDAccountId         Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  RDImage             Pic X(06).
           05  Filler              Pic X(01) Value Spaces.
           05  RDBalance           Pic Z(9)9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  RDLastInt           Pic Z(8)9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  RDAccrued           Pic Z(8)9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  RDPeriod            Pic Z(3)9.
           05  Filler              Pic X(01) Value Spaces.
           05  RDFeesPaid          Pic Z(8)9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  RDYtdInt            Pic Z(8)9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  RDYtdTax            Pic Z(8)9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  RDYtdWdrw           Pic Z(8)9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  RDLastPost          Pic 9(8).
           05  Filler              Pic X(07) Value Spaces.

       01   RevExceptColHdr.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(12) Value "Account".
           05  Filler              Pic X(40) Value "Reason".
           05  Filler              Pic X(79) Value Spaces.

       01   RevExceptLine.
           05  Filler              Pic X(01) Value Spaces.
           05  RXAccountId         Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  RXReason            Pic X(40).
           05  Filler              Pic X(79) Value Spaces.

       01   RevMessageLine          Pic X(132).

       01   RevBlankLine            Pic X(132) Value Spaces.

       01   RevFooterLine.
           05  Filler              Pic X(30)
               Value "--- CONTINUED ON NEXT PAGE ---".
           05  Filler              Pic X(102) Value Spaces.

       Procedure Division.
       000-Main.
           Perform 100-Initialize
           Perform 150-ReadParm
           Perform 200-CheckPostingControl
           Perform 300-LoadHistory
           Perform 400-CheckAccounts
           If ReversalRefused
               Perform 450-RefuseReversal
           End-If
           Perform 460-MarkReversalInFlight
           Perform 500-RestoreAccounts
           Perform 700-ReverseGlAndFlag
           Perform 800-RollBackControl
           Perform 850-WriteTotals
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input ParmFile
           If Not ParmFileOk
               Display "Unable to open REVPARM, status = " ParmStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open I-O CtlFile
           If Not RunCtlOk
               Display "Unable to open RUNCTL, status = "
                   RunCtlStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open I-O AcctFile
           If Not AcctFileOk
               Display "Unable to open ACCTMST, status = "
                   AcctStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output RevRptFile
           If Not RevRptFileOk
               Display "Unable to open REVRPT, status = "
                   RevRptStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Extend AuditFile
           If Not AudFileOk
               Open Output AuditFile
           End-If
           If Not AudFileOk
               Display "Unable to open AUDITLOG, status = "
                   AudStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output RevWork
           If Not RevWorkOk
               Display "Unable to open REVWORK, status = "
                   RevWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close RevWork
           Open I-O RevWork
           If Not RevWorkOk
               Display "Unable to reopen REVWORK, status = "
                   RevWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
      *    The instruction file is optional - without it there is no
      *    applied date to take back.
           Open I-O MatFile
           If MatFileOk
               Set MatOpened To True
           End-If
           Accept RunDate From Date YYYYMMDD
           Accept RunTime From Time
           Move RunDate To RH1RunDate.

       150-ReadParm.
           Move Spaces To ParmRecordIn
           Read ParmFile
               At End
                   Display "REVERSAL REFUSED: REVPARM is empty - "
                       "cycle date required"
                   Perform 450-RefuseReversal
           End-Read
           Move Spaces To ParmCycleX
           Unstring ParmRecordIn Delimited By All Spaces
               Into ParmCycleX
           End-Unstring
           If ParmCycleX(1:8) Not Numeric
                   Or ParmCycleX(9:2) Not = Spaces
               Display "REVERSAL REFUSED: cycle date not numeric: "
                   ParmCycleX
               Perform 450-RefuseReversal
           End-If
           Move ParmCycleX(1:8) To RevCycle
           Move RevCycle To RH1Cycle
           Close ParmFile.

      *    Only the last completed cycle can be reversed - anything
      *    older has later cycles built on top of it.  A reversal
      *    left in flight by an abend is finished by rerunning it
      *    for the same cycle.
       200-CheckPostingControl.
           Move PostCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Display "REVERSAL REFUSED: no posting control "
                       "record on RUNCTL"
                   Perform 450-RefuseReversal
           End-Read
           Evaluate True
               When CtlState = "R" And CtlLastCycle = RevCycle
                   Set ResumingReversal To True
                   Move CtlInFlight To RevStartDate
                   Display "REVERSAL OF CYCLE " RevCycle
                       " RESUMED AFTER AN INCOMPLETE RUN"
               When CtlState = "R"
                   Display "REVERSAL REFUSED: reversal of cycle "
                       CtlLastCycle " is still in flight"
                   Perform 450-RefuseReversal
               When CtlState = "I"
                   Display "REVERSAL REFUSED: cycle " CtlInFlight
                       " is still posting"
                   Perform 450-RefuseReversal
               When CtlLastCycle Not = RevCycle
                   Display "REVERSAL REFUSED: last completed cycle "
                       "is " CtlLastCycle ", not " RevCycle
                   Perform 450-RefuseReversal
               When Other
                   Move RunDate To RevStartDate
           End-Evaluate.

      *    The cycle's snapshots load against their accounts, along
      *    with each account's latest earlier snapshot; snapshots of
      *    earlier reversals are passed over.  A later snapshot means
      *    the book has moved past the cycle.  Where the same
      *    account and cycle appear twice (an overlapping rerun) the
      *    later image is the one the master was left with.
       300-LoadHistory.
           Open Input HistFile
           If Not HistFileOk
               Display "Unable to open ACCTHIST, status = "
                   HistStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 310-ReadHistory
           Perform 320-StoreSnapshot Until HistFileEof
           Close HistFile
           If SnapshotsLater > 0
               Display "REVERSAL REFUSED: " SnapshotsLater
                   " snapshot(s) dated after cycle " RevCycle
               Set ReversalRefused To True
           End-If
           If CycleSnapshots = 0
               Display "REVERSAL REFUSED: no snapshots on ACCTHIST "
                   "for cycle " RevCycle
               Set ReversalRefused To True
           End-If
           If AdjSnapshots > 0
               Display "REVERSAL REFUSED: cycle " RevCycle
                   " applied " AdjSnapshots
                   " back-dated adjustment(s)"
               Set ReversalRefused To True
           End-If.

       310-ReadHistory.
           Read HistFile
               At End
                   Set HistFileEof To True
           End-Read.

       320-StoreSnapshot.
           Add 1 To SnapshotsRead
           Perform 325-CheckLiveSnapshot
           If LiveSnapshot
               Evaluate True
                   When HistCycleDate > RevCycle
                       Add 1 To SnapshotsLater
                   When HistAdjustment
                       If HistCycleDate = RevCycle
                           Add 1 To AdjSnapshots
                       End-If
                   When HistCycleDate = RevCycle
                       Perform 330-StoreCycleSnapshot
                   When Other
                       Perform 340-StorePriorSnapshot
               End-Evaluate
           End-If
           Perform 310-ReadHistory.

      *    A snapshot counts unless it was reversed - except that a
      *    resumed reversal still counts the cycle snapshots it had
      *    flagged itself before the abend.  A fresh reversal on the
      *    same day as an earlier one of the same cycle could not
      *    tell the two apart if it abended, so it is refused.
       325-CheckLiveSnapshot.
           Move "Y" To LiveSnapSw
           If HistReversed
               Move "N" To LiveSnapSw
               If HistCycleDate = RevCycle
                       And HistRevDate = RevStartDate
                   If ResumingReversal
                       Move "Y" To LiveSnapSw
                   Else
                       If Not ReversalRefused
                           Display "REVERSAL REFUSED: cycle "
                               RevCycle " was already reversed "
                               "today - rerun tomorrow"
                       End-If
                       Set ReversalRefused To True
                   End-If
               End-If
           End-If.

       330-StoreCycleSnapshot.
           Move HistAccountId To RvAccountId
           Perform 350-ReadRevWork
           If RvCycleSw Not = "Y"
               Add 1 To CycleSnapshots
           End-If
           If HistCyclePayout Not Numeric
               Move 0 To HistCyclePayout
           End-If
           Move "Y" To RvCycleSw
           Move HistCycleInt To RvCycleInt
           Move HistCycleContrib To RvContrib
           Move HistCycleWdrw To RvWdrw
           Move HistCycleTax To RvTax
           Move HistCycleFee To RvFee
           Move HistCyclePayout To RvPayout
           Move HistPostStatus To RvStatus
           Move HistBalance To RvCycleBal
           If HistLastInterest Is Numeric
               Move HistLastInterest To RvCycleLastInt
           Else
               Move 0 To RvCycleLastInt
           End-If
           Move HistPeriodCount To RvCyclePeriod
           Perform 360-SaveRevWork.

      *    The uncredited interest on a snapshot from before it was
      *    carried is the cycle's interest, except after a maturity,
      *    which credits it.  Terms are only on snapshots written
      *    since reversal was supported.
       340-StorePriorSnapshot.
           If HistCycleDate > PrevCycle
               Move HistCycleDate To PrevCycle
           End-If
           Move HistAccountId To RvAccountId
           Perform 350-ReadRevWork
           If HistCycleDate Not Less RvPriorCycle
               If HistLastInterest Is Numeric
                   Move HistLastInterest To SnapLastInt
               Else
                   If HistPostStatus = "M"
                       Move 0 To SnapLastInt
                   Else
                       Move HistCycleInt To SnapLastInt
                   End-If
               End-If
               Move HistCycleDate To RvPriorCycle
               Move HistPeriodCount To RvPriorPeriod
               Move SnapLastInt To RvPriorLastInt
               If HistNumMonths Is Numeric
                       And HistIntRate Is Numeric
                   Move "Y" To RvPriorTermsSw
                   Move HistNumMonths To RvPriorNumMonths
                   Move HistProductCode To RvPriorProduct
                   Move HistIntRate To RvPriorIntRate
               Else
                   Move "N" To RvPriorTermsSw
               End-If
               Perform 360-SaveRevWork
           End-If.

       350-ReadRevWork.
           Move "Y" To RevFoundSw
           Read RevWork
               Invalid Key
                   Move "N" To RevFoundSw
                   Move "N" To RvCycleSw RvPriorTermsSw
                   Move Space To RvStatus
                   Move 0 To RvCycleInt RvContrib RvWdrw RvTax
                   Move 0 To RvFee RvPayout RvCycleBal
                   Move 0 To RvCycleLastInt RvCyclePeriod
                   Move 0 To RvPriorCycle RvPriorPeriod
                   Move 0 To RvPriorLastInt RvPriorNumMonths
                   Move 0 To RvPriorIntRate
                   Move Spaces To RvPriorProduct
           End-Read.

       360-SaveRevWork.
           If RevFound
               Rewrite RevWkRecord
                   Invalid Key
                       Display "REVWORK rewrite failed for "
                           RvAccountId ", status = " RevWkStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Rewrite
           Else
               Write RevWkRecord
                   Invalid Key
                       Display "REVWORK write failed for "
                           RvAccountId ", status = " RevWkStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Write
           End-If.

      *    Every account the cycle posted must be put back cleanly
      *    before any is touched: the master must still be there and
      *    still stamped with the cycle, and no restored figure may
      *    go below zero.  Each account that fails is listed.
       400-CheckAccounts.
           Move "CYCLE REVERSAL - EXCEPTIONS" To RH1Title
           Perform 810-WritePageHeader
           Write RevRptLine From RevExceptColHdr
               After Advancing 1 Line
           Perform 410-StartRevScan
           Perform 420-CheckOneAccount Until RevScanDone
           If AccountsRefused = 0
               Move Spaces To RevMessageLine
               String "  NO EXCEPTIONS - " Delimited By Size
                   "EVERY ACCOUNT CAN BE PUT BACK" Delimited By Size
                   Into RevMessageLine
               Write RevRptLine From RevMessageLine
                   After Advancing 1 Line
           Else
               Set ReversalRefused To True
           End-If.

       410-StartRevScan.
           Move "N" To RevScanDoneSw
           Move Low-Values To RvAccountId
           Start RevWork Key Not Less RvAccountId
               Invalid Key
                   Set RevScanDone To True
           End-Start.

       415-ReadNextRevWork.
           Read RevWork Next
               At End
                   Set RevScanDone To True
           End-Read
           If Not RevScanDone
               If Not RevWorkOk
                   Set RevScanDone To True
               End-If
           End-If.

       420-CheckOneAccount.
           Perform 415-ReadNextRevWork
           If Not RevScanDone And RvCycleSw = "Y"
               Add 1 To AccountsChecked
               Move RvAccountId To AcctAccountId
               Read AcctFile
                   Invalid Key
                       Move "NO MASTER RECORD" To RestoreReason
                       Perform 430-WriteException
                   Not Invalid Key
                       Perform 425-CheckMaster
               End-Read
           End-If.

       425-CheckMaster.
           If AcctLastPostDate Not = RevCycle
               If Not ResumingReversal
                   Move "MASTER NOT STAMPED WITH THE CYCLE"
                       To RestoreReason
                   Perform 430-WriteException
               End-If
           Else
               Perform 520-ComputeRestore
               If Not RestoreOk
                   Perform 430-WriteException
               End-If
           End-If.

       430-WriteException.
           Add 1 To AccountsRefused
           Move RvAccountId To RXAccountId
           Move RestoreReason To RXReason
           Write RevRptLine From RevExceptLine
               After Advancing 1 Line
               At End-Of-Page
                   Write RevRptLine From RevFooterLine
                       After Advancing 1 Line
                   Perform 810-WritePageHeader
                   Write RevRptLine From RevExceptColHdr
                       After Advancing 1 Line
           End-Write.

       450-RefuseReversal.
           Write RevRptLine From RevBlankLine After Advancing 1 Line
           Move Spaces To RevMessageLine
           String "REVERSAL REFUSED - NOTHING WAS CHANGED.  "
               Delimited By Size
               "SEE CONSOLE AND EXCEPTIONS." Delimited By Size
               Into RevMessageLine
           Write RevRptLine From RevMessageLine
               After Advancing 1 Line
           Close CtlFile AcctFile RevWork RevRptFile AuditFile
           If MatOpened
               Close MatFile
           End-If
           Move 8 To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

      *    From here on the book is being changed: posting is held
      *    off until the reversal completes.
       460-MarkReversalInFlight.
           If Not ResumingReversal
               Move PostCtlKey To CtlKey
               Move RevStartDate To CtlInFlight
               Move "R" To CtlState
               Rewrite CtlRecord
                   Invalid Key
                       Display "RUNCTL update failed, status = "
                           RunCtlStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Rewrite
           End-If.

       500-RestoreAccounts.
           Move "CYCLE REVERSAL REGISTER" To RH1Title
           Perform 810-WritePageHeader
           Write RevRptLine From RevColHdrLine
               After Advancing 1 Line
           Perform 410-StartRevScan
           Perform 510-RestoreOneAccount Until RevScanDone.

      *    On a resumed reversal an account no longer stamped with
      *    the cycle was put back before the abend.
       510-RestoreOneAccount.
           Perform 415-ReadNextRevWork
           If Not RevScanDone And RvCycleSw = "Y"
               Move RvAccountId To AcctAccountId
               Read AcctFile
                   Invalid Key
                       Display "ACCTMST read failed for "
                           RvAccountId ", status = " AcctStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Read
               If AcctLastPostDate Not = RevCycle
                   Add 1 To AccountsAlready
               Else
                   Perform 520-ComputeRestore
                   Perform 530-ApplyRestore
               End-If
           End-If.

      *    The cycle's movement comes back out of the master.  The
      *    balance also gives back the interest the cycle credited
      *    to it - the previous cycle's uncredited interest, plus,
      *    on a maturity, the cycle's own interest - and a maturity
      *    payout goes back in.  An at-term stamp moved nothing.
       520-ComputeRestore.
           Set RestoreOk To True
           Move Spaces To RestoreReason
           Move AcctCurrBalance To NewBalance
           Move AcctLastInterest To NewLastInt
           Move AcctPeriodCount To NewPeriod
           Evaluate RvStatus
               When "P"
                   Compute NewBalance = AcctCurrBalance
                       - RvPriorLastInt - RvContrib
                       + RvWdrw + RvTax + RvFee
                   Move RvPriorLastInt To NewLastInt
                   Compute NewPeriod = AcctPeriodCount - 1
               When "M"
                   Compute NewBalance = AcctCurrBalance
                       - RvPriorLastInt - RvCycleInt - RvContrib
                       + RvWdrw + RvTax + RvFee + RvPayout
                   Move RvPriorLastInt To NewLastInt
                   Move RvPriorPeriod To NewPeriod
                   If RvPriorCycle = 0 Or RvPriorTermsSw Not = "Y"
                       Move "MATURED - NO PRIOR TERMS ON ACCTHIST"
                           To RestoreReason
                   End-If
               When "T"
                   Continue
               When Other
                   Move "SNAPSHOT CARRIES NO POSTING STATUS"
                       To RestoreReason
           End-Evaluate
           Compute NewAccrued = AcctAccruedInt - RvCycleInt
           Compute NewTaxWheld = AcctTaxWithheld - RvTax
           Compute NewFeesPaid = AcctFeesPaid - RvFee
           Compute NewYtdInt = AcctYtdInterest - RvCycleInt
           Compute NewYtdTax = AcctYtdTax - RvTax
           Compute NewYtdWdrw = AcctYtdWithdrawn - RvWdrw - RvPayout
           Move RvPriorCycle To NewLastPost
           If RestoreReason = Spaces
               If NewYtdInt < 0 Or NewYtdTax < 0 Or NewYtdWdrw < 0
                   Move "YTD BUCKETS RESET SINCE THE CYCLE POSTED"
                       To RestoreReason
               End-If
           End-If
           If RestoreReason = Spaces
               If NewBalance < 0 Or NewPeriod < 0
                   Move "RESTORED BALANCE OR PERIOD BELOW ZERO"
                       To RestoreReason
               End-If
           End-If
           If RestoreReason = Spaces
               If NewAccrued < 0 Or NewTaxWheld < 0
                       Or NewFeesPaid < 0
                   Move "RESTORED TO-DATE FIGURES BELOW ZERO"
                       To RestoreReason
               End-If
           End-If
           If RestoreReason Not = Spaces
               Move "N" To RestoreOkSw
           End-If.

       530-ApplyRestore.
           Move "N" To MasterChangedSw
           If AcctCurrBalance Not = RvCycleBal
                   Or AcctLastInterest Not = RvCycleLastInt
                   Or AcctPeriodCount Not = RvCyclePeriod
               Set MasterChanged To True
               Add 1 To MastersChanged
               If HighestRc < 4
                   Move 4 To HighestRc
               End-If
           End-If
           Move "BEFORE" To RDImage
           Perform 540-WriteRegisterLine
           Perform 545-WriteAuditBefore
           Move NewBalance To AcctCurrBalance
           Move NewLastInt To AcctLastInterest
           Move NewAccrued To AcctAccruedInt
           Move NewPeriod To AcctPeriodCount
           Move NewTaxWheld To AcctTaxWithheld
           Move NewFeesPaid To AcctFeesPaid
           Move NewYtdInt To AcctYtdInterest
           Move NewYtdTax To AcctYtdTax
           Move NewYtdWdrw To AcctYtdWithdrawn
           Move NewLastPost To AcctLastPostDate
           If RvStatus = "M"
               Move RvPriorNumMonths To AcctNumMonths
               Move RvPriorProduct To AcctProductCode
               Move RvPriorIntRate To AcctIntRate
           End-If
           Rewrite AcctRecord
               Invalid Key
                   Display "ACCTMST rewrite failed for "
                       AcctAccountId ", status = " AcctStatus
                   Move 16 To Return-Code
                   Stop Run
           End-Rewrite
           Add 1 To AccountsRestored
           Move "AFTER" To RDImage
           Perform 540-WriteRegisterLine
           Perform 546-WriteAuditAfter
           If RvStatus = "M"
               Perform 550-ReverseMaturity
           End-If
           If MasterChanged
               Move Spaces To RevMessageLine
               String "                   MASTER CHANGED SINCE THE "
                   Delimited By Size
                   "CYCLE POSTED - THE CHANGE IS KEPT"
                   Delimited By Size Into RevMessageLine
               Perform 560-WriteRegisterNote
           End-If.

       540-WriteRegisterLine.
           Move AcctAccountId To RDAccountId
           Move AcctCurrBalance To RDBalance
           Move AcctLastInterest To RDLastInt
           Move AcctAccruedInt To RDAccrued
           Move AcctPeriodCount To RDPeriod
           Move AcctFeesPaid To RDFeesPaid
           Move AcctYtdInterest To RDYtdInt
           Move AcctYtdTax To RDYtdTax
           Move AcctYtdWithdrawn To RDYtdWdrw
           Move AcctLastPostDate To RDLastPost
           Write RevRptLine From RevDetailLine
               After Advancing 1 Line
               At End-Of-Page
                   Write RevRptLine From RevFooterLine
                       After Advancing 1 Line
                   Perform 810-WritePageHeader
                   Write RevRptLine From RevColHdrLine
                       After Advancing 1 Line
           End-Write.

       545-WriteAuditBefore.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CYCLREV  " Delimited By Size
               RevCycle Delimited By Size
               " " Delimited By Size
               AcctAccountId Delimited By Size
               " OLD " Delimited By Size
               AcctCurrBalance Delimited By Size
               " " Delimited By Size
               AcctAccruedInt Delimited By Size
               " " Delimited By Size
               AcctPeriodCount Delimited By Size
               " " Delimited By Size
               AcctLastPostDate Delimited By Size
               Into AuditLine
           Write AuditLine.

       546-WriteAuditAfter.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CYCLREV  " Delimited By Size
               RevCycle Delimited By Size
               " " Delimited By Size
               AcctAccountId Delimited By Size
               " NEW " Delimited By Size
               AcctCurrBalance Delimited By Size
               " " Delimited By Size
               AcctAccruedInt Delimited By Size
               " " Delimited By Size
               AcctPeriodCount Delimited By Size
               " " Delimited By Size
               AcctLastPostDate Delimited By Size
               Into AuditLine
           Write AuditLine.

      *    The instruction the cycle applied is made available again
      *    for the re-post.
       550-ReverseMaturity.
           Add 1 To MaturitiesReversed
           Move AcctIntRate To RateStr
           Move Spaces To RevMessageLine
           String "                   MATURITY REVERSED - TERM "
               Delimited By Size
               AcctNumMonths Delimited By Size
               "  PRODUCT " Delimited By Size
               AcctProductCode Delimited By Size
               "  RATE " Delimited By Size
               RateStr Delimited By Size
               " RESTORED" Delimited By Size
               Into RevMessageLine
           Perform 560-WriteRegisterNote
           If MatOpened
               Move AcctAccountId To MatAccountId
               Read MatFile
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If MatAppliedDate = RevCycle
                           Move 0 To MatAppliedDate
                           Rewrite MatRecord
                               Invalid Key
                                   Continue
                           End-Rewrite
                           If MatFileOk
                               Add 1 To InstructionsReset
                           Else
                               Display "MATINST rewrite failed for "
                                   AcctAccountId ", status = "
                                   MatStatus
                           End-If
                       End-If
               End-Read
           End-If.

       560-WriteRegisterNote.
           Write RevRptLine From RevMessageLine
               After Advancing 1 Line
               At End-Of-Page
                   Write RevRptLine From RevFooterLine
                       After Advancing 1 Line
                   Perform 810-WritePageHeader
                   Write RevRptLine From RevColHdrLine
                       After Advancing 1 Line
           End-Write.

      *    One pass over the history writes the reversing batch from
      *    the cycle's snapshots and flags each reversed.  A resumed
      *    reversal takes the snapshots it flagged before the abend
      *    into the batch again, since the abended run's batch was
      *    never catalogued.
       700-ReverseGlAndFlag.
           Open I-O HistFile
           If Not HistFileOk
               Display "Unable to open ACCTHIST for update, "
                   "status = " HistStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 710-OpenGlExtract
           Move "00" To HistStatus
           Perform 310-ReadHistory
           Perform 720-ReverseOneSnapshot Until HistFileEof
           Close HistFile
           Perform 750-WriteGlTrailer.

       710-OpenGlExtract.
           Open Output GlFile
           If Not GlFileOk
               Display "Unable to open GLEXTR, status = " GlStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Move Spaces To GlRecordOut
           Move "H" To GlRecordType
           Move "INVREV" To GlHdrSource
           Move RunDate To GlHdrRunDate
           Move RunTime To GlHdrRunTime
           Move RevCycle To GlHdrCycleDate
           Move BaseCurrency To GlHdrBaseCurrency
           Write GlRecordOut.

       720-ReverseOneSnapshot.
           If HistCycleDate = RevCycle
               Perform 325-CheckLiveSnapshot
               If LiveSnapshot
                   Perform 730-WriteGlEntries
                   If Not HistReversed
                       Move "R" To HistRevFlag
                       Move RevStartDate To HistRevDate
                       Rewrite HistRecord
                       If Not HistFileOk
                           Display "ACCTHIST rewrite failed for "
                               HistAccountId ", status = "
                               HistStatus
                           Move 16 To Return-Code
                           Stop Run
                       End-If
                       Add 1 To SnapshotsFlagged
                   End-If
               End-If
           End-If
           Perform 310-ReadHistory.

      *    The same pairs, amounts, and conversions as the posting
      *    run's 450-WriteGlEntries, so the batch offsets the cycle's
      *    to the cent.
       730-WriteGlEntries.
           Move HistAccountId To GlWorkAccountId
           Move HistPeriodCount To GlWorkPeriod
           Move HistCurrency To GlWorkCurrency
           Move HistFxRate To GlWorkRate
           If GlWorkRate = 0
               Move 1 To GlWorkRate
           End-If
           If HistCycleInt > 0
               Move GlAcctIntExp To GlWorkDrAcct
               Move GlAcctClientBal To GlWorkCrAcct
               Move HistCycleInt To GlWorkAmount
               Move "INTEREST" To GlWorkDesc
               Perform 740-WriteReversingPair
           End-If
           If HistCycleContrib > 0
               Move GlAcctCash To GlWorkDrAcct
               Move GlAcctClientBal To GlWorkCrAcct
               Move HistCycleContrib To GlWorkAmount
               Move "CONTRIBUTION" To GlWorkDesc
               Perform 740-WriteReversingPair
           End-If
           If HistCycleTax > 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctWithhold To GlWorkCrAcct
               Move HistCycleTax To GlWorkAmount
               Move "WITHHOLDING" To GlWorkDesc
               Perform 740-WriteReversingPair
           End-If
           If HistCycleWdrw > 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctCash To GlWorkCrAcct
               Move HistCycleWdrw To GlWorkAmount
               Move "WITHDRAWAL" To GlWorkDesc
               Perform 740-WriteReversingPair
           End-If
           If HistCycleFee > 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctFeeIncome To GlWorkCrAcct
               Move HistCycleFee To GlWorkAmount
               Move "FEES" To GlWorkDesc
               Perform 740-WriteReversingPair
           End-If
           If HistCyclePayout Is Numeric
               If HistCyclePayout > 0
                   Move GlAcctClientBal To GlWorkDrAcct
                   Move GlAcctCash To GlWorkCrAcct
                   Move HistCyclePayout To GlWorkAmount
                   Move "MAT PAYOUT" To GlWorkDesc
                   Perform 740-WriteReversingPair
               End-If
           End-If.

      *    The original pair's debit account is credited and its
      *    credit account debited.
       740-WriteReversingPair.
           Compute GlBaseAmount Rounded = GlWorkAmount * GlWorkRate
           Move Spaces To GlRecordOut
           Move "D" To GlRecordType
           Move GlWorkAccountId To GlDtlAccountId
           Move GlWorkPeriod To GlDtlPeriod
           Move GlWorkCrAcct To GlDtlGlAccount
           Move "D" To GlDtlDrCr
           Move GlBaseAmount To GlDtlAmount
           Move GlWorkDesc To GlDtlDesc
           Move GlWorkCurrency To GlDtlCurrency
           Move GlWorkRate To GlDtlFxRate
           Write GlRecordOut
           Add 1 To GlRecordCount
           Add GlBaseAmount To GlDebitTotal
           Move Spaces To GlRecordOut
           Move "D" To GlRecordType
           Move GlWorkAccountId To GlDtlAccountId
           Move GlWorkPeriod To GlDtlPeriod
           Move GlWorkDrAcct To GlDtlGlAccount
           Move "C" To GlDtlDrCr
           Move GlBaseAmount To GlDtlAmount
           Move GlWorkDesc To GlDtlDesc
           Move GlWorkCurrency To GlDtlCurrency
           Move GlWorkRate To GlDtlFxRate
           Write GlRecordOut
           Add 1 To GlRecordCount
           Add GlBaseAmount To GlCreditTotal.

       750-WriteGlTrailer.
           Compute GlNetProof = GlDebitTotal - GlCreditTotal
           Move Spaces To GlRecordOut
           Move "T" To GlRecordType
           Move GlRecordCount To GlTrlRecordCount
           Move GlDebitTotal To GlTrlDebitTotal
           Move GlCreditTotal To GlTrlCreditTotal
           Move GlNetProof To GlTrlNetProof
           Write GlRecordOut
           Close GlFile
           Display "REVERSING GL EXTRACT, " GlRecordCount
               " RECORD(S), NET PROOF = " GlNetProof.

      *    The posting control goes back to the latest cycle still
      *    standing, so the reversed cycle can post again.
      *    The streams' records go back first: until POSTCYCL does,
      *    a rerun after an abend still resumes the reversal, and a
      *    stream record already put back no longer names the cycle.
       800-RollBackControl.
           Move "N" To StreamScanSw
           Move "POSTST00" To CtlKey
           Start CtlFile Key Not Less CtlKey
               Invalid Key
                   Set StreamScanDone To True
           End-Start
           Perform 805-RollBackOneStream Until StreamScanDone
           Move PostCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Display "RUNCTL read failed, status = "
                       RunCtlStatus
                   Move 16 To Return-Code
                   Stop Run
           End-Read
           Move PrevCycle To CtlLastCycle
           Move 0 To CtlInFlight
           Move "C" To CtlState
           Rewrite CtlRecord
               Invalid Key
                   Display "RUNCTL update failed, status = "
                       RunCtlStatus
                   Move 16 To Return-Code
                   Stop Run
           End-Rewrite
           Display "CYCLE " RevCycle " REVERSED, POSTING CONTROL "
               "BACK TO CYCLE " PrevCycle.

       805-RollBackOneStream.
           Read CtlFile Next
               At End
                   Set StreamScanDone To True
           End-Read
           If Not StreamScanDone
               If Not RunCtlOk Or CtlKey (1:6) Not = "POSTST"
                   Set StreamScanDone To True
               Else
                   If CtlLastCycle = RevCycle
                           Or CtlInFlight = RevCycle
                       Move PrevCycle To CtlLastCycle
                       Move 0 To CtlInFlight
                       Move "C" To CtlState
                       Rewrite CtlRecord
                           Invalid Key
                               Display "RUNCTL update failed for "
                                   CtlKey ", status = " RunCtlStatus
                               Move 16 To Return-Code
                               Stop Run
                       End-Rewrite
                       Add 1 To StreamsRolledBack
                   End-If
               End-If
           End-If.

       810-WritePageHeader.
           Add 1 To PageCount
           Move PageCount To RH1PageNum
           Write RevRptLine From RevHeading1 After Advancing Page
           Write RevRptLine From RevBlankLine
               After Advancing 1 Line.

       850-WriteTotals.
           Write RevRptLine From RevBlankLine After Advancing 1 Line
           Move Spaces To RevMessageLine
           String "  Posting Control Back To    " Delimited By Size
               PrevCycle Delimited By Size Into RevMessageLine
           Write RevRptLine From RevMessageLine
               After Advancing 1 Line
           Move CycleSnapshots To CountStr
           Move "  Accounts in Cycle          " To RevLabel
           Perform 860-WriteCountLine
           Move AccountsRestored To CountStr
           Move "  Accounts Restored          " To RevLabel
           Perform 860-WriteCountLine
           Move AccountsAlready To CountStr
           Move "  Restored Before Restart    " To RevLabel
           Perform 860-WriteCountLine
           Move MastersChanged To CountStr
           Move "  Masters Changed Since Post " To RevLabel
           Perform 860-WriteCountLine
           Move MaturitiesReversed To CountStr
           Move "  Maturities Reversed        " To RevLabel
           Perform 860-WriteCountLine
           Move InstructionsReset To CountStr
           Move "  Instructions Reopened      " To RevLabel
           Perform 860-WriteCountLine
           Move SnapshotsFlagged To CountStr
           Move "  Snapshots Flagged Reversed " To RevLabel
           Perform 860-WriteCountLine
           Move StreamsRolledBack To CountStr
           Move "  Stream Controls Rolled Back" To RevLabel
           Perform 860-WriteCountLine
           Move GlRecordCount To CountStr
           Move "  Reversing GL Records       " To RevLabel
           Perform 860-WriteCountLine
           Display "REVERSAL: " AccountsRestored
               " ACCOUNT(S) RESTORED, " MastersChanged
               " CHANGED SINCE POSTING".

       860-WriteCountLine.
           Move Spaces To RevMessageLine
           String RevLabel Delimited By Size
               CountStr Delimited By Size Into RevMessageLine
           Write RevRptLine From RevMessageLine
               After Advancing 1 Line.

       900-Terminate.
           Close CtlFile AcctFile RevWork RevRptFile AuditFile
           If MatOpened
               Close MatFile
           End-If.

      *    One record per run on the shared run log, read by OpsSumm
      *    for the nightly operations summary.  A run log that will
      *    not open is reported on the console but does not fail the
      *    step - the summary will show the step as missing.
       950-WriteRunLog.
           Open Extend RunLogFile
           If Not RunLogFileOk
               Open Output RunLogFile
           End-If
           If Not RunLogFileOk
               Display "Unable to open RUNLOG, status = " RunLogStatus
           Else
               Move Spaces To RunLogRecord
               Move "CYCLREV" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "REVERSE" To RlRunMode
               Move RevCycle To RlCycleDate
               Move SnapshotsRead To RlInCount
               Move AccountsRestored To RlOutCount
               Move AccountsRefused To RlRejCount
               Move "GL DEBITS" To RlCtlLabel1
               Move GlDebitTotal To RlCtlTotal1
               Move "GL CREDITS" To RlCtlLabel2
               Move GlCreditTotal To RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
