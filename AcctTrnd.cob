      *      both rebuilt from scratch every run, so history volume
      *      grows with the data.  A snapshot appearing twice for the
      *      same account and cycle (history from an overlapping
      *      rerun) keeps the later image and is counted.  A
      *      back-dated adjustment's snapshot ("A") is not a trend
      *      point - the account's snapshot for the same cycle holds
      *      the adjusted figures - but its cash and its signed
      *      interest, tax, and fee changes join the cycle's
      *      movement, so the summary still foots.
      *
      *      Return codes:  4 = duplicate snapshots replaced,
      *      16 = a file would not open or a work file failed.
      *                      movement summary line realigned to its
      *                      headings; work file reopens are
      *                      status-checked.
      *      2026-10-15  JO  Snapshots carry the maturity payout and
      *                      posting status; a payout counts with
      *                      the withdrawals in the book movement.
      *      2026-10-15  JO  Snapshot layout follows the posting run
      *                      (interest not yet credited added).
      *      2026-10-15  JO  Snapshots of a cycle reversed by CYCLREV
      *                      are passed over and counted; the cycle
      *                      shows only its re-posted movement.
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  Back-dated adjustment snapshots add to
      *                      the cycle's movement only.
      *      2026-10-15  JO  Cycle interest, tax, and fee totals are
      *                      signed so a downward adjustment counted
      *                      before the cycle's snapshots nets off.
      *
       Identification Division.
       Program-ID.  AcctTrnd.
           Select TrndRptFile Assign To "TRNDRPT"
               Organization Is Sequential
               File Status Is TrndRptStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
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
      *    An adjustment snapshot carries its interest, withholding,
      *    and fee changes signed.
       01  HistAdjData Redefines HistRecordIn.
           05  Filler              Pic X(56).
           05  HistAdjInt          Pic S9(9)V99.
           05  Filler              Pic X(22).
           05  HistAdjTax          Pic S9(9)V99.
           05  HistAdjFee          Pic S9(9)V99.
           05  Filler              Pic X(57).

       FD  HistWork.
       01  HistWkRecord.
           05  CyclWkKey.
               10  CyclWkCycle     Pic 9(8).
           05  CyclWkClosing       Pic 9(13)V99.
           05  CyclWkInterest      Pic S9(11)V99.
           05  CyclWkContrib       Pic 9(11)V99.
           05  CyclWkWdrw          Pic 9(11)V99.
           05  CyclWkTax           Pic S9(11)V99.
           05  CyclWkFees          Pic S9(11)V99.
           05  CyclWkAccounts      Pic 9(9).

       FD  TrndRptFile
           Linage Is 60 Lines With Footing At 55.
       01  TrndRptLine             Pic X(132).

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
       01   HistStatus      Pic XX.
           88  HistFileOk       Value "00".
       77   BaseCurrency     Pic X(03) Value "USD".

       01   TrndBaseAmt     Pic 9(13)V99.
       01   TrndAdjAmt      Pic S9(13)V99.
       01   NewSnapImage    Pic X(123).

       01   SnapshotsRead   Pic 9(9) Value 0.
       01   SnapshotsDuped  Pic 9(9) Value 0.
       01   SnapshotsReversed Pic 9(9) Value 0.
       01   AdjSnapshots    Pic 9(9) Value 0.
       01   AccountsSeen    Pic 9(9) Value 0.
       01   CyclesSeen      Pic 9(9) Value 0.


       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   RunDate         Pic 9(8).

       01   PageCount       Pic 9(4) Value 0.
           Perform 800-WriteTotals
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input HistFile
           If Not HistFileOk
               Display "Unable to open ACCTHIST, status = "
           Perform 210-ReadHistory
           Perform Until HistFileEof
               Add 1 To SnapshotsRead
               Evaluate True
                   When HistReversed
                       Add 1 To SnapshotsReversed
                   When HistAdjustment
                       Add 1 To AdjSnapshots
                       Perform 240-AccumulateAdjustment
                   When Other
                       Perform 220-StoreSnapshot
               End-Evaluate
               Perform 210-ReadHistory
           End-Perform.

           If HistFxRate Not Numeric Or HistFxRate = 0
               Move 1 To HistFxRate
           End-If
      *    A maturity payout leaves the book like any withdrawal;
      *    history from before payouts were carried has none.
           If HistCyclePayout Not Numeric
               Move 0 To HistCyclePayout
           End-If
           Add HistCyclePayout To HistCycleWdrw
           Move HistAccountId To HistWkAccountId
           Move HistCycleDate To HistWkCycle
           Move HistBalance To HistWkBalance
           Add TrndBaseAmt To CyclWkFees
           Add 1 To CyclWkAccounts.

      *    An adjustment's movement adds to its cycle's totals at
      *    its own rate; it is not another account in the cycle.
       240-AccumulateAdjustment.
           If HistFxRate Not Numeric Or HistFxRate = 0
               Move 1 To HistFxRate
           End-If
           Move HistCycleDate To CyclWkCycle
           Read CyclWork
               Invalid Key
                   Move HistCycleDate To CyclWkCycle
                   Move 0 To CyclWkClosing CyclWkInterest
                   Move 0 To CyclWkContrib CyclWkWdrw
                   Move 0 To CyclWkTax CyclWkFees
                   Move 0 To CyclWkAccounts
                   Perform 245-AddAdjustmentToCycle
                   Write CyclWkRecord
                       Invalid Key
                           Display "CYCLWORK write failed, status = "
                               CyclWkStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Write
               Not Invalid Key
                   Perform 245-AddAdjustmentToCycle
                   Rewrite CyclWkRecord
                       Invalid Key
                           Display "CYCLWORK rewrite failed, "
                               "status = " CyclWkStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Rewrite
           End-Read.

       245-AddAdjustmentToCycle.
           Compute TrndBaseAmt Rounded =
               HistCycleContrib * HistFxRate
           Add TrndBaseAmt To CyclWkContrib
           Compute TrndBaseAmt Rounded = HistCycleWdrw * HistFxRate
           Add TrndBaseAmt To CyclWkWdrw
           Compute TrndAdjAmt Rounded = HistAdjInt * HistFxRate
           Add TrndAdjAmt To CyclWkInterest
           Compute TrndAdjAmt Rounded = HistAdjTax * HistFxRate
           Add TrndAdjAmt To CyclWkTax
           Compute TrndAdjAmt Rounded = HistAdjFee * HistFxRate
           Add TrndAdjAmt To CyclWkFees.

       300-WriteAccountTrends.
           Perform 810-WriteTrendHeadings
           Move "N" To HistScanDoneSw
               CountStr Delimited By Size Into TrndMessageLine
           Write TrndRptLine From TrndMessageLine
               After Advancing 1 Line
           Move SnapshotsReversed To CountStr
           Move Spaces To TrndMessageLine
           String "  Reversed Snapshots Skipped " Delimited By Size
               CountStr Delimited By Size Into TrndMessageLine
           Write TrndRptLine From TrndMessageLine
               After Advancing 1 Line
           Move AdjSnapshots To CountStr
           Move Spaces To TrndMessageLine
           String "  Adjustment Snapshots       " Delimited By Size
               CountStr Delimited By Size Into TrndMessageLine
           Write TrndRptLine From TrndMessageLine
               After Advancing 1 Line
           Move AccountsSeen To CountStr
           Move Spaces To TrndMessageLine
           String "  Accounts Reported          " Delimited By Size

       900-Terminate.
           Close HistFile HistWork CyclWork TrndRptFile.

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
               Move "ACCTTRND" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "TREND" To RlRunMode
               Move 0 To RlCycleDate
               Move SnapshotsRead To RlInCount
               Move AccountsSeen To RlOutCount
               Move SnapshotsDuped To RlRejCount
               Move Spaces To RlCtlLabel1 RlCtlLabel2
               Move 0 To RlCtlTotal1 RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
