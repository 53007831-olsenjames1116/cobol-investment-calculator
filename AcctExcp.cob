      *      James Olsen
      *      Post-cycle exception report over the account master
      *      snapshot history.  Run after each posting run in place of
      *      reading the Posting section of SCHEDRPT by eye: every
      *      account's snapshot for the latest cycle on ACCTHIST is
      *      compared with its own earlier snapshots and with its
      *      product's rate on RATEFILE, and flagged for
      *
      *        RATE  interest outside the expected rate band    (H)
      *        MISS  account missed a posting cycle              (H)
      *        BALJ  balance moved more than BalJumpPct percent  (M)
      *        FEEN  fees or tax taken with no interest credited (M)
      *        ATRM  stuck AT TERM for AtTermCycles cycles       (L)
      *        DORM  no movement for DormantCycles cycles        (L)
      *
      *      with the severity (High, Medium, Low) shown.  The report
      *      (EXCPRPT) ends with a count by exception type; every
      *      exception is also written to EXCPFILE, one fixed record
      *      each, carrying open clearance fields for the review team
      *      to record how, when, and by whom it was cleared.
      *
      *      The expected rate is the RATEFILE entry for the
      *      snapshot's product, period, and balance, in RATEFILE
      *      order as the posting run looks it up; an account with no
      *      product or no covering entry is held to its own rate.
      *      Effective interest is the cycle's interest annualized
      *      over the balance it was earned on - the prior snapshot's
      *      balance plus the interest it had still to credit - so an
      *      account new this cycle, or with less than MinRateBase
      *      to earn on, has no rate check.  A quarterly-compounding
      *      account (compounding frequency from ACCTMST) earns in
      *      the quarter's third month only; the fees it pays in the
      *      other two months are expected.
      *
      *      The history arrives cycle-major; it is loaded into a
      *      keyed work file (HISTWORK, account + cycle) and the
      *      cycles into a second (CYCLWORK), both rebuilt from
      *      scratch every run.  Snapshots of a cycle reversed by
      *      CYCLREV are passed over; a snapshot appearing twice for
      *      the same account and cycle keeps the later image.  A
      *      back-dated adjustment's snapshot ("A") is passed over
      *      too - the account's snapshot for the same cycle holds
      *      the adjusted figures.
      *
      *      Return codes:  4 = exceptions listed, duplicate
      *      snapshots, or no cycle on ACCTHIST, 16 = a file would not
      *      open or a work file failed.
      *
      *      Modification History
      *      2026-10-15  JO  Initial version.
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  Back-dated adjustment snapshots are
      *                      passed over and counted.
      *
       Identification Division.
       Program-ID.  AcctExcp.
       Author.  James Olsen.
       Date-Written.  2026-10-15.
       Date-Compiled.  2026-10-15.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select HistFile Assign To "ACCTHIST"
               Organization Is Sequential
               File Status Is HistStatus.
           Select RateFile Assign To "RATEFILE"
               Organization Is Sequential
               File Status Is RateStatus.
           Select AcctFile Assign To "ACCTMST"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is AcctAccountId
               File Status Is AcctStatus.
           Select HistWork Assign To "HISTWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is HistWkKey
               File Status Is HistWkStatus.
           Select CyclWork Assign To "CYCLWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is CyclWkKey
               File Status Is CyclWkStatus.
           Select ExcpRptFile Assign To "EXCPRPT"
               Organization Is Sequential
               File Status Is ExcpRptStatus.
           Select ExcpFile Assign To "EXCPFILE"
               Organization Is Sequential
               File Status Is ExcpStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
      *    This record must match the snapshot written by Lab2's
      *    posting run - change them together.
       FD  HistFile.
       01  HistRecordIn.
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

      *    This record must match the rate schedule read by Lab2 -
      *    change them together.
       FD  RateFile.
       01  RateRecordIn.
           05  RateProductCode         Pic X(04).
           05  RateFromMonth           Pic 9(4).
           05  RateToMonth             Pic 9(4).
           05  RateBalFrom             Pic 9(9)V99.
           05  RateBalTo               Pic 9(9)V99.
           05  RateAnnRate             Pic 9(3)V99.
           05  Filler                  Pic X(10).

      *    This record must match the account master written by
      *    Lab2 - change them together.
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

       FD  HistWork.
       01  HistWkRecord.
           05  HistWkKey.
               10  HistWkAccountId Pic X(10).
               10  HistWkCycle     Pic 9(8).
           05  HistWkBalance       Pic 9(10)V99.
           05  HistWkLastInt       Pic 9(9)V99.
           05  HistWkCycleInt      Pic 9(9)V99.
           05  HistWkCycleContrib  Pic 9(9)V99.
           05  HistWkCycleWdrw     Pic 9(9)V99.
           05  HistWkCycleTax      Pic 9(9)V99.
           05  HistWkCycleFee      Pic 9(9)V99.
           05  HistWkCyclePayout   Pic 9(9)V99.
           05  HistWkPostStatus    Pic X(01).
               88  HistWkPosted         Value "P".
               88  HistWkMatured        Value "M".
               88  HistWkAtTerm         Value "T".
           05  HistWkPeriod        Pic 9(4).
           05  HistWkProduct       Pic X(04).
           05  HistWkIntRate       Pic 9(3)V99.
           05  HistWkRateSw        Pic X(01).
               88  HistWkRateKnown      Value "Y".

       FD  CyclWork.
       01  CyclWkRecord.
           05  CyclWkKey.
               10  CyclWkCycle     Pic 9(8).
           05  CyclWkAccounts      Pic 9(9).

       FD  ExcpRptFile
           Linage Is 60 Lines With Footing At 55.
       01  ExcpRptLine             Pic X(132).

      *    One record per exception for the review team.  The
      *    clearance fields are written open (status "O", the rest
      *    blank) and are theirs to fill in: "C" cleared or "A"
      *    accepted as correct, by whom, when, and a note.
       FD  ExcpFile.
       01  ExcpRecord.
           05  ExcCycleDate        Pic 9(8).
           05  ExcAccountId        Pic X(10).
           05  ExcReasonCode       Pic X(04).
           05  ExcSeverity         Pic X(01).
           05  ExcReasonText       Pic X(40).
           05  ExcMeasured         Pic 9(9)V99.
           05  ExcLimit            Pic 9(9)V99.
           05  ExcRunDate          Pic 9(8).
           05  ExcClearStatus      Pic X(01).
           05  ExcClearedBy        Pic X(08).
           05  ExcClearedDate      Pic 9(8).
           05  ExcClearNote        Pic X(40).
           05  Filler              Pic X(10).

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
           88  HistFileEof      Value "10".

       01   RateStatus      Pic XX.
           88  RateFileOk       Value "00".
           88  RateFileEof      Value "10".

       01   AcctStatus      Pic XX.
           88  AcctFileOk       Value "00".

       01   HistWkStatus    Pic XX.
           88  HistWorkOk       Value "00".

       01   CyclWkStatus    Pic XX.
           88  CyclWorkOk       Value "00".

       01   ExcpRptStatus   Pic XX.
           88  ExcpRptFileOk    Value "00".

       01   ExcpStatus      Pic XX.
           88  ExcpFileOk       Value "00".

       01   HistScanDoneSw  Pic X(01).
           88  HistScanDone     Value "Y".

       01   CyclScanDoneSw  Pic X(01).
           88  CyclScanDone     Value "Y".

      *    Exception thresholds.
       77   RateTolerance    Pic 9(2)V99 Value 00.50.
       77   MinRateBase      Pic 9(9)V99 Value 100.00.
       77   BalJumpPct       Pic 9(3)V99 Value 025.00.
       77   AtTermCycles     Pic 9(3)    Value 003.
       77   DormantCycles    Pic 9(3)    Value 006.

      *    The rate schedule is held in a table; RATEFILE larger
      *    than the table stops the run rather than check against a
      *    partial schedule.
       77   MaxRateEntries   Pic 9(3) Value 200.

       01   RateCount       Pic 9(3) Value 0.
       01   RateIdx         Pic 9(3) Comp.
       01   RateTable.
           05  RateEntry Occurs 200 Times.
               10  RateTblProduct   Pic X(04).
               10  RateTblFromMonth Pic 9(4).
               10  RateTblToMonth   Pic 9(4).
               10  RateTblBalFrom   Pic 9(9)V99.
               10  RateTblBalTo     Pic 9(9)V99.
               10  RateTblRate      Pic 9(3)V99.

       01   RateFoundSw     Pic X(01) Value "N".
           88  RateFound        Value "Y".

       01   CurrentCycle    Pic 9(8) Value 0.
       01   PriorCycle      Pic 9(8) Value 0.

      *    What the account walk carries from one snapshot of an
      *    account to the next.
       01   ThisAccountId   Pic X(10) Value Spaces.
       01   PrevCycle       Pic 9(8).
       01   PrevBalance     Pic 9(10)V99.
       01   PrevLastInt     Pic 9(9)V99.
       01   HavePrevSw      Pic X(01) Value "N".
           88  HavePrev         Value "Y".
       01   AtTermRun       Pic 9(5) Comp.
       01   IdleRun         Pic 9(5) Comp.

       01   CompoundFreq    Pic X(01).
       01   OnMasterSw      Pic X(01) Value "N".
           88  OnMaster         Value "Y".

       01   EarnBase        Pic 9(10)V99.
       01   ExpectedRate    Pic 9(3)V99.
       01   EffectiveRate   Pic 9(5)V99.
       01   RateGap         Pic S9(5)V99.
       01   BalChange       Pic S9(10)V99.
       01   BalChangePct    Pic 9(7)V99.
       01   CycleMovement   Pic 9(11)V99.
       01   QuarterMonth    Pic 9(1).

       01   ExcCode         Pic X(04).
       01   ExcSev          Pic X(01).
       01   ExcText         Pic X(40).
       01   ExcMeasure      Pic 9(9)V99.
       01   ExcBound        Pic 9(9)V99.

       01   SnapshotsRead   Pic 9(9) Value 0.
       01   SnapshotsDuped  Pic 9(9) Value 0.
       01   SnapshotsReversed Pic 9(9) Value 0.
       01   AdjSnapshots    Pic 9(9) Value 0.
       01   AccountsChecked Pic 9(9) Value 0.
       01   RateChecksSkipped Pic 9(9) Value 0.
       01   ExceptionCount  Pic 9(9) Value 0.
       01   RateExcCount    Pic 9(9) Value 0.
       01   MissExcCount    Pic 9(9) Value 0.
       01   BaljExcCount    Pic 9(9) Value 0.
       01   FeenExcCount    Pic 9(9) Value 0.
       01   AtrmExcCount    Pic 9(9) Value 0.
       01   DormExcCount    Pic 9(9) Value 0.
       01   HighSevCount    Pic 9(9) Value 0.
       01   MedSevCount     Pic 9(9) Value 0.
       01   LowSevCount     Pic 9(9) Value 0.

       01   CountStr        Pic Z(8)9.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   RunDate         Pic 9(8).

       01   PageCount       Pic 9(4) Value 0.

       01   ExcpHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(30)
               Value "POST-CYCLE EXCEPTION REPORT   ".
           05  EH1RunDate          Pic 9(8).
           05  Filler              Pic X(10) Value "   Cycle: ".
           05  EH1Cycle            Pic 9(8).
           05  Filler              Pic X(32) Value Spaces.
           05  Filler              Pic X(06) Value "PAGE  ".
           05  EH1PageNum          Pic ZZZZ.
           05  Filler              Pic X(33) Value Spaces.

       01   ExcpColHdrLine.
           05  Filler              Pic X(12) Value " Account".
           05  Filler              Pic X(06) Value "Code".
           05  Filler              Pic X(05) Value "Sev".
           05  Filler              Pic X(41) Value "Exception".
           05  Filler              Pic X(14) Value "      Measured".
           05  Filler              Pic X(14) Value "         Limit".
           05  Filler              Pic X(40) Value Spaces.

       01   ExcpDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  EDAccountId         Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  EDReasonCode        Pic X(04).
           05  Filler              Pic X(03) Value Spaces.
           05  EDSeverity          Pic X(01).
           05  Filler              Pic X(03) Value Spaces.
           05  EDReasonText        Pic X(40).
           05  Filler              Pic X(01) Value Spaces.
           05  EDMeasured          Pic ZZZ,ZZZ,ZZ9.99.
           05  EDLimit             Pic ZZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(40) Value Spaces.

       01   ExcpMessageLine         Pic X(132).

       01   ExcpBlankLine           Pic X(132) Value Spaces.

       01   ExcpFooterLine.
           05  Filler              Pic X(30)
               Value "--- CONTINUED ON NEXT PAGE ---".
           05  Filler              Pic X(102) Value Spaces.

       Procedure Division.
       000-Main.
           Perform 100-Initialize
           Perform 110-LoadRates
           Perform 200-LoadHistory
           Perform 250-FindCurrentCycle
           Perform 810-WriteExcpHeadings
           If CurrentCycle = 0
               Move "  NO POSTED CYCLE ON ACCTHIST - NOTHING CHECKED"
                   To ExcpMessageLine
               Write ExcpRptLine From ExcpMessageLine
                   After Advancing 1 Line
               If HighestRc < 4
                   Move 4 To HighestRc
               End-If
           Else
               Perform 300-CheckAccounts
           End-If
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
                   HistStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Input AcctFile
           If Not AcctFileOk
               Display "Unable to open ACCTMST, status = "
                   AcctStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output ExcpRptFile
           If Not ExcpRptFileOk
               Display "Unable to open EXCPRPT, status = "
                   ExcpRptStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output ExcpFile
           If Not ExcpFileOk
               Display "Unable to open EXCPFILE, status = "
                   ExcpStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output HistWork
           If Not HistWorkOk
               Display "Unable to open HISTWORK, status = "
                   HistWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close HistWork
           Open I-O HistWork
           If Not HistWorkOk
               Display "Unable to reopen HISTWORK, status = "
                   HistWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output CyclWork
           If Not CyclWorkOk
               Display "Unable to open CYCLWORK, status = "
                   CyclWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close CyclWork
           Open I-O CyclWork
           If Not CyclWorkOk
               Display "Unable to reopen CYCLWORK, status = "
                   CyclWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Accept RunDate From Date YYYYMMDD
           Move RunDate To EH1RunDate.

       110-LoadRates.
           Open Input RateFile
           If Not RateFileOk
               Display "Unable to open RATEFILE, status = "
                   RateStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 117-ReadRate
           Perform 115-StoreRate
               Until RateFileEof
           Close RateFile.

       115-StoreRate.
           If RateCount < MaxRateEntries
               Add 1 To RateCount
               Move RateProductCode To RateTblProduct (RateCount)
               Move RateFromMonth To RateTblFromMonth (RateCount)
               Move RateToMonth To RateTblToMonth (RateCount)
               Move RateBalFrom To RateTblBalFrom (RateCount)
               Move RateBalTo To RateTblBalTo (RateCount)
               Move RateAnnRate To RateTblRate (RateCount)
           Else
               Display "RATEFILE table full at product "
                   RateProductCode
                   " - rate band cannot be checked, run stopped"
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 117-ReadRate.

       117-ReadRate.
           Read RateFile
               At End
                   Set RateFileEof To True
           End-Read.

      *    Reversed and adjustment snapshots are passed over; the
      *    rest load into the account-keyed work file, and each
      *    cycle is noted in the cycle-keyed one.
       200-LoadHistory.
           Perform 210-ReadHistory
           Perform 205-LoadOneSnapshot
               Until HistFileEof.

       205-LoadOneSnapshot.
           Add 1 To SnapshotsRead
           Evaluate True
               When HistReversed
                   Add 1 To SnapshotsReversed
               When HistAdjustment
                   Add 1 To AdjSnapshots
               When Other
                   Perform 220-StoreSnapshot
           End-Evaluate
           Perform 210-ReadHistory.

       210-ReadHistory.
           Read HistFile
               At End
                   Set HistFileEof To True
           End-Read.

      *    History written before a field was carried holds spaces
      *    there: no payout, last interest equal to the cycle's, an
      *    ordinary posting, and no rate of its own on file.
       220-StoreSnapshot.
           Move HistAccountId To HistWkAccountId
           Move HistCycleDate To HistWkCycle
           Move HistBalance To HistWkBalance
           Move HistCycleInt To HistWkCycleInt
           Move HistCycleContrib To HistWkCycleContrib
           Move HistCycleWdrw To HistWkCycleWdrw
           Move HistCycleTax To HistWkCycleTax
           Move HistCycleFee To HistWkCycleFee
           Move HistPeriodCount To HistWkPeriod
           If HistCyclePayout Not Numeric
               Move 0 To HistWkCyclePayout
           Else
               Move HistCyclePayout To HistWkCyclePayout
           End-If
           If HistLastInterest Not Numeric
               Move HistCycleInt To HistWkLastInt
           Else
               Move HistLastInterest To HistWkLastInt
           End-If
           If HistPostStatus = "M" Or HistPostStatus = "T"
               Move HistPostStatus To HistWkPostStatus
           Else
               Move "P" To HistWkPostStatus
           End-If
           Move HistProductCode To HistWkProduct
           If HistIntRate Numeric
               Move HistIntRate To HistWkIntRate
               Move "Y" To HistWkRateSw
           Else
               Move 0 To HistWkIntRate
               Move "N" To HistWkRateSw
           End-If
           Write HistWkRecord
               Invalid Key
                   Add 1 To SnapshotsDuped
                   Rewrite HistWkRecord
                       Invalid Key
                           Display "HISTWORK rewrite failed for "
                               HistAccountId ", status = "
                               HistWkStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Rewrite
                   If HighestRc < 4
                       Move 4 To HighestRc
                   End-If
               Not Invalid Key
                   Perform 230-NoteCycle
           End-Write.

       230-NoteCycle.
           Move HistCycleDate To CyclWkCycle
           Read CyclWork
               Invalid Key
                   Move HistCycleDate To CyclWkCycle
                   Move 1 To CyclWkAccounts
                   Write CyclWkRecord
                       Invalid Key
                           Display "CYCLWORK write failed, status = "
                               CyclWkStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Write
               Not Invalid Key
                   Add 1 To CyclWkAccounts
                   Rewrite CyclWkRecord
                       Invalid Key
                           Display "CYCLWORK rewrite failed, "
                               "status = " CyclWkStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Rewrite
           End-Read.

      *    The cycle checked is the latest one on the history; the
      *    one before it is the cycle every account should have
      *    posted last time.
       250-FindCurrentCycle.
           Move "N" To CyclScanDoneSw
           Move Low-Values To CyclWkKey
           Start CyclWork Key Not Less CyclWkKey
               Invalid Key
                   Set CyclScanDone To True
           End-Start
           Perform 255-NoteNextCycle Until CyclScanDone
           Move CurrentCycle To EH1Cycle.

       255-NoteNextCycle.
           Read CyclWork Next
               At End
                   Set CyclScanDone To True
           End-Read
           If Not CyclScanDone
               If Not CyclWorkOk
                   Set CyclScanDone To True
               Else
                   Move CurrentCycle To PriorCycle
                   Move CyclWkCycle To CurrentCycle
               End-If
           End-If.

      *    Each account's snapshots come back oldest first.  The
      *    run-length counters and the prior snapshot carry forward
      *    to the current cycle's snapshot, which is the one checked.
       300-CheckAccounts.
           Write ExcpRptLine From ExcpColHdrLine
               After Advancing 1 Line
           Move "N" To HistScanDoneSw
           Move Low-Values To HistWkKey
           Start HistWork Key Not Less HistWkKey
               Invalid Key
                   Set HistScanDone To True
           End-Start
           Perform 310-CheckOneSnapshot Until HistScanDone
           If ThisAccountId Not = Spaces
               Perform 320-EndAccount
           End-If.

       310-CheckOneSnapshot.
           Read HistWork Next
               At End
                   Set HistScanDone To True
           End-Read
           If Not HistScanDone
               If Not HistWorkOk
                   Set HistScanDone To True
               Else
                   If HistWkAccountId Not = ThisAccountId
                       If ThisAccountId Not = Spaces
                           Perform 320-EndAccount
                       End-If
                       Perform 315-StartAccount
                   End-If
                   Perform 330-CountRuns
                   If HistWkCycle = CurrentCycle
                       Perform 400-CheckCurrentSnapshot
                   End-If
                   Move HistWkCycle To PrevCycle
                   Move HistWkBalance To PrevBalance
                   Move HistWkLastInt To PrevLastInt
                   Set HavePrev To True
               End-If
           End-If.

       315-StartAccount.
           Move HistWkAccountId To ThisAccountId
           Move "N" To HavePrevSw
           Move 0 To PrevCycle PrevBalance PrevLastInt
           Move 0 To AtTermRun IdleRun.

      *    An account still on the master whose last snapshot is
      *    older than the current cycle was not posted this cycle.
       320-EndAccount.
           If PrevCycle < CurrentCycle
               Move ThisAccountId To AcctAccountId
               Read AcctFile
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "MISS" To ExcCode
                       Move "H" To ExcSev
                       Move "NOT POSTED IN CURRENT CYCLE - LAST"
                           To ExcText
                       Move PrevCycle To ExcMeasure
                       Move CurrentCycle To ExcBound
                       Perform 700-RecordException
               End-Read
           End-If.

       330-CountRuns.
           If HistWkAtTerm
               Add 1 To AtTermRun
           Else
               Move 0 To AtTermRun
           End-If
           Compute CycleMovement = HistWkCycleInt
               + HistWkCycleContrib + HistWkCycleWdrw
               + HistWkCycleTax + HistWkCycleFee + HistWkCyclePayout
           If CycleMovement = 0 And Not HistWkAtTerm
               Add 1 To IdleRun
           Else
               Move 0 To IdleRun
           End-If.

       400-CheckCurrentSnapshot.
           Add 1 To AccountsChecked
           Move ThisAccountId To AcctAccountId
           Move "N" To OnMasterSw
           Move "M" To CompoundFreq
           Read AcctFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Set OnMaster To True
                   Move AcctCompoundFreq To CompoundFreq
           End-Read
           Compute QuarterMonth = Function Mod(HistWkPeriod, 3)
           Perform 410-CheckMissedCycle
           Perform 420-CheckRateBand
           Perform 430-CheckBalanceJump
           Perform 440-CheckFeesNoInterest
           Perform 450-CheckAtTerm
           Perform 460-CheckDormant.

      *    A prior snapshot older than the prior cycle means one or
      *    more cycles in between were never posted for the account.
       410-CheckMissedCycle.
           If HavePrev And PrevCycle < PriorCycle
               Move "MISS" To ExcCode
               Move "H" To ExcSev
               Move "MISSED CYCLE(S) SINCE LAST SNAPSHOT" To ExcText
               Move PrevCycle To ExcMeasure
               Move PriorCycle To ExcBound
               Perform 700-RecordException
           End-If.

       420-CheckRateBand.
           If HistWkPosted And HavePrev
               Compute EarnBase = PrevBalance + PrevLastInt
               If EarnBase < MinRateBase
                   Add 1 To RateChecksSkipped
               Else
                   Perform 425-FindExpectedRate
                   If Not RateFound
                       Add 1 To RateChecksSkipped
                   Else
                       Perform 427-CompareRate
                   End-If
               End-If
           End-If.

      *    The product's first covering RATEFILE entry, as the
      *    posting run looks it up; else the account's own rate.
       425-FindExpectedRate.
           Move "N" To RateFoundSw
           If HistWkProduct Not = Spaces
               Perform 426-MatchRateEntry
                   Varying RateIdx From 1 By 1
                   Until RateIdx > RateCount Or RateFound
           End-If
           If Not RateFound And HistWkRateKnown
               Move HistWkIntRate To ExpectedRate
               Set RateFound To True
           End-If.

       426-MatchRateEntry.
           If RateTblProduct (RateIdx) = HistWkProduct
                   And HistWkPeriod Not Less RateTblFromMonth (RateIdx)
                   And HistWkPeriod Not Greater
                       RateTblToMonth (RateIdx)
                   And EarnBase Not Less RateTblBalFrom (RateIdx)
                   And EarnBase Not Greater RateTblBalTo (RateIdx)
               Move RateTblRate (RateIdx) To ExpectedRate
               Set RateFound To True
           End-If.

      *    A quarterly account's interest is a quarter's worth in
      *    the quarter's third month and nothing in the other two.
       427-CompareRate.
           If CompoundFreq = "Q"
               If QuarterMonth = 0
                   Compute EffectiveRate Rounded =
                       HistWkCycleInt * 400 / EarnBase
                       On Size Error
                           Move 99999.99 To EffectiveRate
                   End-Compute
               Else
                   Compute EffectiveRate Rounded =
                       HistWkCycleInt * 1200 / EarnBase
                       On Size Error
                           Move 99999.99 To EffectiveRate
                   End-Compute
                   Move 0 To ExpectedRate
               End-If
           Else
               Compute EffectiveRate Rounded =
                   HistWkCycleInt * 1200 / EarnBase
                   On Size Error
                       Move 99999.99 To EffectiveRate
               End-Compute
           End-If
           Compute RateGap = EffectiveRate - ExpectedRate
           If RateGap < 0
               Compute RateGap = 0 - RateGap
           End-If
           If RateGap > RateTolerance
               Move "RATE" To ExcCode
               Move "H" To ExcSev
               Move "INTEREST OUTSIDE RATE BAND - EFF/EXPECTED"
                   To ExcText
               Move EffectiveRate To ExcMeasure
               Move ExpectedRate To ExcBound
               Perform 700-RecordException
           End-If.

      *    A maturity empties the account by design.
       430-CheckBalanceJump.
           If HavePrev And PrevBalance > 0 And Not HistWkMatured
               Compute BalChange = HistWkBalance - PrevBalance
               If BalChange < 0
                   Compute BalChange = 0 - BalChange
               End-If
               Compute BalChangePct Rounded =
                   BalChange * 100 / PrevBalance
                   On Size Error
                       Move 9999999.99 To BalChangePct
               End-Compute
               If BalChangePct > BalJumpPct
                   Move "BALJ" To ExcCode
                   Move "M" To ExcSev
                   Move "BALANCE CHANGE OVER LIMIT - PCT/LIMIT"
                       To ExcText
                   Move BalChangePct To ExcMeasure
                   Move BalJumpPct To ExcBound
                   Perform 700-RecordException
               End-If
           End-If.

       440-CheckFeesNoInterest.
           If HistWkCycleInt = 0
                   And (HistWkCycleTax > 0
                       Or (HistWkCycleFee > 0
                           And Not (CompoundFreq = "Q"
                               And QuarterMonth Not = 0)))
               Move "FEEN" To ExcCode
               Move "M" To ExcSev
               Move "FEES OR TAX TAKEN WITH NO INTEREST" To ExcText
               Compute ExcMeasure = HistWkCycleFee + HistWkCycleTax
               Move 0 To ExcBound
               Perform 700-RecordException
           End-If.

       450-CheckAtTerm.
           If AtTermRun Not Less AtTermCycles
               Move "ATRM" To ExcCode
               Move "L" To ExcSev
               Move "AT TERM FOR CYCLES - COUNT/LIMIT" To ExcText
               Move AtTermRun To ExcMeasure
               Move AtTermCycles To ExcBound
               Perform 700-RecordException
           End-If.

       460-CheckDormant.
           If IdleRun Not Less DormantCycles
               Move "DORM" To ExcCode
               Move "L" To ExcSev
               Move "NO MOVEMENT FOR CYCLES - COUNT/LIMIT" To ExcText
               Move IdleRun To ExcMeasure
               Move DormantCycles To ExcBound
               Perform 700-RecordException
           End-If.

       700-RecordException.
           Add 1 To ExceptionCount
           Evaluate ExcCode
               When "RATE"
                   Add 1 To RateExcCount
               When "MISS"
                   Add 1 To MissExcCount
               When "BALJ"
                   Add 1 To BaljExcCount
               When "FEEN"
                   Add 1 To FeenExcCount
               When "ATRM"
                   Add 1 To AtrmExcCount
               When "DORM"
                   Add 1 To DormExcCount
           End-Evaluate
           Evaluate ExcSev
               When "H"
                   Add 1 To HighSevCount
               When "M"
                   Add 1 To MedSevCount
               When Other
                   Add 1 To LowSevCount
           End-Evaluate
           If HighestRc < 4
               Move 4 To HighestRc
           End-If
           Move ThisAccountId To EDAccountId
           Move ExcCode To EDReasonCode
           Move ExcSev To EDSeverity
           Move ExcText To EDReasonText
           Move ExcMeasure To EDMeasured
           Move ExcBound To EDLimit
           Write ExcpRptLine From ExcpDetailLine
               After Advancing 1 Line
               At End-Of-Page
                   Write ExcpRptLine From ExcpFooterLine
                       After Advancing 1 Line
                   Perform 810-WriteExcpHeadings
                   Write ExcpRptLine From ExcpColHdrLine
                       After Advancing 1 Line
           End-Write
           Move Spaces To ExcpRecord
           Move CurrentCycle To ExcCycleDate
           Move ThisAccountId To ExcAccountId
           Move ExcCode To ExcReasonCode
           Move ExcSev To ExcSeverity
           Move ExcText To ExcReasonText
           Move ExcMeasure To ExcMeasured
           Move ExcBound To ExcLimit
           Move RunDate To ExcRunDate
           Move "O" To ExcClearStatus
           Move 0 To ExcClearedDate
           Write ExcpRecord
           If Not ExcpFileOk
               Display "EXCPFILE write failed, status = " ExcpStatus
               Move 16 To Return-Code
               Stop Run
           End-If.

       800-WriteTotals.
           Write ExcpRptLine From ExcpBlankLine After Advancing 1 Line
           Move "  Exceptions By Type" To ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move RateExcCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    RATE Interest Band       " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move MissExcCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    MISS Missed Cycle        " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move BaljExcCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    BALJ Balance Change      " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move FeenExcCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    FEEN Fees, No Interest   " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move AtrmExcCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    ATRM Stuck At Term       " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move DormExcCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    DORM Dormant             " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move ExceptionCount To CountStr
           Move Spaces To ExcpMessageLine
           String "  Total Exceptions           " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move HighSevCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    High Severity            " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move MedSevCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    Medium Severity          " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move LowSevCount To CountStr
           Move Spaces To ExcpMessageLine
           String "    Low Severity             " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Write ExcpRptLine From ExcpBlankLine After Advancing 1 Line
           Move SnapshotsRead To CountStr
           Move Spaces To ExcpMessageLine
           String "  Snapshots Read             " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move SnapshotsDuped To CountStr
           Move Spaces To ExcpMessageLine
           String "  Duplicate Snapshots        " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move SnapshotsReversed To CountStr
           Move Spaces To ExcpMessageLine
           String "  Reversed Snapshots Skipped " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move AdjSnapshots To CountStr
           Move Spaces To ExcpMessageLine
           String "  Adjustment Snapshots       " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move AccountsChecked To CountStr
           Move Spaces To ExcpMessageLine
           String "  Accounts Checked           " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Move RateChecksSkipped To CountStr
           Move Spaces To ExcpMessageLine
           String "  Rate Checks Not Possible   " Delimited By Size
               CountStr Delimited By Size Into ExcpMessageLine
           Write ExcpRptLine From ExcpMessageLine
               After Advancing 1 Line
           Display "EXCEPTION REPORT: CYCLE " CurrentCycle ", "
               AccountsChecked " ACCOUNT(S), "
               ExceptionCount " EXCEPTION(S)".

       810-WriteExcpHeadings.
           Add 1 To PageCount
           Move PageCount To EH1PageNum
           Write ExcpRptLine From ExcpHeading1 After Advancing Page
           Write ExcpRptLine From ExcpBlankLine
               After Advancing 1 Line.

       900-Terminate.
           Close HistFile AcctFile HistWork CyclWork
           Close ExcpRptFile ExcpFile.

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
               Move "ACCTEXCP" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "EXCEPT" To RlRunMode
               Move CurrentCycle To RlCycleDate
               Move SnapshotsRead To RlInCount
               Move ExceptionCount To RlOutCount
               Move 0 To RlRejCount
               Move Spaces To RlCtlLabel1 RlCtlLabel2
               Move 0 To RlCtlTotal1 RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
