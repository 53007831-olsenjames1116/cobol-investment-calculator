      *      James Olsen
      *      Book-to-ledger reconciliation, run after each posting
      *      cycle.  The GL extract's trailer only proves the batch
      *      nets to zero; this program proves that the book, the
      *      snapshot history, and what went to the ledger agree
      *      with each other for the last cycle the posting control
      *      (RUNCTL) shows complete:
      *
      *      - for every account, the prior cycle's book value from
      *        ACCTHIST plus the cycle's interest and contributions,
      *        less its withdrawals, tax, fees, and maturity payout,
      *        equals the book value on ACCTMST now, and the cycle's
      *        snapshot equals the master;
      *      - for every account, the cycle's GLEXTR detail on the
      *        client-balance ledger account (20100000) equals the
      *        book's net movement converted to the base currency;
      *      - for every ledger account the extract touches, its
      *        debits and credits equal what the cycle's snapshots
      *        say should have been posted to it.
      *
      *      Book value is the balance plus the interest computed in
      *      the cycle but not yet credited to the balance: the
      *      posting run credits a period's interest at the start of
      *      the next period, but posts it to the ledger in the
      *      cycle it is computed.
      *
      *      Breaks are listed by account and by ledger account, and
      *      the report ends with a summary for the controller to
      *      sign off.  The snapshots and the extract are collected
      *      into a keyed work file (RECNWORK, by account) rebuilt
      *      from scratch every run.
      *
      *      A back-dated adjustment's snapshot ("A") for the cycle
      *      adds its cash and its signed interest, withholding, and
      *      fee changes to the cycle's movement - the cycle's own
      *      snapshot already holds the adjusted book.  One from an
      *      earlier cycle is passed over for that cycle's own.
      *
      *      Return codes:  4 = duplicate snapshots (the later image
      *      is used), 8 = anything out of balance, or no completed
      *      cycle to reconcile - the close is held until it is
      *      explained, 16 = a file would not open or a work file
      *      failed.
      *
      *      Modification History
      *      2026-10-15  JO  Initial version.
      *      2026-10-15  JO  Snapshots of a cycle reversed by CYCLREV
      *                      are passed over; refused while a
      *                      reversal is in flight.
      *      2026-10-15  JO  Master record picks up the withdrawal plan
      *                      fields (152 to 177 bytes).
      *      2026-10-15  JO  Master record picks up the client link
      *                      (177 to 187 bytes).
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  Back-dated adjustment snapshots join the
      *                      cycle's movement (RECNWORK grows from
      *                      153 to 208 bytes).
      *
       Identification Division.
       Program-ID.  AcctRecn.
       Author.  James Olsen.
       Date-Written.  2026-10-15.
       Date-Compiled.  2026-10-15.

       Environment Division.
       Input-Output Section.
       File-Control.
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
           Select GlFile Assign To "GLEXTR"
               Organization Is Sequential
               File Status Is GlStatus.
           Select RecnWork Assign To "RECNWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RwAccountId
               File Status Is RecnWkStatus.
           Select RecnRptFile Assign To "RECNRPT"
               Organization Is Sequential
               File Status Is RecnRptStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
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
      *    An adjustment snapshot carries its interest, withholding,
      *    and fee changes signed.
       01  HistAdjData Redefines HistRecordIn.
           05  Filler              Pic X(56).
           05  HistAdjInt          Pic S9(9)V99.
           05  Filler              Pic X(22).
           05  HistAdjTax          Pic S9(9)V99.
           05  HistAdjFee          Pic S9(9)V99.
           05  Filler              Pic X(57).

      *    The GL extract written by Lab2's posting run - these
      *    layouts must match it.
       FD  GlFile.
       01  GlRecordIn.
           05  GlRecordType            Pic X(01).
           05  Filler                  Pic X(79).
       01  GlHeaderData Redefines GlRecordIn.
           05  Filler                  Pic X(01).
           05  GlHdrSource             Pic X(08).
           05  GlHdrRunDate            Pic 9(8).
           05  GlHdrRunTime            Pic 9(8).
           05  GlHdrCycleDate          Pic 9(8).
           05  GlHdrBaseCurrency       Pic X(03).
           05  Filler                  Pic X(44).
       01  GlDetailData Redefines GlRecordIn.
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
       01  GlTrailerData Redefines GlRecordIn.
           05  Filler                  Pic X(01).
           05  GlTrlRecordCount        Pic 9(9).
           05  GlTrlDebitTotal         Pic 9(13)V99.
           05  GlTrlCreditTotal        Pic 9(13)V99.
           05  GlTrlNetProof           Pic S9(13)V99.
           05  Filler                  Pic X(10).

      *    One record per account seen on the master, the history,
      *    or the extract: the latest snapshot before the cycle, the
      *    cycle's own snapshot, the master's book value, and the
      *    net of the cycle's client-balance ledger entries.
       FD  RecnWork.
       01  RecnWkRecord.
           05  RwAccountId         Pic X(10).
           05  RwPriorCycle        Pic 9(8).
           05  RwPriorBook         Pic 9(11)V99.
           05  RwCurrSw            Pic X(01).
           05  RwCurrBook          Pic 9(11)V99.
           05  RwCycleInt          Pic 9(9)V99.
           05  RwContrib           Pic 9(9)V99.
           05  RwWdrw              Pic 9(9)V99.
           05  RwTax               Pic 9(9)V99.
           05  RwFee               Pic 9(9)V99.
           05  RwPayout            Pic 9(9)V99.
           05  RwCurrency          Pic X(03).
           05  RwFxRate            Pic 9(3)V9(6).
           05  RwMasterSw          Pic X(01).
           05  RwMasterBook        Pic 9(11)V99.
           05  RwLedgerSw          Pic X(01).
           05  RwLedgerNet         Pic S9(13)V99.
           05  RwAdjContrib        Pic 9(9)V99.
           05  RwAdjWdrw           Pic 9(9)V99.
           05  RwAdjInt            Pic S9(9)V99.
           05  RwAdjTax            Pic S9(9)V99.
           05  RwAdjFee            Pic S9(9)V99.

       FD  RecnRptFile
           Linage Is 60 Lines With Footing At 55.
       01  RecnRptLine             Pic X(132).

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
       01   RunCtlStatus    Pic XX.
           88  RunCtlOk         Value "00".

       01   AcctStatus      Pic XX.
           88  AcctFileOk       Value "00".

       01   HistStatus      Pic XX.
           88  HistFileOk       Value "00".
           88  HistFileEof      Value "10".

       01   GlStatus        Pic XX.
           88  GlFileOk         Value "00".
           88  GlFileEof        Value "10".

       01   RecnWkStatus    Pic XX.
           88  RecnWorkOk       Value "00".

       01   RecnRptStatus   Pic XX.
           88  RecnRptFileOk    Value "00".

       01   AcctScanDoneSw  Pic X(01).
           88  AcctScanDone     Value "Y".

       01   RecnScanDoneSw  Pic X(01).
           88  RecnScanDone     Value "Y".

       01   RecnFoundSw     Pic X(01).
           88  RecnFound        Value "Y".

       01   AcctBreakSw     Pic X(01).
           88  AcctInBreak      Value "Y".

       01   LedgerFoundSw   Pic X(01).
           88  LedgerFound      Value "Y".

       01   GlHeaderSw      Pic X(01) Value "N".
           88  GlHeaderSeen     Value "Y".

       01   GlTrailerSw     Pic X(01) Value "N".
           88  GlTrailerSeen    Value "Y".

      *    Must match the posting control key and the base currency
      *    used by the posting run.
       77   PostCtlKey       Pic X(08) Value "POSTCYCL".
       77   BaseCurrency     Pic X(03) Value "USD".

       01   RecnCycle       Pic 9(8) Value 0.
       01   PrevCycle       Pic 9(8) Value 0.

      *    The ledger accounts the posting run writes to, in a fixed
      *    order, with a last slot for anything else found on the
      *    extract (which is always a break).
       77   LedgerSlots      Pic 9(3) Value 6.
       77   LedgerClientBal  Pic 9(3) Value 1.
       77   LedgerIntExp     Pic 9(3) Value 2.
       77   LedgerCash       Pic 9(3) Value 3.
       77   LedgerWithhold   Pic 9(3) Value 4.
       77   LedgerFeeIncome  Pic 9(3) Value 5.
       77   LedgerOther      Pic 9(3) Value 6.

       01   LedgerIdx       Pic 9(3) Comp.
       01   LedgerHit       Pic 9(3) Comp.
       01   LedgerTable.
           05  LedgerEntry Occurs 6 Times.
               10  LgAccount        Pic X(08).
               10  LgName           Pic X(20).
               10  LgBookDebit      Pic 9(13)V99.
               10  LgBookCredit     Pic 9(13)V99.
               10  LgGlDebit        Pic 9(13)V99.
               10  LgGlCredit       Pic 9(13)V99.

       01   SnapLastInt     Pic 9(9)V99.
       01   SnapBook        Pic 9(11)V99.
       01   BookMoveNative  Pic S9(11)V99.
       01   BookMoveBase    Pic S9(13)V99.
       01   ExpectedBook    Pic S9(13)V99.
       01   ActualBook      Pic S9(13)V99.
       01   BreakDiff       Pic S9(13)V99.
       01   BreakReason     Pic X(30).

       01   IntBase         Pic 9(13)V99.
       01   ContribBase     Pic 9(13)V99.
       01   WdrwBase        Pic 9(13)V99.
       01   TaxBase         Pic 9(13)V99.
       01   FeeBase         Pic 9(13)V99.
       01   PayoutBase      Pic 9(13)V99.
       01   AdjIntBase      Pic S9(13)V99.
       01   AdjTaxBase      Pic S9(13)V99.
       01   AdjFeeBase      Pic S9(13)V99.

       01   BookNetBase     Pic S9(13)V99 Value 0.
       01   LedgerNetBase   Pic S9(13)V99 Value 0.
       01   ClientBalDiff   Pic S9(13)V99 Value 0.

       01   GlDetailCount   Pic 9(9) Value 0.
       01   GlDebitTotal    Pic 9(13)V99 Value 0.
       01   GlCreditTotal   Pic 9(13)V99 Value 0.
       01   GlHdrCycleSeen  Pic 9(8) Value 0.

       01   SnapshotsRead   Pic 9(9) Value 0.
       01   CycleSnapshots  Pic 9(9) Value 0.
       01   SnapshotsDuped  Pic 9(9) Value 0.
       01   SnapshotsLater  Pic 9(9) Value 0.
       01   SnapshotsReversed Pic 9(9) Value 0.
       01   AdjSnapshots    Pic 9(9) Value 0.
       01   AccountsOnMaster Pic 9(9) Value 0.
       01   AccountsProved  Pic 9(9) Value 0.
       01   AccountsNew     Pic 9(9) Value 0.
       01   AccountBreaks   Pic 9(9) Value 0.
       01   BreakLines      Pic 9(9) Value 0.
       01   LedgerBreaks    Pic 9(9) Value 0.
       01   ControlBreaks   Pic 9(9) Value 0.

       01   RecnLabel       Pic X(29).
       01   CountStr        Pic Z(8)9.
       01   RecnAmtStr      Pic -$$$,$$$,$$$,$$9.99.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   RunDate         Pic 9(8).

       01   PageCount       Pic 9(4) Value 0.

       01   RecnHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  RH1Title            Pic X(40).
           05  RH1RunDate          Pic 9(8).
           05  Filler              Pic X(10) Value "   Cycle: ".
           05  RH1Cycle            Pic 9(8).
           05  Filler              Pic X(22) Value Spaces.
           05  Filler              Pic X(06) Value "PAGE  ".
           05  RH1PageNum          Pic ZZZZ.
           05  Filler              Pic X(33) Value Spaces.

       01   BreakColHdrLine.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(12) Value "Account".
           05  Filler              Pic X(03) Value "Cur".
           05  Filler              Pic X(20) Value
               "            Expected".
           05  Filler              Pic X(20) Value
               "              Actual".
           05  Filler              Pic X(20) Value
               "          Difference".
           05  Filler              Pic X(02) Value Spaces.
           05  Filler              Pic X(30) Value "Reason".
           05  Filler              Pic X(24) Value Spaces.

       01   BreakDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  BDAccountId         Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  BDCurrency          Pic X(03).
           05  Filler              Pic X(02) Value Spaces.
           05  BDExpected          Pic -$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  BDActual            Pic -$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  BDDifference        Pic -$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  BDReason            Pic X(30).
           05  Filler              Pic X(24) Value Spaces.

       01   LedgerColHdrLine.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(10) Value "Ledger".
           05  Filler              Pic X(20) Value "Description".
           05  Filler              Pic X(20) Value
               "          Book Debit".
           05  Filler              Pic X(20) Value
               "        Ledger Debit".
           05  Filler              Pic X(20) Value
               "         Book Credit".
           05  Filler              Pic X(20) Value
               "       Ledger Credit".
           05  Filler              Pic X(02) Value Spaces.
           05  Filler              Pic X(10) Value "Status".
           05  Filler              Pic X(09) Value Spaces.

       01   LedgerDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  LDAccount           Pic X(08).
           05  Filler              Pic X(02) Value Spaces.
           05  LDName              Pic X(20).
           05  Filler              Pic X(02) Value Spaces.
           05  LDBookDebit         Pic $$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  LDGlDebit           Pic $$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  LDBookCredit        Pic $$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  LDGlCredit          Pic $$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  LDStatus            Pic X(10).
           05  Filler              Pic X(09) Value Spaces.

       01   RecnMessageLine         Pic X(132).

       01   RecnBlankLine           Pic X(132) Value Spaces.

       01   RecnFooterLine.
           05  Filler              Pic X(30)
               Value "--- CONTINUED ON NEXT PAGE ---".
           05  Filler              Pic X(102) Value Spaces.

       Procedure Division.
       000-Main.
           Perform 100-Initialize
           Perform 200-ReadPostingControl
           Perform 300-LoadHistory
           Perform 400-LoadGlExtract
           Perform 500-LoadMaster
           Perform 600-ProveAccounts
           Perform 700-ProveLedger
           Perform 800-WriteSignOff
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input CtlFile
           If Not RunCtlOk
               Display "Unable to open RUNCTL, status = "
                   RunCtlStatus
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
           Open Input HistFile
           If Not HistFileOk
               Display "Unable to open ACCTHIST, status = "
                   HistStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Input GlFile
           If Not GlFileOk
               Display "Unable to open GLEXTR, status = "
                   GlStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output RecnRptFile
           If Not RecnRptFileOk
               Display "Unable to open RECNRPT, status = "
                   RecnRptStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output RecnWork
           If Not RecnWorkOk
               Display "Unable to open RECNWORK, status = "
                   RecnWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close RecnWork
           Open I-O RecnWork
           If Not RecnWorkOk
               Display "Unable to reopen RECNWORK, status = "
                   RecnWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Accept RunDate From Date YYYYMMDD
           Move RunDate To RH1RunDate
           Perform 110-LoadLedgerTable.

       110-LoadLedgerTable.
           Move "20100000" To LgAccount (LedgerClientBal)
           Move "CLIENT BALANCES" To LgName (LedgerClientBal)
           Move "50100000" To LgAccount (LedgerIntExp)
           Move "INTEREST EXPENSE" To LgName (LedgerIntExp)
           Move "10100000" To LgAccount (LedgerCash)
           Move "CASH" To LgName (LedgerCash)
           Move "20300000" To LgAccount (LedgerWithhold)
           Move "WITHHOLDING PAYABLE" To LgName (LedgerWithhold)
           Move "40100000" To LgAccount (LedgerFeeIncome)
           Move "FEE INCOME" To LgName (LedgerFeeIncome)
           Move "OTHER" To LgAccount (LedgerOther)
           Move "UNEXPECTED ACCOUNTS" To LgName (LedgerOther)
           Perform 115-ClearLedgerEntry
               Varying LedgerIdx From 1 By 1
               Until LedgerIdx > LedgerSlots.

       115-ClearLedgerEntry.
           Move 0 To LgBookDebit (LedgerIdx) LgBookCredit (LedgerIdx)
           Move 0 To LgGlDebit (LedgerIdx) LgGlCredit (LedgerIdx).

      *    The cycle reconciled is the last one the posting control
      *    shows complete.  A cycle still in flight has not finished
      *    posting and cannot be proved, and neither can a book that
      *    has never completed a cycle.
       200-ReadPostingControl.
           Move PostCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Display "RECONCILIATION REFUSED: no posting "
                       "control record on RUNCTL"
                   Perform 210-RefuseReconciliation
           End-Read
           If CtlState = "I"
               Display "RECONCILIATION REFUSED: cycle "
                   CtlInFlight " is still in flight"
               Perform 210-RefuseReconciliation
           End-If
           If CtlState = "R"
               Display "RECONCILIATION REFUSED: reversal of cycle "
                   CtlLastCycle " is incomplete - rerun CYCLREV"
               Perform 210-RefuseReconciliation
           End-If
           If CtlLastCycle Not Numeric Or CtlLastCycle = 0
               Display "RECONCILIATION REFUSED: no completed "
                   "posting cycle on RUNCTL"
               Perform 210-RefuseReconciliation
           End-If
           Move CtlLastCycle To RecnCycle
           Move RecnCycle To RH1Cycle
           Close CtlFile.

       210-RefuseReconciliation.
           Move "BOOK-TO-LEDGER RECONCILIATION" To RH1Title
           Move 0 To RH1Cycle
           Perform 810-WritePageHeader
           Move Spaces To RecnMessageLine
           String "RECONCILIATION REFUSED BY POSTING CONTROL - "
               "SEE CONSOLE.  CLOSE HELD." Delimited By Size
               Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line
           Close CtlFile AcctFile HistFile GlFile RecnWork
           Close RecnRptFile
           Move 8 To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

      *    Every snapshot up to the cycle loads against its account:
      *    the cycle's own snapshot, and the latest one before it as
      *    the opening position.  A snapshot appearing twice for the
      *    same account and cycle (history from an overlapping
      *    rerun) keeps the later image and is warned on.  The
      *    snapshots of a cycle reversed by CYCLREV are passed over,
      *    and an adjustment snapshot only counts in its own cycle.
       300-LoadHistory.
           Perform 310-ReadHistory
           Perform 320-StoreSnapshot Until HistFileEof.

       310-ReadHistory.
           Read HistFile
               At End
                   Set HistFileEof To True
           End-Read.

       320-StoreSnapshot.
           Add 1 To SnapshotsRead
           Evaluate True
               When HistReversed
                   Add 1 To SnapshotsReversed
               When HistCycleDate > RecnCycle
                   Add 1 To SnapshotsLater
               When HistAdjustment
                   Perform 324-StoreAdjSnapshot
               When Other
                   Perform 322-StoreLiveSnapshot
           End-Evaluate
           Perform 310-ReadHistory.

       322-StoreLiveSnapshot.
           Perform 325-NormalizeSnapshot
           Move HistAccountId To RwAccountId
           Perform 330-ReadRecnWork
           If HistCycleDate = RecnCycle
               Perform 335-StoreCycleSnapshot
           Else
               If HistCycleDate Not Less RwPriorCycle
                   Move HistCycleDate To RwPriorCycle
                   Move SnapBook To RwPriorBook
               End-If
               If HistCycleDate > PrevCycle
                   Move HistCycleDate To PrevCycle
               End-If
           End-If
           Perform 340-SaveRecnWork.

      *    The cycle's adjustment movement adds up on the account;
      *    its book is on the cycle's own snapshot.
       324-StoreAdjSnapshot.
           If HistCycleDate = RecnCycle
               Add 1 To AdjSnapshots
               Move HistAccountId To RwAccountId
               Perform 330-ReadRecnWork
               Add HistCycleContrib To RwAdjContrib
               Add HistCycleWdrw To RwAdjWdrw
               Add HistAdjInt To RwAdjInt
               Add HistAdjTax To RwAdjTax
               Add HistAdjFee To RwAdjFee
               Perform 340-SaveRecnWork
           End-If.

      *    A snapshot from before rates were carried counts at par,
      *    and one from before payouts were carried has none.  One
      *    from before the uncredited interest was carried takes it
      *    from the cycle's interest, which is what the posting run
      *    left uncredited - except at maturity, which credits it.
       325-NormalizeSnapshot.
           If HistFxRate Not Numeric Or HistFxRate = 0
               Move 1 To HistFxRate
           End-If
           If HistCyclePayout Not Numeric
               Move 0 To HistCyclePayout
           End-If
           If HistLastInterest Is Numeric
               Move HistLastInterest To SnapLastInt
           Else
               If HistPostStatus = "M"
                   Move 0 To SnapLastInt
               Else
                   Move HistCycleInt To SnapLastInt
               End-If
           End-If
           Compute SnapBook = HistBalance + SnapLastInt.

       330-ReadRecnWork.
           Move "Y" To RecnFoundSw
           Read RecnWork
               Invalid Key
                   Move "N" To RecnFoundSw
                   Perform 332-ClearRecnWork
           End-Read.

       332-ClearRecnWork.
           Move 0 To RwPriorCycle RwPriorBook RwCurrBook
           Move 0 To RwCycleInt RwContrib RwWdrw RwTax RwFee
           Move 0 To RwPayout RwMasterBook RwLedgerNet
           Move 0 To RwAdjContrib RwAdjWdrw RwAdjInt RwAdjTax
           Move 0 To RwAdjFee
           Move 1 To RwFxRate
           Move Spaces To RwCurrency
           Move "N" To RwCurrSw RwMasterSw RwLedgerSw.

       335-StoreCycleSnapshot.
           If RwCurrSw = "Y"
               Add 1 To SnapshotsDuped
               If HighestRc < 4
                   Move 4 To HighestRc
               End-If
           Else
               Add 1 To CycleSnapshots
           End-If
           Move "Y" To RwCurrSw
           Move SnapBook To RwCurrBook
           Move HistCycleInt To RwCycleInt
           Move HistCycleContrib To RwContrib
           Move HistCycleWdrw To RwWdrw
           Move HistCycleTax To RwTax
           Move HistCycleFee To RwFee
           Move HistCyclePayout To RwPayout
           Move HistCurrency To RwCurrency
           Move HistFxRate To RwFxRate.

       340-SaveRecnWork.
           If RecnFound
               Rewrite RecnWkRecord
                   Invalid Key
                       Display "RECNWORK rewrite failed for "
                           RwAccountId ", status = " RecnWkStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Rewrite
           Else
               Write RecnWkRecord
                   Invalid Key
                       Display "RECNWORK write failed for "
                           RwAccountId ", status = " RecnWkStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Write
           End-If.

      *    The extract must be the cycle's batch: a header for the
      *    cycle, details, and a trailer agreeing with the details.
      *    Every detail adds to its ledger account's totals, and the
      *    client-balance details add to their account's net.
       400-LoadGlExtract.
           Perform 410-ReadGlRecord
           Perform 420-StoreGlRecord Until GlFileEof
           If Not GlHeaderSeen
               Add 1 To ControlBreaks
               Display "GLEXTR HAS NO BATCH HEADER"
           End-If
           If Not GlTrailerSeen
               Add 1 To ControlBreaks
               Display "GLEXTR HAS NO BATCH TRAILER"
           End-If.

       410-ReadGlRecord.
           Read GlFile
               At End
                   Set GlFileEof To True
           End-Read.

       420-StoreGlRecord.
           Evaluate GlRecordType
               When "H"
                   Set GlHeaderSeen To True
                   Move GlHdrCycleDate To GlHdrCycleSeen
                   If GlHdrCycleDate Not = RecnCycle
                       Add 1 To ControlBreaks
                       Display "GLEXTR BATCH IS FOR CYCLE "
                           GlHdrCycleDate ", RECONCILING CYCLE "
                           RecnCycle
                   End-If
               When "D"
                   Perform 430-StoreGlDetail
               When "T"
                   Set GlTrailerSeen To True
                   Perform 440-CheckGlTrailer
               When Other
                   Add 1 To ControlBreaks
                   Display "GLEXTR RECORD OF UNKNOWN TYPE "
                       GlRecordType
           End-Evaluate
           Perform 410-ReadGlRecord.

       430-StoreGlDetail.
           Add 1 To GlDetailCount
           Move "N" To LedgerFoundSw
           Move LedgerOther To LedgerHit
           Perform 435-MatchLedgerAccount
               Varying LedgerIdx From 1 By 1
               Until LedgerIdx > LedgerFeeIncome Or LedgerFound
           If GlDtlDrCr = "D"
               Add GlDtlAmount To LgGlDebit (LedgerHit)
               Add GlDtlAmount To GlDebitTotal
           Else
               Add GlDtlAmount To LgGlCredit (LedgerHit)
               Add GlDtlAmount To GlCreditTotal
           End-If
           If LedgerHit = LedgerClientBal
               Move GlDtlAccountId To RwAccountId
               Perform 330-ReadRecnWork
               Move "Y" To RwLedgerSw
               If GlDtlDrCr = "D"
                   Subtract GlDtlAmount From RwLedgerNet
               Else
                   Add GlDtlAmount To RwLedgerNet
               End-If
               Perform 340-SaveRecnWork
           End-If.

       435-MatchLedgerAccount.
           If LgAccount (LedgerIdx) = GlDtlGlAccount
               Move LedgerIdx To LedgerHit
               Set LedgerFound To True
           End-If.

       440-CheckGlTrailer.
           If GlTrlRecordCount Not = GlDetailCount
               Add 1 To ControlBreaks
               Display "GLEXTR TRAILER COUNT " GlTrlRecordCount
                   " DOES NOT AGREE WITH " GlDetailCount
                   " DETAIL RECORD(S)"
           End-If
           If GlTrlDebitTotal Not = GlDebitTotal
                   Or GlTrlCreditTotal Not = GlCreditTotal
               Add 1 To ControlBreaks
               Display "GLEXTR TRAILER TOTALS DO NOT AGREE WITH "
                   "THE DETAIL RECORDS"
           End-If
           If GlTrlNetProof Not = 0
               Add 1 To ControlBreaks
               Display "GLEXTR TRAILER NET PROOF IS NOT ZERO"
           End-If.

      *    The master's book value is carried onto each account's
      *    work record; a master account with no snapshot or ledger
      *    entry at all gets a record of its own.
       500-LoadMaster.
           Move "N" To AcctScanDoneSw
           Move Low-Values To AcctAccountId
           Start AcctFile Key Not Less AcctAccountId
               Invalid Key
                   Set AcctScanDone To True
           End-Start
           Perform 510-LoadOneMaster Until AcctScanDone.

       510-LoadOneMaster.
           Read AcctFile Next
               At End
                   Set AcctScanDone To True
           End-Read
           If Not AcctScanDone
               If Not AcctFileOk
                   Set AcctScanDone To True
               Else
                   Add 1 To AccountsOnMaster
                   Move AcctAccountId To RwAccountId
                   Perform 330-ReadRecnWork
                   Move "Y" To RwMasterSw
                   Compute RwMasterBook =
                       AcctCurrBalance + AcctLastInterest
                   If RwCurrency = Spaces
                       Move AcctCurrency To RwCurrency
                   End-If
                   Perform 340-SaveRecnWork
               End-If
           End-If.

      *    Every account proves twice: its book value in its own
      *    currency, and its client-balance ledger entries against
      *    its book movement in the base currency.  An account with
      *    no snapshot before the cycle is new - its opening cannot
      *    be proved from the history, but its ledger entries can.
       600-ProveAccounts.
           Move "BOOK-TO-LEDGER RECONCILIATION - BREAKS BY ACCOUNT"
               To RH1Title
           Perform 810-WritePageHeader
           Write RecnRptLine From BreakColHdrLine
               After Advancing 1 Line
           Move "N" To RecnScanDoneSw
           Move Low-Values To RwAccountId
           Start RecnWork Key Not Less RwAccountId
               Invalid Key
                   Set RecnScanDone To True
           End-Start
           Perform 610-ProveOneAccount Until RecnScanDone
           If BreakLines = 0
               Write RecnRptLine From RecnBlankLine
                   After Advancing 1 Line
               Move Spaces To RecnMessageLine
               String "  NO ACCOUNT BREAKS" Delimited By Size
                   Into RecnMessageLine
               Write RecnRptLine From RecnMessageLine
                   After Advancing 1 Line
           End-If.

       610-ProveOneAccount.
           Read RecnWork Next
               At End
                   Set RecnScanDone To True
           End-Read
           If Not RecnScanDone
               If Not RecnWorkOk
                   Set RecnScanDone To True
               Else
                   Perform 620-CheckOneAccount
               End-If
           End-If.

       620-CheckOneAccount.
           Move "N" To AcctBreakSw
           Move 0 To BookMoveBase BookMoveNative
           If RwCurrSw = "Y"
               Perform 630-AddCycleMovement
           End-If
           Evaluate True
               When RwMasterSw = "Y" And RwCurrSw = "Y"
                   Perform 640-ProveBookValue
               When RwMasterSw = "Y"
                   Move RwPriorBook To ExpectedBook
                   Move RwMasterBook To ActualBook
                   Move "NO SNAPSHOT FOR CYCLE" To BreakReason
                   Perform 660-WriteBreakLine
               When RwCurrSw = "Y"
                   Move RwCurrBook To ExpectedBook
                   Move 0 To ActualBook
                   Move "SNAPSHOT BUT NO MASTER RECORD" To BreakReason
                   Perform 660-WriteBreakLine
               When RwPriorCycle = PrevCycle And RwPriorBook > 0
                   Move RwPriorBook To ExpectedBook
                   Move 0 To ActualBook
                   Move "CLOSED WITH A BOOK BALANCE" To BreakReason
                   Perform 660-WriteBreakLine
               When Other
                   Continue
           End-Evaluate
           If RwCurrSw = "Y" Or RwLedgerSw = "Y"
               If RwLedgerNet Not = BookMoveBase
                   Move BookMoveBase To ExpectedBook
                   Move RwLedgerNet To ActualBook
                   Move "LEDGER DIFFERS FROM BOOK (BASE)"
                       To BreakReason
                   Perform 660-WriteBreakLine
               End-If
           End-If
           If AcctInBreak
               Add 1 To AccountBreaks
           Else
               If RwMasterSw = "Y" And RwCurrSw = "Y"
                   If RwPriorCycle = 0
                       Add 1 To AccountsNew
                   Else
                       Add 1 To AccountsProved
                   End-If
               End-If
           End-If.

      *    The cycle's movement converts to the base one amount at a
      *    time at the snapshot's rate, rounded, exactly as the
      *    posting run converted each ledger pair - so the expected
      *    ledger totals are what the extract should hold to the
      *    cent.  A back-dated adjustment's cash adds in with the
      *    cycle's; its interest, withholding, and fee changes post
      *    the same way round as the cycle's own when they rise, and
      *    reverse it when they fall.
       630-AddCycleMovement.
           Compute BookMoveNative = RwCycleInt + RwContrib
               - RwWdrw - RwTax - RwFee - RwPayout
               + RwAdjContrib - RwAdjWdrw + RwAdjInt - RwAdjTax
               - RwAdjFee
           Compute IntBase Rounded = RwCycleInt * RwFxRate
           Compute ContribBase Rounded = RwContrib * RwFxRate
           Compute WdrwBase Rounded = RwWdrw * RwFxRate
           Compute TaxBase Rounded = RwTax * RwFxRate
           Compute FeeBase Rounded = RwFee * RwFxRate
           Compute PayoutBase Rounded = RwPayout * RwFxRate
           Compute BookMoveBase = IntBase + ContribBase
               - WdrwBase - TaxBase - FeeBase - PayoutBase
           Add BookMoveBase To BookNetBase
           Add IntBase To LgBookDebit (LedgerIntExp)
           Add IntBase To LgBookCredit (LedgerClientBal)
           Add ContribBase To LgBookDebit (LedgerCash)
           Add ContribBase To LgBookCredit (LedgerClientBal)
           Add TaxBase To LgBookDebit (LedgerClientBal)
           Add TaxBase To LgBookCredit (LedgerWithhold)
           Add WdrwBase To LgBookDebit (LedgerClientBal)
           Add WdrwBase To LgBookCredit (LedgerCash)
           Add FeeBase To LgBookDebit (LedgerClientBal)
           Add FeeBase To LgBookCredit (LedgerFeeIncome)
           Add PayoutBase To LgBookDebit (LedgerClientBal)
           Add PayoutBase To LgBookCredit (LedgerCash)
           Perform 635-AddAdjMovement.

       635-AddAdjMovement.
           Compute ContribBase Rounded = RwAdjContrib * RwFxRate
           Compute WdrwBase Rounded = RwAdjWdrw * RwFxRate
           Compute AdjIntBase Rounded = RwAdjInt * RwFxRate
           Compute AdjTaxBase Rounded = RwAdjTax * RwFxRate
           Compute AdjFeeBase Rounded = RwAdjFee * RwFxRate
           Compute BookMoveBase = BookMoveBase + ContribBase
               - WdrwBase + AdjIntBase - AdjTaxBase - AdjFeeBase
           Compute BookNetBase = BookNetBase + ContribBase
               - WdrwBase + AdjIntBase - AdjTaxBase - AdjFeeBase
           Add ContribBase To LgBookDebit (LedgerCash)
           Add ContribBase To LgBookCredit (LedgerClientBal)
           Add WdrwBase To LgBookDebit (LedgerClientBal)
           Add WdrwBase To LgBookCredit (LedgerCash)
           If AdjIntBase > 0
               Add AdjIntBase To LgBookDebit (LedgerIntExp)
               Add AdjIntBase To LgBookCredit (LedgerClientBal)
           Else
               Subtract AdjIntBase From LgBookDebit (LedgerClientBal)
               Subtract AdjIntBase From LgBookCredit (LedgerIntExp)
           End-If
           If AdjTaxBase > 0
               Add AdjTaxBase To LgBookDebit (LedgerClientBal)
               Add AdjTaxBase To LgBookCredit (LedgerWithhold)
           Else
               Subtract AdjTaxBase From LgBookDebit (LedgerWithhold)
               Subtract AdjTaxBase From LgBookCredit (LedgerClientBal)
           End-If
           If AdjFeeBase > 0
               Add AdjFeeBase To LgBookDebit (LedgerClientBal)
               Add AdjFeeBase To LgBookCredit (LedgerFeeIncome)
           Else
               Subtract AdjFeeBase From LgBookDebit (LedgerFeeIncome)
               Subtract AdjFeeBase From LgBookCredit (LedgerClientBal)
           End-If.

      *    The master must still hold what the cycle's snapshot
      *    recorded (anything else was changed after posting), and
      *    the snapshot must be the opening book value moved by the
      *    cycle's amounts.
       640-ProveBookValue.
           If RwMasterBook Not = RwCurrBook
               Move RwCurrBook To ExpectedBook
               Move RwMasterBook To ActualBook
               Move "MASTER CHANGED SINCE SNAPSHOT" To BreakReason
               Perform 660-WriteBreakLine
           Else
               If RwPriorCycle > 0
                   Compute ExpectedBook = RwPriorBook + BookMoveNative
                   If ExpectedBook Not = RwMasterBook
                       Move RwMasterBook To ActualBook
                       Move "BOOK MOVEMENT DOES NOT FOOT"
                           To BreakReason
                       Perform 660-WriteBreakLine
                   End-If
               End-If
           End-If.

       660-WriteBreakLine.
           Set AcctInBreak To True
           Add 1 To BreakLines
           Compute BreakDiff = ActualBook - ExpectedBook
           Move RwAccountId To BDAccountId
           Move RwCurrency To BDCurrency
           Move ExpectedBook To BDExpected
           Move ActualBook To BDActual
           Move BreakDiff To BDDifference
           Move BreakReason To BDReason
           Write RecnRptLine From BreakDetailLine
               After Advancing 1 Line
               At End-Of-Page
                   Write RecnRptLine From RecnFooterLine
                       After Advancing 1 Line
                   Perform 810-WritePageHeader
                   Write RecnRptLine From BreakColHdrLine
                       After Advancing 1 Line
           End-Write.

      *    Each ledger account's debits and credits on the extract
      *    against what the cycle's snapshots say was posted to it.
      *    Any amount on an account the posting run does not use is
      *    a break.
       700-ProveLedger.
           Move "BOOK-TO-LEDGER RECONCILIATION - BY LEDGER ACCOUNT"
               To RH1Title
           Perform 810-WritePageHeader
           Write RecnRptLine From LedgerColHdrLine
               After Advancing 1 Line
           Perform 710-ProveOneLedger
               Varying LedgerIdx From 1 By 1
               Until LedgerIdx > LedgerSlots
           Compute LedgerNetBase = LgGlCredit (LedgerClientBal)
               - LgGlDebit (LedgerClientBal)
           Compute ClientBalDiff = LedgerNetBase - BookNetBase.

       710-ProveOneLedger.
           Move LgAccount (LedgerIdx) To LDAccount
           Move LgName (LedgerIdx) To LDName
           Move LgBookDebit (LedgerIdx) To LDBookDebit
           Move LgGlDebit (LedgerIdx) To LDGlDebit
           Move LgBookCredit (LedgerIdx) To LDBookCredit
           Move LgGlCredit (LedgerIdx) To LDGlCredit
           If LgBookDebit (LedgerIdx) = LgGlDebit (LedgerIdx)
                   And LgBookCredit (LedgerIdx) =
                       LgGlCredit (LedgerIdx)
               Move "IN BALANCE" To LDStatus
           Else
               Move "BREAK" To LDStatus
               Add 1 To LedgerBreaks
           End-If
           Write RecnRptLine From LedgerDetailLine
               After Advancing 1 Line.

      *    The controller's summary: what was proved, what is out,
      *    the client-balance proof in the base currency, and a
      *    sign-off block.  Anything out holds the close.
       800-WriteSignOff.
           Move "BOOK-TO-LEDGER RECONCILIATION - SUMMARY" To RH1Title
           Perform 810-WritePageHeader
           Move Spaces To RecnMessageLine
           String "  Cycle Reconciled           " Delimited By Size
               RecnCycle Delimited By Size Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line
           Move Spaces To RecnMessageLine
           String "  Opening Cycle              " Delimited By Size
               PrevCycle Delimited By Size Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line
           Move Spaces To RecnMessageLine
           String "  Base Currency              " Delimited By Size
               BaseCurrency Delimited By Size Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line
           Write RecnRptLine From RecnBlankLine After Advancing 1 Line
           Move AccountsOnMaster To CountStr
           Move "  Accounts on Master         " To RecnLabel
           Perform 820-WriteCountLine
           Move CycleSnapshots To CountStr
           Move "  Snapshots for Cycle        " To RecnLabel
           Perform 820-WriteCountLine
           Move SnapshotsDuped To CountStr
           Move "  Duplicate Snapshots        " To RecnLabel
           Perform 820-WriteCountLine
           Move SnapshotsReversed To CountStr
           Move "  Reversed Snapshots Skipped " To RecnLabel
           Perform 820-WriteCountLine
           Move AdjSnapshots To CountStr
           Move "  Adjustment Snapshots       " To RecnLabel
           Perform 820-WriteCountLine
           Move GlDetailCount To CountStr
           Move "  GLEXTR Detail Records      " To RecnLabel
           Perform 820-WriteCountLine
           Move AccountsProved To CountStr
           Move "  Accounts Proved            " To RecnLabel
           Perform 820-WriteCountLine
           Move AccountsNew To CountStr
           Move "  New Accounts (ledger only) " To RecnLabel
           Perform 820-WriteCountLine
           Move AccountBreaks To CountStr
           Move "  Accounts in Break          " To RecnLabel
           Perform 820-WriteCountLine
           Move LedgerBreaks To CountStr
           Move "  Ledger Accounts in Break   " To RecnLabel
           Perform 820-WriteCountLine
           Move ControlBreaks To CountStr
           Move "  GLEXTR Control Breaks      " To RecnLabel
           Perform 820-WriteCountLine
           Write RecnRptLine From RecnBlankLine After Advancing 1 Line
           Move BookNetBase To RecnAmtStr
           Move "  Book Net Movement          " To RecnLabel
           Perform 830-WriteAmountLine
           Move LedgerNetBase To RecnAmtStr
           Move "  Ledger 20100000 Net        " To RecnLabel
           Perform 830-WriteAmountLine
           Move ClientBalDiff To RecnAmtStr
           Move "  Difference                 " To RecnLabel
           Perform 830-WriteAmountLine
           Write RecnRptLine From RecnBlankLine After Advancing 1 Line
           Move Spaces To RecnMessageLine
           If AccountBreaks > 0 Or LedgerBreaks > 0
                   Or ControlBreaks > 0 Or ClientBalDiff Not = 0
               Move 8 To HighestRc
               String "  RECONCILIATION OUT OF BALANCE - CLOSE HELD "
                   Delimited By Size
                   "UNTIL EVERY BREAK IS EXPLAINED" Delimited By Size
                   Into RecnMessageLine
               Display "RECONCILIATION OUT OF BALANCE FOR CYCLE "
                   RecnCycle ": " AccountBreaks " ACCOUNT(S), "
                   LedgerBreaks " LEDGER ACCOUNT(S), "
                   ControlBreaks " CONTROL BREAK(S)"
           Else
               String "  RECONCILIATION IN BALANCE" Delimited By Size
                   Into RecnMessageLine
               Display "RECONCILIATION IN BALANCE FOR CYCLE "
                   RecnCycle ", " AccountsProved
                   " ACCOUNT(S) PROVED"
           End-If
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line
           Write RecnRptLine From RecnBlankLine After Advancing 2 Lines
           Move Spaces To RecnMessageLine
           String "  Prepared by  ______________________    "
               Delimited By Size
               "Date  __________" Delimited By Size
               Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line
           Write RecnRptLine From RecnBlankLine After Advancing 1 Line
           Move Spaces To RecnMessageLine
           String "  Controller   ______________________    "
               Delimited By Size
               "Date  __________" Delimited By Size
               Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line.

       810-WritePageHeader.
           Add 1 To PageCount
           Move PageCount To RH1PageNum
           Write RecnRptLine From RecnHeading1 After Advancing Page
           Write RecnRptLine From RecnBlankLine
               After Advancing 1 Line.

      *    The caller sets the label and the count or amount.
       820-WriteCountLine.
           Move Spaces To RecnMessageLine
           String RecnLabel Delimited By Size
               CountStr Delimited By Size Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line.

       830-WriteAmountLine.
           Move Spaces To RecnMessageLine
           String RecnLabel Delimited By Size
               RecnAmtStr Delimited By Size Into RecnMessageLine
           Write RecnRptLine From RecnMessageLine
               After Advancing 1 Line.

       900-Terminate.
           Close AcctFile HistFile GlFile RecnWork RecnRptFile.

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
               Move "ACCTRECN" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "PROVE" To RlRunMode
               Move RecnCycle To RlCycleDate
               Move SnapshotsRead To RlInCount
               Move AccountsProved To RlOutCount
               Compute RlRejCount = AccountBreaks + LedgerBreaks
                                  + ControlBreaks
               Move "GL DEBITS" To RlCtlLabel1
               Move GlDebitTotal To RlCtlTotal1
               Move "GL CREDITS" To RlCtlLabel2
               Move GlCreditTotal To RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
