      *                      balance; a posting rewrite failure is
      *                      reported as such and no longer counted
      *                      as posted.
      *      2026-10-15  JO  Maturity processing: an account reaching
      *                      term in a "P" run has its uncredited
      *                      final interest credited and its standing
      *                      maturity instruction (MATINST, keyed by
      *                      account) applied - roll over to a new
      *                      term, product, and rate; pay out in full
      *                      to cash; or pay out part and roll the
      *                      rest over.  Payouts post through the GL
      *                      extract and the ACCTHIST snapshot (which
      *                      gains a payout amount and a posting
      *                      status); an account with no usable
      *                      instruction is rolled over on its
      *                      existing terms and listed as an
      *                      exception on the new Maturity Register
      *                      section of SCHEDRPT.  Every posting run
      *                      also writes a maturity notice file
      *                      (MATNOTE) of accounts maturing within
      *                      the next 60 days.
      *                      NOTE: the ACCTHIST snapshot grows from
      *                      123 to 135 bytes; snapshots written
      *                      before this change read as carrying no
      *                      payout and no posting status.
      *      2026-10-15  JO  The ACCTHIST snapshot also carries the
      *                      interest computed but not yet credited
      *                      to the balance, so the ACCTRECN
      *                      reconciliation can prove each account's
      *                      book value cycle to cycle (135 to 146
      *                      bytes).
      *      2026-10-15  JO  Cycle reversal support: the snapshot
      *                      carries the account's term, product, and
      *                      rate, and a reversed flag and date set
      *                      by the CYCLREV backout (146 to 168
      *                      bytes).  The GL extract passes over
      *                      reversed snapshots, so a reversed cycle
      *                      posts again cleanly, and posting is
      *                      refused while a reversal is incomplete.
      *      2026-10-15  JO  Systematic withdrawal plans: a fixed
      *                      amount (rising yearly by a percentage)
      *                      or a percentage of the balance, paid
      *                      monthly, quarterly, or annually from a
      *                      start month.  Carried on SCENIN detail
      *                      records (98 to 123 bytes; SCENREJ 109
      *                      to 134) and on ACCTMST (152 to 177
      *                      bytes - run ACCTCONV).  Payments are
      *                      withdrawals on the schedule, the GL
      *                      extract, ACCTHIST, and the YTD figures.
      *                      The Balance Summary and statement show
      *                      the month the plan runs the account out;
      *                      the checkpoint record carries it, so
      *                      CKPTFILE is cleared when this is
      *                      promoted.  A posting payment the balance
      *                      cannot cover is cut short with RC 4.
      *      2026-10-15  JO  Statements are addressed from the client
      *                      master (CLNTMST): name, address block,
      *                      and delivery instruction.  The client
      *                      comes from the new client id on SCENIN
      *                      detail records (123 to 133 bytes;
      *                      SCENREJ 144) or else the master's link,
      *                      which the account master now carries
      *                      (177 to 187 bytes).  An account with no
      *                      client, or a client with an incomplete
      *                      address, has its statement held - RC 4.
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  Posting streams: an optional STRMPARM card
      *                      ("nn fromid toid", "*" for an open end)
      *                      limits a "P" run to one account-id range
      *                      so several streams post one cycle side by
      *                      side.  Each stream writes its own ACCTHIST
      *                      snapshots and a partial GLEXTR batch,
      *                      keeps its own RUNCTL stream record
      *                      (POSTSTnn) so it restarts on its own, and
      *                      writes its counts to STRMTOT.  The cycle
      *                      stays in flight until POSTMRG builds the
      *                      single GL batch and completes it.  No
      *                      card posts the whole book as before.
      *      2026-10-15  JO  Back-dated adjustments: a TRANIN record
      *                      flagged "B" (or "O" where the month falls
      *                      in a prior tax year, already reported on
      *                      TAXEXTR) for a month the account has
      *                      already posted is applied as of that
      *                      month.  A "P" run replays each affected
      *                      period against its ACCTHIST snapshot
      *                      (read back through HISTIN), recalculates
      *                      interest, withholding, and fees, and
      *                      posts the difference in the cycle in hand
      *                      as one adjustment with its own ACCTHIST
      *                      snapshot (status "A", signed changes) and
      *                      GL pairs.  The new Back-Dated Adjustment
      *                      Register on SCHEDRPT shows each month as
      *                      posted and as recalculated; a refused
      *                      account warns with RC 4.  TRANWORK
      *                      records grow from 35 to 36 bytes.
      *      2026-10-15  JO  Client record filler corrected so the
      *                      record is the 320 bytes CLNTMST is
      *                      defined with.

       Identification Division.
       Program-ID.  Lab2.
               Access Mode Is Dynamic
               Record Key Is RetWkKey
               File Status Is RetWkStatus.
           Select MatFile Assign To "MATINST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is MatAccountId
               File Status Is MatStatus.
           Select MatWork Assign To "MATWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is MatWkAccountId
               File Status Is MatWkStatus.
           Select MatNoteFile Assign To "MATNOTE"
               Organization Is Sequential
               File Status Is MatNoteStatus.
           Select ClntFile Assign To "CLNTMST"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is ClntClientId
               File Status Is ClntStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.
           Select StrmParmFile Assign To "STRMPARM"
               Organization Is Line Sequential
               File Status Is StrmParmStatus.
           Select StrmTotFile Assign To "STRMTOT"
               Organization Is Sequential
               File Status Is StrmTotStatus.
           Select HistInFile Assign To "HISTIN"
               Organization Is Sequential
               File Status Is HistInStatus.
           Select AdjHistWork Assign To "ADJHWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AdjHWkKey
               File Status Is AdjHWkStatus.
           Select AdjWork Assign To "ADJWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AdjWkKey
               File Status Is AdjWkStatus.

       Data Division.
       File Section.
           05  ScenClientName      Pic X(20).
           05  ScenCurrencyCode    Pic X(03).
           05  Filler              Pic X(05).
      *    Systematic withdrawal plan: type A (fixed amount per
      *    payment) or P (annual percentage of the balance, spread
      *    over the year's payments), paid M/Q/A from the start
      *    month, a fixed amount rising by the increase rate on each
      *    anniversary of the start.  Blank type = no plan.
           05  ScenPlanType        Pic X(01).
           05  ScenPlanAmount      Pic 9(9)V99.
           05  ScenPlanPct         Pic 9(2)V99.
           05  ScenPlanFreq        Pic X(01).
           05  ScenPlanStart       Pic 9(4).
           05  ScenPlanIncrease    Pic 9(2)V99.
      *    The client on CLNTMST who owns the account.
           05  ScenClientId        Pic X(10).
       01  ScenHeaderData Redefines ScenRecordIn.
           05  Filler              Pic X(01).
           05  ScenHdrFileDate     Pic 9(8).
           05  ScenHdrRunMode      Pic X(01).
           05  Filler              Pic X(123).
       01  ScenTrailerData Redefines ScenRecordIn.
           05  Filler              Pic X(01).
           05  ScenTrlRecordCount  Pic 9(9).
           05  ScenTrlHashTotal    Pic 9(13)V99.
           05  Filler              Pic X(108).
       01  ScenGoalData Redefines ScenRecordIn.
           05  Filler              Pic X(70).
           05  ScenGoalTarget      Pic 9(11)V99.
           05  ScenGoalSolveFor    Pic X(01).
           05  Filler              Pic X(49).
       01  ScenSimData Redefines ScenRecordIn.
           05  Filler              Pic X(70).
           05  ScenSimTarget       Pic 9(11)V99.
           05  ScenSimMean         Pic 9(3)V99.
           05  ScenSimVol          Pic 9(3)V99.
           05  ScenSimSource       Pic X(01).
           05  Filler              Pic X(35).

       FD  RejFile.
       01  RejRecordOut.
           05  RejScenData         Pic X(133).
           05  RejReasonCode       Pic X(03).
           05  RejRunDate          Pic 9(8).

           05  TranMonth               Pic 9(4).
           05  TranType                Pic X(01).
           05  TranAmount              Pic 9(9)V99.
      *    "B" keys a back-dated adjustment to a month the account has
      *    already posted; "O" is the same with the override needed
      *    when that month falls in a prior tax year.
           05  TranAdjust              Pic X(01).
           05  Filler                  Pic X(09).

       FD  RateFile.
       01  RateRecordIn.
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

       FD  CkptFile.
       01  CkptRecord.
           05  CkptTotalTax            Pic 9(9)V9(2).
           05  CkptNetCashFlow         Pic S9(10)V9(2).
           05  CkptTotalFees           Pic 9(9)V9(2).
           05  CkptPlanRunOut          Pic 9(4).

      *    Work files stand in for the old fixed in-storage tables,
      *    so transaction, rate, and rollup volume grow with the
           05  TranWkType          Pic X(01).
           05  TranWkAmount        Pic 9(9)V99.
           05  TranWkMatched       Pic X(01).
           05  TranWkAdjust        Pic X(01).
               88  TranWkBackDated      Value "B" "O".
               88  TranWkOverride       Value "O".

       FD  RateWork.
       01  RateWkRecord.
      *    One record, keyed "POSTCYCL": the last posting cycle the
      *    book completed and the cycle in flight, so a rerun of an
      *    already-posted cycle is caught before any account moves.
      *    A posting stream also keeps its own record, keyed
      *    "POSTSTnn", with the same layout.
       FD  CtlFile.
       01  CtlRecord.
           05  CtlKey              Pic X(08).
      *    One snapshot per account per posting cycle, appended so
      *    history is never lost when the master is rewritten in
      *    place.  This record must match the history read by the
      *    ACCTTRND trend report, the ACCTRECN reconciliation, and
      *    the CYCLREV reversal - change them together.  A reversed
      *    cycle's snapshots stay on file, flagged.
       FD  HistFile.
       01  HistRecordOut.
           05  HistCycleDate       Pic 9(8).
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
      *    A back-dated adjustment ("A" status) carries its interest,
      *    withholding, and fee changes signed, since recalculating
      *    earlier months can lower them as well as raise them.
       01  HistAdjData Redefines HistRecordOut.
           05  Filler              Pic X(56).
           05  HistAdjInt          Pic S9(9)V99.
           05  Filler              Pic X(22).
           05  HistAdjTax          Pic S9(9)V99.
           05  HistAdjFee          Pic S9(9)V99.
           05  Filler              Pic X(57).

      *    Standing maturity instructions, one per account: roll over
      *    ("R") to a new term, product, and rate; pay out in full
      *    ("P") to cash; or pay out part ("S") and roll the rest
      *    over.  A zero term or rate, or a blank product, keeps the
      *    account's current one.  An instruction is used once - the
      *    cycle that applies it stamps its applied date.
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

      *    One record per account matured this run, for the Maturity
      *    Register; rebuilt from scratch every run.
       FD  MatWork.
       01  MatWkRecord.
           05  MatWkAccountId      Pic X(10).
           05  MatWkAction         Pic X(01).
           05  MatWkMatureBal      Pic 9(10)V99.
           05  MatWkPayout         Pic 9(10)V99.
           05  MatWkRolled         Pic 9(10)V99.
           05  MatWkOldTerm        Pic 9(4).
           05  MatWkNewTerm        Pic 9(4).
           05  MatWkNewProduct     Pic X(04).
           05  MatWkNewRate        Pic 9(3)V99.
           05  MatWkCurrency       Pic X(03).
           05  MatWkReason         Pic X(30).

      *    Advance notice of accounts maturing within the notice
      *    window, so advisors can collect instructions in time.
       FD  MatNoteFile.
       01  MatNoteRecord.
           05  MnAccountId         Pic X(10).
           05  MnCycleDate         Pic 9(8).
           05  MnMaturityDate      Pic 9(8).
           05  MnDaysToMaturity    Pic 9(3).
           05  MnBalance           Pic 9(10)V99.
           05  MnCurrency          Pic X(03).
           05  MnProductCode       Pic X(04).
           05  MnNumMonths         Pic 9(4).
           05  MnInstructionSw     Pic X(01).
           05  Filler              Pic X(27).

      *    This record must match the client master maintained by
      *    ClntMaint - change them together.
       FD  ClntFile.
       01  ClntRecord.
           05  ClntClientId            Pic X(10).
           05  ClntName                Pic X(40).
           05  ClntAddrLine1           Pic X(40).
           05  ClntAddrLine2           Pic X(40).
           05  ClntAddrLine3           Pic X(40).
           05  ClntCity                Pic X(30).
           05  ClntRegion              Pic X(10).
           05  ClntPostCode            Pic X(10).
           05  ClntCountry             Pic X(03).
           05  ClntTaxpayerId          Pic X(11).
           05  ClntBirthDate           Pic 9(8).
           05  ClntDelivery            Pic X(01).
               88  ClntByPost              Value "P".
               88  ClntByEmail             Value "E".
               88  ClntHoldMail            Value "H".
           05  ClntEmail               Pic X(40).
           05  ClntHouseholdId         Pic X(10).
           05  ClntLastMaint           Pic 9(8).
           05  Filler                  Pic X(19).

       FD  PortWork.
       01  PortWkRecord.
           05  PortWkCurrency      Pic X(03).
           05  PortWkFxRate        Pic 9(3)V9(6).

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

      *    Stream card: stream number, first and last account id of
      *    the stream's range, blank-separated; "*" leaves that end
      *    of the range open.
       FD  StrmParmFile.
       01  StrmParmRecord              Pic X(80).

      *    One record per stream run, read by POSTMRG to roll the
      *    streams up into one Run Reconciliation.  This record must
      *    match the stream totals record in PostMrg - change them
      *    together.
       FD  StrmTotFile.
       01  StrmTotRecord.
           05  StStreamNo              Pic 9(2).
           05  StCycleDate             Pic 9(8).
           05  StFromId                Pic X(10).
           05  StToId                  Pic X(10).
           05  StRunDate               Pic 9(8).
           05  StRunTime               Pic 9(8).
           05  StReturnCode            Pic 9(2).
           05  StControlStatus         Pic X(20).
           05  StScenRead              Pic 9(9).
           05  StScenOther             Pic 9(9).
           05  StScenProcessed         Pic 9(9).
           05  StScenRejected          Pic 9(9).
           05  StScenSkipped           Pic 9(9).
           05  StGoalCount             Pic 9(9).
           05  StSimCount              Pic 9(9).
           05  StTransApplied          Pic 9(9).
           05  StTransRejected         Pic 9(9).
           05  StTransUnmatched        Pic 9(9).
           05  StTransOther            Pic 9(9).
           05  StAcctPosted            Pic 9(9).
           05  StAcctAtTerm            Pic 9(9).
           05  StAcctAlready           Pic 9(9).
           05  StAcctMatured           Pic 9(9).
           05  StDefaultRollovers      Pic 9(9).
           05  StMaturityNotices       Pic 9(9).
           05  StPlanShort             Pic 9(9).
           05  StStmtHeld              Pic 9(9).
           05  StSnapshots             Pic 9(9).
           05  StGlRecords             Pic 9(9).
           05  StGlDebits              Pic 9(13)V99.
           05  StGlCredits             Pic 9(13)V99.
           05  StTrailerCount          Pic 9(9).
           05  StTrailerHash           Pic 9(13)V99.
           05  StScenHash              Pic 9(13)V99.
           05  StCycleSkipped          Pic X(01).
           05  StAdjApplied            Pic 9(9).
           05  StAdjRefused            Pic 9(9).
           05  Filler                  Pic X(05).

      *    The book's snapshot history, read back at the start of a
      *    posting run that has back-dated adjustments to make.  This
      *    is the ACCTHIST record above - change them together.
       FD  HistInFile.
       01  HistInRecord.
           05  HiCycleDate         Pic 9(8).
           05  HiAccountId         Pic X(10).
           05  HiBalance           Pic 9(10)V99.
           05  HiAccruedInt        Pic 9(9)V99.
           05  HiPeriodCount       Pic 9(4).
           05  HiTaxWithheld       Pic 9(9)V99.
           05  HiCycleInt          Pic 9(9)V99.
           05  HiCycleContrib      Pic 9(9)V99.
           05  HiCycleWdrw         Pic 9(9)V99.
           05  HiCycleTax          Pic 9(9)V99.
           05  HiCycleFee          Pic 9(9)V99.
           05  HiCurrency          Pic X(03).
           05  HiFxRate            Pic 9(3)V9(6).
           05  HiCyclePayout       Pic 9(9)V99.
           05  HiPostStatus        Pic X(01).
           05  HiLastInterest      Pic 9(9)V99.
           05  HiNumMonths         Pic 9(4).
           05  HiProductCode       Pic X(04).
           05  HiIntRate           Pic 9(3)V99.
           05  HiRevFlag           Pic X(01).
           05  HiRevDate           Pic 9(8).

      *    The posted snapshot of each period an adjusted account may
      *    need to replay, keyed by account and period; the latest
      *    snapshot of a period wins.  Period 9999 marks an account
      *    already adjusted in the cycle in hand.  Rebuilt every run.
       FD  AdjHistWork.
       01  AdjHWkRecord.
           05  AdjHWkKey.
               10  AdjHWkAccountId Pic X(10).
               10  AdjHWkPeriod    Pic 9(4).
           05  AdjHWkCycleDate     Pic 9(8).
           05  AdjHWkPostStatus    Pic X(01).
           05  AdjHWkBalance       Pic 9(10)V99.
           05  AdjHWkCycleInt      Pic 9(9)V99.
           05  AdjHWkCycleContrib  Pic 9(9)V99.
           05  AdjHWkCycleWdrw     Pic 9(9)V99.
           05  AdjHWkCycleTax      Pic 9(9)V99.
           05  AdjHWkCycleFee      Pic 9(9)V99.
           05  AdjHWkTermsSw       Pic X(01).
               88  AdjHWkHasTerms       Value "Y".
           05  AdjHWkProductCode   Pic X(04).
           05  AdjHWkIntRate       Pic 9(3)V99.

      *    One record per period replayed for the Back-Dated
      *    Adjustment Register, keyed by account and period, with the
      *    account's total and outcome under period 9999.  Rebuilt
      *    from scratch every run.
       FD  AdjWork.
       01  AdjWkRecord.
           05  AdjWkKey.
               10  AdjWkAccountId  Pic X(10).
               10  AdjWkPeriod     Pic 9(4).
           05  AdjWkCycleDate      Pic 9(8).
           05  AdjWkPriorYear      Pic X(01).
           05  AdjWkNetCash        Pic S9(9)V99.
           05  AdjWkIntOrig        Pic 9(9)V99.
           05  AdjWkIntNew         Pic 9(9)V99.
           05  AdjWkTaxOrig        Pic 9(9)V99.
           05  AdjWkTaxNew         Pic 9(9)V99.
           05  AdjWkFeeOrig        Pic 9(9)V99.
           05  AdjWkFeeNew         Pic 9(9)V99.
           05  AdjWkBalDelta       Pic S9(10)V99.
           05  AdjWkCurrency       Pic X(03).
           05  AdjWkOutcome        Pic X(30).

       Working-Storage Section.
       01   InvestAmt       Pic S9(9)V9(2).
       01   TempInvestAmt   Pic S9(10)V9(2).
       01   GlOutOfBalSw    Pic X(01) Value "N".
           88  GlOutOfBalance   Value "Y".

       01   MatStatus       Pic XX.
           88  MatFileOk        Value "00".

       01   MatOpenSw       Pic X(01) Value "N".
           88  MatOpened        Value "Y".

       01   MatWkStatus     Pic XX.
           88  MatWorkOk        Value "00".

       01   MatWkEofSw      Pic X(01).
           88  MatWkEof         Value "Y".

       01   MatNoteStatus   Pic XX.
           88  MatNoteOk        Value "00".

       01   ClntStatus      Pic XX.
           88  ClntFileOk       Value "00".

       01   MaturedSw       Pic X(01) Value "N".
           88  AccountMatured   Value "Y".

       01   MatInstrSw      Pic X(01) Value "N".
           88  MatInstrValid    Value "Y".

      *    Notices cover accounts maturing within this many days of
      *    the cycle date.
       77   MatNoticeDays    Pic 9(3) Value 060.

       01   AccountsMatured Pic 9(9) Value 0.
       01   DefaultRollovers Pic 9(9) Value 0.
       01   MaturityNotices Pic 9(9) Value 0.
       01   MatPayout       Pic 9(10)V99 Value 0.
       01   MatMatureBal    Pic 9(10)V99.
       01   MatOldTerm      Pic 9(4).
       01   MatApplied      Pic X(01).
       01   MatReason       Pic X(30).
       01   MatMonthsLeft   Pic 9(4).
       01   MatCycleYymm    Pic 9(6).
       01   MatYearMonths   Pic 9(7).
       01   MatDueYy        Pic 9(4).
       01   MatDueMm        Pic 9(2).
       01   MatDueDd        Pic 9(2).
       01   MatDueDate      Pic 9(8).
       01   MatDaysLeft     Pic S9(7).

      *    Back-dated adjustments: TRANIN cash flagged for a month the
      *    account has already posted is replayed from that month
      *    through the last posted period against the period
      *    snapshots on ACCTHIST, and the difference is posted in the
      *    cycle in hand as one adjustment.
       01   HistInStatus    Pic XX.
           88  HistInOk         Value "00".

       01   HistInEofSw     Pic X(01) Value "N".
           88  HistInEof        Value "Y".

       01   AdjHWkStatus    Pic XX.
           88  AdjHistOk        Value "00".

       01   AdjHistOpenSw   Pic X(01) Value "N".
           88  AdjHistOpened    Value "Y".

       01   AdjWkStatus     Pic XX.
           88  AdjWorkOk        Value "00".

       01   AdjWkEofSw      Pic X(01).
           88  AdjWkEof         Value "Y".

       01   AdjFoundSw      Pic X(01) Value "N".
           88  AdjFound         Value "Y".

       01   AdjRefuseSw     Pic X(01) Value "N".
           88  AdjRefusedAcct   Value "Y".

       01   AdjPendingSw    Pic X(01) Value "N".
           88  AdjPending       Value "Y".

       01   AdjAccountSw    Pic X(01) Value "N".
           88  AdjAccountHit    Value "Y".

      *    Period 9999 keys an account's total on the register and
      *    the already-adjusted marker on the history work file.
       77   AdjMarkerPeriod  Pic 9(4) Value 9999.
       77   MaxAdjPeriods    Pic 9(4) Value 0600.

       01   AdjCandidates   Pic 9(9) Value 0.
       01   AdjApplied      Pic 9(9) Value 0.
       01   AdjRefused      Pic 9(9) Value 0.
       01   AdjAccounts     Pic 9(9) Value 0.
       01   AdjRegCount     Pic 9(9) Value 0.

       01   AdjReason       Pic X(30).
       01   AdjMarkValue    Pic X(01).
       01   AdjLimitMonth   Pic 9(4).
       01   AdjFirstMonth   Pic 9(4).
       01   AdjPeriod       Pic 9(4).
       01   AdjPeriodStr    Pic 9(4).
       01   AdjTranCount    Pic 9(9).
       01   AdjCurrYear     Pic 9(4).
       01   AdjCycleYear    Pic 9(4).
       01   AdjStartBal     Pic S9(10)V99.
       01   AdjCarry        Pic S9(10)V99.
       01   AdjBalDelta     Pic S9(10)V99.
       01   AdjEndBal       Pic S9(10)V99.
       01   AdjIntOrig      Pic 9(9)V99.
       01   AdjIntNew       Pic 9(9)V99.
       01   AdjIntDelta     Pic S9(9)V99.
       01   AdjLastIntDelta Pic S9(9)V99.
       01   AdjTaxOrig      Pic 9(9)V99.
       01   AdjTaxNew       Pic 9(9)V99.
       01   AdjTaxDelta     Pic S9(9)V99.
       01   AdjFeeOrig      Pic 9(9)V99.
       01   AdjFeeNew       Pic 9(9)V99.
       01   AdjFeeDelta     Pic S9(9)V99.
       01   AdjFeeBal       Pic S9(10)V99.
       01   AdjFeeCalc      Pic 9(9)V99.
       01   AdjPeriodDep    Pic 9(9)V99.
       01   AdjPeriodWdrw   Pic 9(9)V99.
       01   AdjScanDep      Pic 9(9)V99.
       01   AdjScanWdrw     Pic 9(9)V99.
       01   AdjSumDep       Pic 9(9)V99.
       01   AdjSumWdrw      Pic 9(9)V99.
       01   AdjSumInt       Pic S9(9)V99.
       01   AdjSumTax       Pic S9(9)V99.
       01   AdjSumFee       Pic S9(9)V99.
       01   AdjYtdInt       Pic S9(9)V99.
       01   AdjYtdTax       Pic S9(9)V99.
       01   AdjYtdWdrw      Pic 9(9)V99.
       01   AdjCheckedId    Pic X(10).
       01   AdjNewBalance   Pic 9(10)V99.
       01   AdjNewAccrued   Pic 9(9)V99.
       01   AdjNewTaxWithheld Pic 9(9)V99.
       01   AdjNewLastInt   Pic 9(9)V99.
       01   AdjPostPeriod   Pic 9(4).
       01   AdjTotIntOrig   Pic 9(9)V99.
       01   AdjTotIntNew    Pic 9(9)V99.
       01   AdjTotTaxOrig   Pic 9(9)V99.
       01   AdjTotTaxNew    Pic 9(9)V99.
       01   AdjTotFeeOrig   Pic 9(9)V99.
       01   AdjTotFeeNew    Pic 9(9)V99.

      *    The replayed periods of the account in hand, held until
      *    the account is known to adjust cleanly.
       01   AdjPerIdx       Pic 9(4) Comp.
       01   AdjPerCount     Pic 9(4) Comp.
       01   AdjPeriodTable.
           05  AdjPerEntry Occurs 600 Times.
               10  AdjPerPeriod     Pic 9(4).
               10  AdjPerCycleDate  Pic 9(8).
               10  AdjPerPriorYear  Pic X(01).
               10  AdjPerCash       Pic S9(9)V99.
               10  AdjPerIntOrig    Pic 9(9)V99.
               10  AdjPerIntNew     Pic 9(9)V99.
               10  AdjPerTaxOrig    Pic 9(9)V99.
               10  AdjPerTaxNew     Pic 9(9)V99.
               10  AdjPerFeeOrig    Pic 9(9)V99.
               10  AdjPerFeeNew     Pic 9(9)V99.

       01   TranStatus      Pic XX.
           88  TranFileOk       Value "00".
           88  TranFileEof      Value "10".

       01   ClientName      Pic X(20).
       01   HouseholdId     Pic X(10).
       01   ClientId        Pic X(10).

      *    A statement goes out only to a linked client with a
      *    complete mailing address; otherwise it is held and the
      *    reason reported.
       01   ClientOkSw      Pic X(01) Value "N".
           88  ClientOk         Value "Y".
       01   ClientReason    Pic X(40).
       01   StatementsHeld  Pic 9(9) Value 0.

      *    Every amount on an account stays in its own currency; the
      *    rollup converts to the base at the run's rates.  The few
       01   TransUnmatched  Pic 9(9) Value 0.
       01   NetCashFlow     Pic S9(10)V99 Value 0.

      *    Systematic withdrawal plan in force for the schedule or the
      *    posting in hand.  Type "A" pays a fixed amount that rises by
      *    PlanIncrease percent on each anniversary of the first
      *    payment; type "P" pays an annual percentage of the balance.
      *    PlanInterval is the months between payments (M=1, Q=3,
      *    A=12).  PlanRunOut is the first month the plan leaves the
      *    balance at zero (zero if it lasts the term).
       01   PlanType        Pic X(01) Value Space.
           88  PlanNone         Value Space.
           88  PlanFixedAmt     Value "A".
           88  PlanPercent      Value "P".
       01   PlanAmount      Pic 9(9)V99 Value 0.
       01   PlanPct         Pic 9(2)V99 Value 0.
       01   PlanFreq        Pic X(01) Value Space.
       01   PlanStart       Pic 9(4) Value 0.
       01   PlanIncrease    Pic 9(2)V99 Value 0.
       01   PlanInterval    Pic 9(2) Value 0.
       01   PlanSince       Pic 9(4).
       01   PlanYears       Pic 9(4).
       01   PlanFactor      Usage Is Comp-2.
       01   PlanPayment     Pic 9(9)V99.
       01   PlanRunOut      Pic 9(4) Value 0.
       01   PlanRunOutStr   Pic Z(3)9.
       01   PlanYearStr     Pic Z(3)9.
       01   PlanAmountStr   Pic $$$,$$$,$$9.99.
       01   PlanPctStr      Pic Z9.99.
       01   PlanFreqWord    Pic X(09).
       01   PlanShortCount  Pic 9(9) Value 0.
       01   PlanValidSw     Pic X(01) Value "Y".
           88  PlanValid        Value "Y".
       01   PlanShortSw     Pic X(01) Value "N".
           88  PlanPaidShort    Value "Y".
       77   MaxPlanIncrease  Pic 9(2)V99 Value 25.00.

       01   ReconCountStr    Pic Z(8)9.
       01   ReconHashStr     Pic Z(12)9.99.

       01   RunDate         Pic 9(8).
       01   RunTime         Pic 9(8).

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

      *    Posting stream: set from the STRMPARM card.  Outside a
      *    stream the range is the whole book.
       01   StrmParmStatus  Pic XX.
           88  StrmParmOk       Value "00".
       01   StrmTotStatus   Pic XX.
           88  StrmTotOk        Value "00".

       01   StreamRunSw     Pic X(01) Value "N".
           88  StreamRun        Value "Y".
       01   StreamNo        Pic 9(2) Value 0.
       01   StreamFromId    Pic X(10) Value Low-Values.
       01   StreamToId      Pic X(10) Value High-Values.
       01   StreamNoX       Pic X(12).
       01   StreamFromX     Pic X(12).
       01   StreamToX       Pic X(12).

       01   StreamCtlKey.
           05  Filler           Pic X(06) Value "POSTST".
           05  StreamCtlNo      Pic 9(2) Value 0.

       01   InStreamRangeSw Pic X(01) Value "Y".
           88  InStreamRange    Value "Y".

       01   StreamsBusySw   Pic X(01) Value "N".
           88  StreamsBusy      Value "Y".
       01   StreamScanSw    Pic X(01) Value "N".
           88  StreamScanDone   Value "Y".
       01   SavedCtlRecord  Pic X(25).

       01   ScenariosOtherStream Pic 9(9) Value 0.
       01   TransOtherStream     Pic 9(9) Value 0.

       01   CkptStatus      Pic XX.
           88  CkptFileOk       Value "00".
           88  CkptNotFound     Value "23".
           05  PDStatusMsg         Pic X(10).
           05  Filler              Pic X(47) Value Spaces.

       01   MatHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(30)
               Value "MATURITY REGISTER             ".
           05  MH1RunDate          Pic 9(8).
           05  Filler              Pic X(10) Value "   Cycle: ".
           05  MH1CycleDate        Pic 9(8).
           05  Filler              Pic X(75) Value Spaces.

       01   MatColHdrLine.
           05  Filler              Pic X(13) Value " Account".
           05  Filler              Pic X(05) Value "Cur".
           05  Filler              Pic X(18) Value "Maturing Balance".
           05  Filler              Pic X(10) Value "Action".
           05  Filler              Pic X(18) Value "        Paid Out".
           05  Filler              Pic X(18) Value "     Rolled Over".
           05  Filler              Pic X(06) Value "Term".
           05  Filler              Pic X(06) Value "Prod".
           05  Filler              Pic X(06) Value "  Rate".
           05  Filler              Pic X(32) Value Spaces.

       01   MatDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  MDAccountId         Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  MDCurrency          Pic X(03).
           05  Filler              Pic X(02) Value Spaces.
           05  MDMatureBal         Pic $$$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  MDAction            Pic X(08).
           05  Filler              Pic X(02) Value Spaces.
           05  MDPayout            Pic $$$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  MDRolled            Pic $$$$$,$$$,$$9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  MDNewTerm           Pic Z(3)9.
           05  Filler              Pic X(02) Value Spaces.
           05  MDNewProduct        Pic X(04).
           05  Filler              Pic X(02) Value Spaces.
           05  MDNewRate           Pic ZZ9.99.
           05  Filler              Pic X(32) Value Spaces.

       01   MatExceptHeading.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(50) Value
               "MATURITY EXCEPTIONS - DEFAULT ROLLOVER APPLIED".
           05  Filler              Pic X(81) Value Spaces.

       01   MatExceptLine.
           05  Filler              Pic X(01) Value Spaces.
           05  MXAccountId         Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  MXCurrency          Pic X(03).
           05  Filler              Pic X(02) Value Spaces.
           05  MXMatureBal         Pic $$$$$,$$$,$$9.99.
           05  Filler              Pic X(04) Value Spaces.
           05  MXReason            Pic X(30).
           05  Filler              Pic X(64) Value Spaces.

       01   AdjHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(30)
               Value "BACK-DATED ADJUSTMENT REGISTER".
           05  AH1RunDate          Pic 9(8).
           05  Filler              Pic X(10) Value "   Cycle: ".
           05  AH1CycleDate        Pic 9(8).
           05  Filler              Pic X(75) Value Spaces.

       01   AdjColHdrLine.
           05  Filler              Pic X(12) Value " Account".
           05  Filler              Pic X(05) Value " Per ".
           05  Filler              Pic X(09) Value "As-Of".
           05  Filler              Pic X(15) Value
               "       Net Cash".
           05  Filler              Pic X(15) Value
               "     Int Posted".
           05  Filler              Pic X(15) Value
               "     Int Recalc".
           05  Filler              Pic X(15) Value
               "     Tax Posted".
           05  Filler              Pic X(15) Value
               "     Tax Recalc".
           05  Filler              Pic X(15) Value
               "     Fee Posted".
           05  Filler              Pic X(15) Value
               "     Fee Recalc".
           05  Filler              Pic X(01) Value Spaces.

       01   AdjLegendLine.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(60) Value
               "* As-of month in a prior tax year, reported on TAXEXTR".
           05  Filler              Pic X(71) Value Spaces.

       01   AdjDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  ADAccountId         Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  ADPeriod            Pic Z(3)9.
           05  Filler              Pic X(01) Value Spaces.
           05  ADCycleDate         Pic 9(8).
           05  ADPriorYear         Pic X(01).
           05  Filler              Pic X(01) Value Spaces.
           05  ADNetCash           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ADIntOrig           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ADIntNew            Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ADTaxOrig           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ADTaxNew            Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ADFeeOrig           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ADFeeNew            Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.

       01   AdjTotalLine.
           05  Filler              Pic X(01) Value Spaces.
           05  ATAccountId         Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(14) Value "  Total".
           05  Filler              Pic X(01) Value Spaces.
           05  ATNetCash           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ATIntOrig           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ATIntNew            Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ATTaxOrig           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ATTaxNew            Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ATFeeOrig           Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  ATFeeNew            Pic -ZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.

       01   AdjStatusLine.
           05  Filler              Pic X(13) Value Spaces.
           05  Filler              Pic X(08) Value "Status: ".
           05  ASStatus            Pic X(30).
           05  Filler              Pic X(02) Value Spaces.
           05  Filler              Pic X(16) Value "Balance change: ".
           05  ASBalDelta          Pic -Z,ZZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(02) Value Spaces.
           05  ASCurrency          Pic X(03).
           05  Filler              Pic X(41) Value Spaces.

       01   FeeIncomeHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(30)
           End-If
           Perform 850-WriteReconciliation
           Perform 860-SetReturnCode
           If StreamRun
               Perform 870-WriteStreamTotals
           End-If
           Perform 900-Terminate
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input ScenFile
           If Not ScenFileOk
               Display "Unable to open SCENIN, status = " ScenStatus
               Move 16 To Return-Code
               Stop Run
           End-If
      *    The notice file is allocated by the job on every run, so
      *    it is opened on every run - a run that posts nothing leaves
      *    it empty rather than uninitialized.
           Open Output MatNoteFile
           If Not MatNoteOk
               Display "Unable to open MATNOTE, status = "
                   MatNoteStatus
               Move 16 To Return-Code
               Stop Run
           End-If
      *    Statements take the client's name and address from the
      *    client master.
           Open Input ClntFile
           If Not ClntFileOk
               Display "Unable to open CLNTMST, status = " ClntStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Extend CsvFile
           If Not CsvFileOk
               Open Output CsvFile
           If CompFileOk
               Set CompOpened To True
           End-If
           Perform 102-ReadStreamParm
           Perform 105-OpenWorkFiles
           Perform 110-LoadTransactions
           Perform 111-LoadRates
               Open I-O AcctFile
           End-If.

      *    No STRMPARM card (or an empty one) is a whole-book run.
      *    A card that cannot be read as a stream is a run that would
      *    post the wrong accounts, so it stops hard.
       102-ReadStreamParm.
           Open Input StrmParmFile
           If StrmParmOk
               Move Spaces To StrmParmRecord
               Read StrmParmFile
                   At End
                       Move Spaces To StrmParmRecord
               End-Read
               Close StrmParmFile
               If StrmParmRecord Not = Spaces
                   Perform 103-EditStreamParm
               End-If
           End-If.

       103-EditStreamParm.
           Move Spaces To StreamNoX StreamFromX StreamToX
           Unstring StrmParmRecord Delimited By All Spaces
               Into StreamNoX StreamFromX StreamToX
           End-Unstring
           If StreamNoX (1:2) Not Numeric
                   Or StreamNoX (3:10) Not = Spaces
                   Or StreamNoX (1:2) = "00"
                   Or StreamFromX = Spaces
                   Or StreamToX = Spaces
                   Or StreamFromX (11:2) Not = Spaces
                   Or StreamToX (11:2) Not = Spaces
               Display "STRMPARM card not valid: "
                   StrmParmRecord (1:40)
               Move 16 To Return-Code
               Stop Run
           End-If
           Move StreamNoX (1:2) To StreamNo
           If StreamFromX = "*"
               Move Low-Values To StreamFromId
           Else
               Move StreamFromX To StreamFromId
           End-If
           If StreamToX = "*"
               Move High-Values To StreamToId
           Else
               Move StreamToX To StreamToId
           End-If
           If StreamFromId > StreamToId
               Display "STRMPARM card not valid: range "
                   StreamFromX " thru " StreamToX " is reversed"
               Move 16 To Return-Code
               Stop Run
           End-If
           Set StreamRun To True
           Move StreamNo To StreamCtlNo
           Display "POSTING STREAM " StreamNo ": ACCOUNTS "
               StreamFromX (1:10) " THRU " StreamToX (1:10).

      *    The work files are rebuilt from scratch every run: created
      *    empty here, loaded below, then reopened for keyed access.
      *    A work file that will not open or write is a run we cannot
                   RetWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output MatWork
           If Not MatWorkOk
               Display "Unable to open MATWORK, status = "
                   MatWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close MatWork
           Open I-O MatWork
           If Not MatWorkOk
               Display "Unable to reopen MATWORK, status = "
                   MatWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output AdjWork
           If Not AdjWorkOk
               Display "Unable to open ADJWORK, status = "
                   AdjWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close AdjWork
           Open I-O AdjWork
           If Not AdjWorkOk
               Display "Unable to reopen ADJWORK, status = "
                   AdjWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If.

       110-LoadTransactions.
               Set TranOpened To True
               Perform 115-ReadTransaction
               Perform Until TranFileEof
      *            A posting stream loads only its own accounts' cash
      *            flows; the rest belong to the other streams.
                   If TranAccountId < StreamFromId
                           Or TranAccountId > StreamToId
                       Add 1 To TransOtherStream
                   Else
                       Add 1 To TranCount
                       Move TranAccountId To TranWkAccountId
                       Move TranMonth To TranWkMonth
                       Move TranCount To TranWkSeq
                       Move TranType To TranWkType
                       Move TranAmount To TranWkAmount
                       Move "N" To TranWkMatched
                       Move TranAdjust To TranWkAdjust
                       If TranWkBackDated
                           Add 1 To AdjCandidates
                       End-If
                       Write TranWkRecord
                           Invalid Key
                               Display "TRANWORK write failed for "
                                   TranAccountId ", status = "
                                   TranWkStatus
                               Move 16 To Return-Code
                               Stop Run
                       End-Write
                   End-If
                   Perform 115-ReadTransaction
               End-Perform
               Close TranFile
                       If ScenHdrRunMode = "P"
                           Set PostingMode To True
                       End-If
                       If StreamRun And Not PostingMode
                           Display "STRMPARM card given but SCENIN "
                               "is not a posting run - run stopped"
                           Move 16 To Return-Code
                           Stop Run
                       End-If
                   When "T"
                       Set TrailerSeen To True
                       Move ScenTrlRecordCount To TrailerCount
                       Move ScenTrlHashTotal To TrailerHash
                   When Other
                       Perform 206-CheckStreamRange
                       Perform 207-ProcessByType
               End-Evaluate
               Perform 210-ReadScenario
           End-Perform.
                           Display "STATEMENT SKIPPED for " AccountId
                               ": schedule resumed mid-term"
                       Else
                           Perform 291-ResolveClient
                           If ClientOk
                               Perform 292-WriteStatement
                           Else
                               Add 1 To StatementsHeld
                               Display "STATEMENT HELD for " AccountId
                                   ": " Function Trim(ClientReason)
                           End-If
                       End-If
                       Perform 297-AddPortfolioEntry
                       Perform 295-WriteAudit
               Add 1 To ScenariosRejected
           End-If.

      *    Every stream reads the whole SCENIN so each one proves
      *    the file's trailer, but acts only on the records for its
      *    own accounts.
       206-CheckStreamRange.
           If ScenAccountId < StreamFromId
                   Or ScenAccountId > StreamToId
               Move "N" To InStreamRangeSw
           Else
               Move "Y" To InStreamRangeSw
           End-If.

       207-ProcessByType.
           Evaluate True
               When ScenRecordType = "D" And Not InStreamRange
                   Add 1 To ScenariosRead
                   Add ScenInvestAmt To ScenHashTotal
                   Add 1 To ScenariosOtherStream
               When Not InStreamRange
                   Continue
               When ScenRecordType = "D"
                   Perform 205-ProcessDetail
               When ScenRecordType = "G"
                   Add 1 To GoalCount
                   Perform 500-GoalSeek
               When ScenRecordType = "S"
                   Add 1 To SimCount
                   Perform 750-RunSimulation
               When Other
                   Add 1 To ScenariosRejected
                   Display "REJECTED " ScenAccountId
                       ": unknown record type " ScenRecordType
                   Move "TYP" To RejectCode
                   Perform 228-WriteReject
           End-Evaluate.

       210-ReadScenario.
           Read ScenFile
               At End
           Move ScenInflationRate To InflationRate
           Move ScenProductCode To ProductCode
           Move ScenClientName To ClientName
           If ScenRecordType = "D"
               Move ScenClientId To ClientId
           Else
               Move Spaces To ClientId
           End-If
      *    An account with no household id stands alone as its own
      *    household on the portfolio rollup.
           If ScenHouseholdId = Spaces
               Move "Currency has no exchange rate" To RejectReason
               Move "CUR" To RejectCode
           End-If
      *    Only detail records carry a withdrawal plan.  A plan whose
      *    figures are not numeric is simply invalid.
           Move Space To PlanType PlanFreq
           Move 0 To PlanAmount PlanPct PlanStart PlanIncrease
           If ScenRecordType = "D" And ScenPlanType Not = Space
               Move ScenPlanType To PlanType
               Move ScenPlanFreq To PlanFreq
               If ScenPlanAmount Is Numeric
                       And ScenPlanPct Is Numeric
                       And ScenPlanStart Is Numeric
                       And ScenPlanIncrease Is Numeric
                   Move ScenPlanAmount To PlanAmount
                   Move ScenPlanPct To PlanPct
                   Move ScenPlanStart To PlanStart
                   Move ScenPlanIncrease To PlanIncrease
                   Perform 236-EditWithdrawalPlan
               Else
                   Move "N" To PlanValidSw
               End-If
               If ValidScen And Not PlanValid
                   Set InvalidScen To True
                   Move "Withdrawal plan invalid" To RejectReason
                   Move "PLN" To RejectCode
               End-If
           End-If
           If InvalidScen
               Display "REJECTED " AccountId ": "
                   Function Trim(RejectReason)
           Move RunDate To RejRunDate
           Write RejRecordOut.

      *    Validate the plan in PlanType..PlanIncrease and set the
      *    payment interval.  A plan with no start month pays from
      *    month one.
       236-EditWithdrawalPlan.
           Move "Y" To PlanValidSw
           Evaluate PlanFreq
               When "M"
                   Move 1 To PlanInterval
               When "Q"
                   Move 3 To PlanInterval
               When "A"
                   Move 12 To PlanInterval
               When Other
                   Move 0 To PlanInterval
           End-Evaluate
           If PlanStart = 0
               Move 1 To PlanStart
           End-If
           Evaluate True
               When PlanNone
                   Continue
               When Not PlanFixedAmt And Not PlanPercent
                   Move "N" To PlanValidSw
               When PlanInterval = 0
                   Move "N" To PlanValidSw
               When PlanFixedAmt And PlanAmount = 0
                   Move "N" To PlanValidSw
               When PlanPercent And PlanPct = 0
                   Move "N" To PlanValidSw
               When PlanStart > MaxNumMonths
                   Move "N" To PlanValidSw
               When PlanIncrease > MaxPlanIncrease
                   Move "N" To PlanValidSw
           End-Evaluate.

       230-CheckCheckpoint.
           Move "N" To SkipCompletedSw
           Move "N" To ResumedSw
               Invalid Key
                   Move 0 To MonthCount TotalInt YearCount Interest
                   Move 0 To RateMonthSum TotalTax NetCashFlow
                   Move 0 To TotalFees PlanRunOut
                   Move InvestAmt To TempInvestAmt
               Not Invalid Key
                   If CkptInvestAmt = InvestAmt
                           Move CkptTotalTax To TotalTax
                           Move CkptNetCashFlow To NetCashFlow
                           Move CkptTotalFees To TotalFees
                           Move CkptPlanRunOut To PlanRunOut
                           Set ScenResumed To True
                       End-If
                   Else
                       Move 0 To MonthCount TotalInt YearCount Interest
                       Move 0 To RateMonthSum TotalTax NetCashFlow
                       Move 0 To TotalFees PlanRunOut
                       Move InvestAmt To TempInvestAmt
                   End-If
           End-Read.
                   Move 0 To MonthTax
               End-If
               Perform 243-ApplyTransactions
               If Not ScheduleOverflow
                   Perform 239-ApplyWithdrawalPlan
               End-If
      *        Fees come out after interest and withholding: the flat
      *        monthly administration fee plus the annual asset-based
      *        fee in basis points taken one-twelfth at a time, from
               End-If
           End-If.

      *    The withdrawal plan pays after the month's own cash flows
      *    and before fees.  A payment the balance cannot cover pays
      *    what is there and is flagged as cut short; the first month
      *    a payment leaves nothing is the plan's run-out month.
       239-ApplyWithdrawalPlan.
           Move "N" To PlanShortSw
           If Not PlanNone And MonthCount Not Less PlanStart
               Compute PlanSince = MonthCount - PlanStart
               If Function Mod(PlanSince,PlanInterval) = 0
                   If PlanPercent
                       Compute PlanPayment Rounded = TempInvestAmt *
                           PlanPct * PlanInterval / 1200
                   Else
                       Compute PlanYears = PlanSince / 12
                       Compute PlanFactor =
                           (1 + PlanIncrease / 100) ** PlanYears
                       Compute PlanPayment Rounded =
                           PlanAmount * PlanFactor
                           On Size Error
                               Set ScheduleOverflow To True
                       End-Compute
                   End-If
                   If Not ScheduleOverflow
                       If PlanPayment > TempInvestAmt
                           Move TempInvestAmt To PlanPayment
                           Set PlanPaidShort To True
                       End-If
                       Subtract PlanPayment From TempInvestAmt
                       Subtract PlanPayment From NetCashFlow
                       Add PlanPayment To MonthWithdrawal
                       If TempInvestAmt = 0 And PlanRunOut = 0
                           Move MonthCount To PlanRunOut
                       End-If
                   End-If
               End-If
           End-If.

      *    The rate for the period is the first of the product's
      *    entries, in RATEFILE order, whose month range and balance
      *    band cover this period; a scenario with no product code,
           Display "Total Fees" TotalFeesStr
           Move AfterTaxFinal To AfterTaxFinalStr
           Display "After-Tax Final Balance" AfterTaxFinalStr
           If Not PlanNone
               Move PlanRunOut To PlanRunOutStr
               If PlanRunOut > 0
                   Display "Plan Runs Out        Month " PlanRunOutStr
               Else
                   Display "Plan Runs Out        Not within term"
               End-If
           End-If

           Write ReportLine From ReportBlankLine After Advancing 1 Line
           Move Spaces To ReportSummaryLine
               AfterTaxFinalStr Delimited By Size
               Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
      *    The run-out line appears only for an account with a
      *    withdrawal plan.
           If Not PlanNone
               Move Spaces To ReportSummaryLine
               If PlanRunOut > 0
                   String "  Plan Runs Out      Month "
                       Delimited By Size
                       PlanRunOutStr Delimited By Size
                       Into ReportSummaryLine
               Else
                   String "  Plan Runs Out      Not within term"
                       Delimited By Size Into ReportSummaryLine
               End-If
               Write ReportLine From ReportSummaryLine
                   After Advancing 1 Line
           End-If.

      *    The statement's client is the one on the scenario, or
      *    failing that the one the master links the account to.  A
      *    client missing from CLNTMST, or one with no name, first
      *    address line, city, or postal code, holds the statement.
      *    These address rules must match ClntMaint and TaxExtr -
      *    change them together.
       291-ResolveClient.
           Move "N" To ClientOkSw
           Move Spaces To ClientReason
           Move ClientId To ClntClientId
           If ClntClientId = Spaces
               Move AccountId To AcctAccountId
               Read AcctFile
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move AcctClientId To ClntClientId
               End-Read
           End-If
           If ClntClientId = Spaces
               Move "no client link" To ClientReason
           Else
               Read ClntFile
                   Invalid Key
                       String "client " Delimited By Size
                           ClntClientId Delimited By Space
                           " not on CLNTMST" Delimited By Size
                           Into ClientReason
                   Not Invalid Key
                       If ClntName = Spaces
                               Or ClntAddrLine1 = Spaces
                               Or ClntCity = Spaces
                               Or ClntPostCode = Spaces
                           String "client " Delimited By Size
                               ClntClientId Delimited By Space
                               " address incomplete" Delimited By Size
                               Into ClientReason
                       Else
                           Set ClientOk To True
                       End-If
               End-Read
           End-If.

      *    One statement page per account: the schedule's monthly
      *    figures rolled up by year, addressed from the client
      *    master, dated with the run date.
       292-WriteStatement.
           Move RunDate To SH1RunDate
           Write StmtLine From StmtHeading1 After Advancing Page
           Write StmtLine From StmtBlankLine After Advancing 1 Line
           Move Spaces To StmtTextLine
           String " Prepared For:  " Delimited By Size
               ClntName Delimited By Size Into StmtTextLine
           Write StmtLine From StmtTextLine After Advancing 1 Line
           Perform 298-WriteStatementAddress
           Move Spaces To StmtTextLine
           String " Account:       " Delimited By Size
               AccountId Delimited By Size Into StmtTextLine
           End-If
           Perform 293-WriteStatementYear
               Varying StmtYearIdx From 1 By 1
               Until StmtYearIdx > StmtYearMax
           If Not PlanNone
               Perform 294-WriteStatementPlan
           End-If.

      *    The withdrawal plan and where it is projected to leave the
      *    account, below the year rows.
       294-WriteStatementPlan.
           Evaluate PlanFreq
               When "M"
                   Move "monthly" To PlanFreqWord
               When "Q"
                   Move "quarterly" To PlanFreqWord
               When Other
                   Move "annually" To PlanFreqWord
           End-Evaluate
           Move PlanStart To PlanRunOutStr
           Write StmtLine From StmtBlankLine After Advancing 1 Line
           Move Spaces To StmtTextLine
           If PlanPercent
               Move PlanPct To PlanPctStr
               String " Withdrawal Plan: " Delimited By Size
                   Function Trim(PlanPctStr) Delimited By Size
                   "% of balance a year, paid " Delimited By Size
                   Function Trim(PlanFreqWord) Delimited By Size
                   " from month " Delimited By Size
                   Function Trim(PlanRunOutStr) Delimited By Size
                   Into StmtTextLine
           Else
               Move PlanAmount To PlanAmountStr
               String " Withdrawal Plan: " Delimited By Size
                   Function Trim(PlanAmountStr) Delimited By Size
                   " paid " Delimited By Size
                   Function Trim(PlanFreqWord) Delimited By Size
                   " from month " Delimited By Size
                   Function Trim(PlanRunOutStr) Delimited By Size
                   Into StmtTextLine
           End-If
           Write StmtLine From StmtTextLine After Advancing 1 Line
           If PlanFixedAmt And PlanIncrease > 0
               Move PlanIncrease To PlanPctStr
               Move Spaces To StmtTextLine
               String "                  rising " Delimited By Size
                   Function Trim(PlanPctStr) Delimited By Size
                   "% on each anniversary" Delimited By Size
                   Into StmtTextLine
               Write StmtLine From StmtTextLine After Advancing 1 Line
           End-If
           Move Spaces To StmtTextLine
           If PlanRunOut > 0
               Move PlanRunOut To PlanRunOutStr
               Compute PlanYears = (PlanRunOut + 11) / 12
               Move PlanYears To PlanYearStr
               String " Plan Runs Out:   month " Delimited By Size
                   Function Trim(PlanRunOutStr) Delimited By Size
                   " (year " Delimited By Size
                   Function Trim(PlanYearStr) Delimited By Size
                   ")" Delimited By Size
                   Into StmtTextLine
           Else
               Move NumMonths To PlanRunOutStr
               String " Plan Runs Out:   not within the "
                   Delimited By Size
                   Function Trim(PlanRunOutStr) Delimited By Size
                   "-month term" Delimited By Size
                   Into StmtTextLine
           End-If
           Write StmtLine From StmtTextLine After Advancing 1 Line.

      *    The mailing block under the client's name: the address
      *    lines in use, then city, region, and postal code, then the
      *    country when there is one, and the delivery instruction
      *    for anything other than the post.
       298-WriteStatementAddress.
           Move Spaces To StmtTextLine
           String "                " Delimited By Size
               ClntAddrLine1 Delimited By Size Into StmtTextLine
           Write StmtLine From StmtTextLine After Advancing 1 Line
           If ClntAddrLine2 Not = Spaces
               Move Spaces To StmtTextLine
               String "                " Delimited By Size
                   ClntAddrLine2 Delimited By Size Into StmtTextLine
               Write StmtLine From StmtTextLine After Advancing 1 Line
           End-If
           If ClntAddrLine3 Not = Spaces
               Move Spaces To StmtTextLine
               String "                " Delimited By Size
                   ClntAddrLine3 Delimited By Size Into StmtTextLine
               Write StmtLine From StmtTextLine After Advancing 1 Line
           End-If
           Move Spaces To StmtTextLine
           String "                " Delimited By Size
               Function Trim(ClntCity) Delimited By Size
               "  " Delimited By Size
               Function Trim(ClntRegion) Delimited By Size
               "  " Delimited By Size
               ClntPostCode Delimited By Size Into StmtTextLine
           Write StmtLine From StmtTextLine After Advancing 1 Line
           If ClntCountry Not = Spaces
               Move Spaces To StmtTextLine
               String "                " Delimited By Size
                   ClntCountry Delimited By Size Into StmtTextLine
               Write StmtLine From StmtTextLine After Advancing 1 Line
           End-If
           If ClntByEmail Or ClntHoldMail
               Move Spaces To StmtTextLine
               If ClntByEmail
                   String " Deliver By:    EMAIL " Delimited By Size
                       ClntEmail Delimited By Size
                       Into StmtTextLine
               Else
                   String " Deliver By:    HOLD MAIL" Delimited By Size
                       Into StmtTextLine
               End-If
               Write StmtLine From StmtTextLine After Advancing 1 Line
           End-If.

       293-WriteStatementYear.
           Move StmtYearIdx To SDYear
           Move TotalTax To CkptTotalTax
           Move NetCashFlow To CkptNetCashFlow
           Move TotalFees To CkptTotalFees
           Move PlanRunOut To CkptPlanRunOut
           Write CkptRecord
               Invalid Key
                   Rewrite CkptRecord
                   Move 0 To AcctYtdTax
                   Move 0 To AcctYtdWithdrawn
                   Move 0 To AcctLastPostDate
                   Move Spaces To AcctClientId
                   Perform 286-MoveTermsToMaster
                   Write AcctRecord
                       Invalid Key
           Move ProductCode To AcctProductCode
           Move TaxClass To AcctTaxClass
           Move TaxRate To AcctTaxRate
           Move CurrencyCode To AcctCurrency
           Move PlanType To AcctPlanType
           Move PlanAmount To AcctPlanAmount
           Move PlanPct To AcctPlanPct
           Move PlanFreq To AcctPlanFreq
           Move PlanStart To AcctPlanStart
           Move PlanIncrease To AcctPlanIncrease
      *    A scenario with no client id leaves the master's link -
      *    set by CLNTMNT LINK - alone.
           If ClientId Not = Spaces
               Move ClientId To AcctClientId
           End-If.

       297-AddPortfolioEntry.
           Move HouseholdId To PortWkHousehold
           Move 0 To TaxRate
           Move BaseCurrency To CurrencyCode
           Move 1 To CurrFxRate
           Move Space To PlanType
           If ContribInterval = 0
               Move DefaultInterval To ContribInterval
           End-If
               Perform 463-WritePostingBlocked
               Perform 490-WriteEmptyGlBatch
           Else
               If AdjCandidates > 0
                   Perform 401-LoadAdjHistory
               End-If
               Perform 470-OpenHistory
               Perform 471-OpenMatInstructions
               Perform 420-WritePostingHeader
               Move StreamFromId To AcctAccountId
               Start AcctFile Key Not Less AcctAccountId
                   Invalid Key
                       Set AcctMasterEof To True
               End-If
               Perform 430-PostOneAccount Until AcctMasterEof
               Close HistFile
               If MatOpened
                   Close MatFile
               End-If
               Display "SNAPSHOTS APPENDED TO ACCTHIST: "
                   SnapshotsWritten
               Perform 480-BuildGlExtract
      *        A stream completes only its own part; the cycle stays
      *        in flight until POSTMRG has every stream's output.
               If StreamRun
                   Perform 467-MarkStreamComplete
               Else
                   Perform 465-MarkCycleComplete
               End-If
               Display "POSTED " AccountsPosted " ACCOUNT(S), "
                   AccountsAtTerm " AT TERM, "
                   AccountsAlready " ALREADY POSTED THIS CYCLE"
               Display "MATURED " AccountsMatured " ACCOUNT(S), "
                   DefaultRollovers " DEFAULT ROLLOVER(S), "
                   MaturityNotices " MATURITY NOTICE(S)"
               If AccountsMatured > 0
                   Perform 445-WriteMaturityRegister
               End-If
               If AdjCandidates > 0
                   Display "BACK-DATED ADJUSTMENTS: " AdjApplied
                       " APPLIED, " AdjRefused " REFUSED, "
                       AdjAccounts " ACCOUNT(S) ADJUSTED"
               End-If
               If AdjRegCount > 0
                   Perform 456-WriteAdjRegister
               End-If
           End-If
           Close CtlFile.

               End-Read
               If Not PostingBlocked
                   Perform 464-MarkCycleInFlight
                   If StreamRun
                       Perform 468-MarkStreamInFlight
                   End-If
               End-If
           End-If.

           Compute HdrCycleYymm = HdrFileDate / 100
           Compute LastCycleYymm = CtlLastCycle / 100
           Evaluate True
               When CtlState = "R"
                   Set PostingBlocked To True
                   Display "POSTING REFUSED: reversal of cycle "
                       CtlLastCycle " is incomplete - rerun CYCLREV"
               When CtlState = "I" And HdrFileDate = CtlInFlight
                       And StreamRun
                   Display "POSTING STREAM " StreamNo " JOINS CYCLE "
                       HdrFileDate " IN FLIGHT"
               When CtlState = "I" And HdrFileDate = CtlInFlight
                   Perform 469-CheckStreamsInFlight
                   If StreamsBusy
                       Set PostingBlocked To True
                       Display "POSTING REFUSED: cycle " CtlInFlight
                           " is posting in streams - rerun the "
                           "failed stream or POSTMRG"
                   Else
                       Display "POSTING CYCLE " HdrFileDate
                           " RESUMED AFTER AN INCOMPLETE RUN"
                   End-If
               When CtlState = "I"
                   Set PostingBlocked To True
                   Display "POSTING REFUSED: cycle " CtlInFlight
                   End-Rewrite
           End-Read.

      *    A stream's own record: in flight while the stream posts,
      *    complete once its snapshots and partial GL batch are out.
      *    A stream abend leaves it in flight and the stream is
      *    simply rerun; its posted accounts are passed over.
       468-MarkStreamInFlight.
           Move StreamCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Move StreamCtlKey To CtlKey
                   Move 0 To CtlLastCycle
                   Move HdrFileDate To CtlInFlight
                   Move "I" To CtlState
                   Write CtlRecord
                       Invalid Key
                           Display "RUNCTL update failed, status = "
                               RunCtlStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Write
               Not Invalid Key
                   Move HdrFileDate To CtlInFlight
                   Move "I" To CtlState
                   Rewrite CtlRecord
                       Invalid Key
                           Display "RUNCTL update failed, status = "
                               RunCtlStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Rewrite
           End-Read.

       467-MarkStreamComplete.
           Move StreamCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Move HdrFileDate To CtlLastCycle
                   Move 0 To CtlInFlight
                   Move "C" To CtlState
                   Rewrite CtlRecord
                       Invalid Key
                           Display "RUNCTL update failed, status = "
                               RunCtlStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Rewrite
           End-Read.

      *    A whole-book run may not pick up a cycle that streams have
      *    started: it would complete the cycle without the merge.
      *    Any stream record that is in flight for the cycle, or has
      *    completed it, means the cycle belongs to the streams.
       469-CheckStreamsInFlight.
           Move CtlRecord To SavedCtlRecord
           Move "N" To StreamsBusySw
           Move "N" To StreamScanSw
           Move "POSTST00" To CtlKey
           Start CtlFile Key Not Less CtlKey
               Invalid Key
                   Set StreamScanDone To True
           End-Start
           Perform 461-CheckOneStream Until StreamScanDone
           Move SavedCtlRecord To CtlRecord.

       461-CheckOneStream.
           Read CtlFile Next
               At End
                   Set StreamScanDone To True
           End-Read
           If Not StreamScanDone
               If Not RunCtlOk Or CtlKey (1:6) Not = "POSTST"
                   Set StreamScanDone To True
               Else
                   If CtlInFlight = HdrFileDate
                           Or CtlLastCycle = HdrFileDate
                       Set StreamsBusy To True
                       Set StreamScanDone To True
                   End-If
               End-If
           End-If.

      *    A header more than one month past the last completed cycle
      *    means a cycle never posted; the run goes ahead but warns.
       466-CheckSkippedCycle.
           If CtlLastCycle > 0
               Compute LastCycleYymm = CtlLastCycle / 100
               Compute HdrCycleYymm = HdrFileDate / 100
               Compute CycleYy = LastCycleYymm / 100
               Compute CycleMm = LastCycleYymm - (CycleYy * 100)
               If CycleMm = 12
                   Compute NextCycleYymm = (CycleYy + 1) * 100 + 1
               Else
                   Compute NextCycleYymm = LastCycleYymm + 1
               End-If
               If HdrCycleYymm > NextCycleYymm
                   Set CycleSkipped To True
                   Display "POSTING CYCLE SKIPPED: last completed "
                       CtlLastCycle ", this run posts " HdrFileDate
               End-If
           End-If.

       410-ReadNextAccount.
           Read AcctFile Next
           End-Read
           If Not AcctFileOk
               Set AcctMasterEof To True
           End-If
           If Not AcctMasterEof And AcctAccountId > StreamToId
               Set AcctMasterEof To True
           End-If.

       420-WritePostingHeader.
           Else
               Perform 433-AdvanceOneAccount
           End-If
           Perform 442-WriteMaturityNotice
           Perform 410-ReadNextAccount.

       432-PassAlreadyPosted.
           Add 1 To AccountsAlready
           If AdjCandidates > 0
               Perform 487-SettleAlreadyPosted
           End-If
           Move AcctAccountId To PDAccountId
           Move AcctPeriodCount To PDPeriod
           Move 0 To PDInterest
           Perform 435-WritePostingLine.

       433-AdvanceOneAccount.
           Move "N" To MaturedSw
           Move 0 To MatPayout
           If AcctPeriodCount Not Less AcctNumMonths
      *        An at-term account still holding money - one that
      *        reached term before maturity processing, or one whose
      *        final interest is still to be credited - matures now.
      *        One already paid out is only stamped with the cycle.
               If AdjCandidates > 0
                   Perform 488-RefuseAtTerm
               End-If
               If AcctCurrBalance > 0 Or AcctLastInterest > 0
                   Perform 436-MatureAtTermAccount
               Else
                   Perform 434-StampAtTerm
               End-If
           Else
      *        Back-dated cash is settled against the master first,
      *        so the cycle in hand posts from the adjusted balance.
               Move "N" To AdjPendingSw
               If AdjCandidates > 0
                   Perform 491-AdjustBackDated
               End-If
               Move AcctIntRate To IntRate
               Move AcctNumMonths To NumMonths
               Move AcctAddInvAmt To AddInvAmt
               Move AcctTaxRate To TaxRate
               Move AcctCurrency To CurrencyCode
               Perform 226-ResolveFxRate
               Perform 431-LoadWithdrawalPlan
               Move AcctTaxWithheld To TotalTax
               Move AcctFeesPaid To TotalFees
               Move 0 To RateMonthSum NetCashFlow
               If ScheduleOverflow
                   Display "POSTING SKIPPED " AccountId
                       ": balance exceeded working storage capacity"
                   If AdjPending
                       Move "POSTING SKIPPED" To AdjReason
                       Perform 497-RefuseAdjustment
                   End-If
               Else
                   Move TempInvestAmt To AcctCurrBalance
                   Move TotalInt To AcctAccruedInt
                   Add MonthTax To AcctYtdTax
                   Add MonthWithdrawal To AcctYtdWithdrawn
                   Move HdrFileDate To AcctLastPostDate
      *            The period that reaches term matures the account in
      *            the same cycle.
                   If AcctPeriodCount Not Less AcctNumMonths
                       Perform 437-ApplyMaturity
                   End-If
                   Rewrite AcctRecord
                       Invalid Key
                           Continue
                   If AcctFileOk
                       Add 1 To AccountsPosted
                       Move "POSTED" To PDStatusMsg
                       If AdjPending
                           Perform 498-PostAdjustment
                           Move "ADJUSTED" To PDStatusMsg
                       End-If
                       Move Spaces To HistRecordOut
                       Move Interest To HistCycleInt
                       Move MonthAddInv To HistCycleContrib
                       Move MonthWithdrawal To HistCycleWdrw
                       Move MonthTax To HistCycleTax
                       Move MonthFee To HistCycleFee
                       Move MatPayout To HistCyclePayout
                       If AccountMatured
                           Move "MATURED" To PDStatusMsg
                           Move "M" To HistPostStatus
                       Else
                           Move "P" To HistPostStatus
                       End-If
                       If PlanPaidShort
                           Add 1 To PlanShortCount
                           Display "PLAN PAYMENT CUT SHORT for "
                               AccountId " period " MonthCount
                               ": balance too low"
                           If Not AccountMatured
                               Move "PLAN SHORT" To PDStatusMsg
                           End-If
                       End-If
                       Perform 475-WriteSnapshot
                       If AccountMatured
                           Perform 441-RecordMaturity
                       End-If
                   Else
                       Display "ACCTMST rewrite failed for "
                           AccountId ", status = " AcctStatus
                       Move "RW FAILED" To PDStatusMsg
                       If AdjPending
                           Move "MASTER REWRITE FAILED" To AdjReason
                           Perform 497-RefuseAdjustment
                       End-If
                   End-If
                   Move AcctAccountId To PDAccountId
                   Move AcctPeriodCount To PDPeriod
               End-If
           End-If.

      *    The master's withdrawal plan drives the posting.  One that
      *    fails the scenario edits is left unpaid and reported, so
      *    the account still posts its interest.
       431-LoadWithdrawalPlan.
           Move AcctPlanType To PlanType
           Move AcctPlanFreq To PlanFreq
           If AcctPlanAmount Is Numeric
                   And AcctPlanPct Is Numeric
                   And AcctPlanStart Is Numeric
                   And AcctPlanIncrease Is Numeric
               Move AcctPlanAmount To PlanAmount
               Move AcctPlanPct To PlanPct
               Move AcctPlanStart To PlanStart
               Move AcctPlanIncrease To PlanIncrease
               Perform 236-EditWithdrawalPlan
           Else
               Move "N" To PlanValidSw
           End-If
           If Not PlanNone And Not PlanValid
               Display "PLAN NOT PAID for " AccountId
                   ": withdrawal plan on ACCTMST is invalid"
               Move Space To PlanType
           End-If.

      *    An at-term account with nothing left in it is stamped with
      *    the cycle and rewritten even though no money moves, so an
      *    abend rerun passes it over instead of appending a second
      *    snapshot for the same cycle.
       434-StampAtTerm.
           Move HdrFileDate To AcctLastPostDate
           Rewrite AcctRecord
               Invalid Key
                   Continue
           End-Rewrite
           Move AcctAccountId To PDAccountId
           Move AcctPeriodCount To PDPeriod
           Move 0 To PDInterest
           Move Spaces To PDContrib
           Move AcctCurrBalance To PDBalance
           If AcctFileOk
               Add 1 To AccountsAtTerm
               Move "AT TERM" To PDStatusMsg
               Perform 435-WritePostingLine
               Move AcctCurrency To CurrencyCode
               Perform 226-ResolveFxRate
               Move Spaces To HistRecordOut
               Move 0 To HistCycleInt HistCycleContrib
               Move 0 To HistCycleWdrw HistCycleTax HistCycleFee
               Move 0 To HistCyclePayout
               Move "T" To HistPostStatus
               Perform 475-WriteSnapshot
           Else
               Display "ACCTMST rewrite failed for "
                   AccountId ", status = " AcctStatus
               Move "RW FAILED" To PDStatusMsg
               Perform 435-WritePostingLine
           End-If.

      *    An account found at term with money still in it matures
      *    without posting a period: no interest, contributions, or
      *    fees move, only the maturity itself.
       436-MatureAtTermAccount.
           Move AcctCurrency To CurrencyCode
           Perform 226-ResolveFxRate
           Move HdrFileDate To AcctLastPostDate
           Perform 437-ApplyMaturity
           Rewrite AcctRecord
               Invalid Key
                   Continue
           End-Rewrite
           Move AcctAccountId To PDAccountId
           Move AcctPeriodCount To PDPeriod
           Move 0 To PDInterest
           Move Spaces To PDContrib
           Move AcctCurrBalance To PDBalance
           If AcctFileOk
               Move "MATURED" To PDStatusMsg
               Perform 435-WritePostingLine
               Move Spaces To HistRecordOut
               Move 0 To HistCycleInt HistCycleContrib
               Move 0 To HistCycleWdrw HistCycleTax HistCycleFee
               Move MatPayout To HistCyclePayout
               Move "M" To HistPostStatus
               Perform 475-WriteSnapshot
               Perform 441-RecordMaturity
           Else
               Display "ACCTMST rewrite failed for "
                   AccountId ", status = " AcctStatus
               Move "RW FAILED" To PDStatusMsg
               Perform 435-WritePostingLine
           End-If.

      *    Maturity: the interest computed in the final period and not
      *    yet credited is credited first, so the instruction acts on
      *    the whole maturing balance (that interest already went to
      *    the ledger in the cycle it was computed).  A valid standing
      *    instruction then rolls the account over, pays it out in
      *    full, or pays out part and rolls the rest over; with no
      *    usable instruction the account rolls over on its existing
      *    terms and is listed as a maturity exception.  A rollover
      *    restarts the period count on the new term.  A payout is a
      *    withdrawal to cash - it counts toward the year-to-date
      *    withdrawn bucket and posts to the ledger off the snapshot.
      *    An account paid out in full stays at term, empty, until it
      *    is closed.
       437-ApplyMaturity.
           Set AccountMatured To True
           Add AcctLastInterest To AcctCurrBalance
           Move 0 To AcctLastInterest
           Move AcctCurrBalance To MatMatureBal
           Move AcctNumMonths To MatOldTerm
           Move 0 To MatPayout
           Perform 438-FindMatInstruction
           If MatInstrValid
               Move MatAction To MatApplied
               Evaluate MatAction
                   When "P"
                       Move AcctCurrBalance To MatPayout
                   When "S"
                       Move MatPayoutAmt To MatPayout
               End-Evaluate
           Else
               Move "D" To MatApplied
           End-If
           Subtract MatPayout From AcctCurrBalance
           Add MatPayout To AcctYtdWithdrawn
           If MatApplied Not = "P"
               Move 0 To AcctPeriodCount
           End-If
           If MatApplied = "R" Or MatApplied = "S"
               If MatNewTerm > 0
                   Move MatNewTerm To AcctNumMonths
               End-If
               If MatNewProduct Not = Spaces
                   Move MatNewProduct To AcctProductCode
               End-If
               If MatNewRate > 0
                   Move MatNewRate To AcctIntRate
               End-If
           End-If.

      *    The instruction file is optional; without it, or without a
      *    record for the account, the account takes the default.
       438-FindMatInstruction.
           Move "N" To MatInstrSw
           Move Spaces To MatReason
           If Not MatOpened
               Move "NO INSTRUCTION FILE" To MatReason
           Else
               Move AcctAccountId To MatAccountId
               Read MatFile
                   Invalid Key
                       Move "NO INSTRUCTION ON FILE" To MatReason
                   Not Invalid Key
                       Perform 439-EditMatInstruction
               End-Read
           End-If.

      *    An instruction already applied at an earlier maturity is
      *    spent.  A payout instruction needs no new terms; a rollover
      *    or split must carry terms inside the scenario limits, and a
      *    split must leave something to roll over.
       439-EditMatInstruction.
           If MatAppliedDate Is Numeric
               If MatAppliedDate Not = 0
                   Move "INSTRUCTION ALREADY USED" To MatReason
               End-If
           End-If
           If MatReason = Spaces
               If MatAction Not = "R" And MatAction Not = "P"
                       And MatAction Not = "S"
                   Move "UNKNOWN INSTRUCTION ACTION" To MatReason
               End-If
           End-If
           If MatReason = Spaces And MatAction Not = "P"
               If MatNewTerm Not Numeric Or MatNewRate Not Numeric
                   Move "NEW TERM OR RATE NOT NUMERIC" To MatReason
               Else
                   If MatNewTerm > MaxNumMonths
                       Move "NEW TERM OUT OF RANGE" To MatReason
                   End-If
                   If MatNewRate > MaxIntRate
                       Move "NEW RATE OUT OF RANGE" To MatReason
                   End-If
               End-If
           End-If
           If MatReason = Spaces And MatAction = "S"
               If MatPayoutAmt Not Numeric
                   Move "PAYOUT AMOUNT NOT NUMERIC" To MatReason
               Else
                   If MatPayoutAmt = 0
                           Or MatPayoutAmt Not Less AcctCurrBalance
                       Move "PAYOUT NOT BELOW BALANCE" To MatReason
                   End-If
               End-If
           End-If
           If MatReason = Spaces
               Set MatInstrValid To True
           End-If.

      *    Once the account is safely rewritten, the instruction used
      *    is stamped with the cycle so it is never applied again, and
      *    the maturity goes to the register work file.
       441-RecordMaturity.
           Add 1 To AccountsMatured
           If MatApplied = "D"
               Add 1 To DefaultRollovers
               Display "MATURITY DEFAULT ROLLOVER for " AccountId
                   ": " Function Trim(MatReason)
           Else
               Move HdrFileDate To MatAppliedDate
               Rewrite MatRecord
                   Invalid Key
                       Continue
               End-Rewrite
               If Not MatFileOk
                   Display "MATINST rewrite failed for " AccountId
                       ", status = " MatStatus
               End-If
           End-If
           Move AcctAccountId To MatWkAccountId
           Move MatApplied To MatWkAction
           Move MatMatureBal To MatWkMatureBal
           Move MatPayout To MatWkPayout
           Move AcctCurrBalance To MatWkRolled
           Move MatOldTerm To MatWkOldTerm
           Move AcctNumMonths To MatWkNewTerm
           Move AcctProductCode To MatWkNewProduct
           Move AcctIntRate To MatWkNewRate
           Move AcctCurrency To MatWkCurrency
           Move MatReason To MatWkReason
           Write MatWkRecord
               Invalid Key
                   Display "MATWORK write failed for "
                       AccountId ", status = " MatWkStatus
                   Move 16 To Return-Code
                   Stop Run
           End-Write.

      *    An account with money in it reaching term within the notice
      *    window goes on the notice file, flagged with whether an
      *    unused instruction is already on file.  The maturity date
      *    is projected one month per remaining period from the cycle
      *    date; a cycle dated after the 28th projects to the 28th so
      *    every month has the day.
       442-WriteMaturityNotice.
           If AcctPeriodCount < AcctNumMonths And AcctCurrBalance > 0
               Compute MatMonthsLeft = AcctNumMonths - AcctPeriodCount
               If MatMonthsLeft < 4
                   Divide HdrFileDate By 100 Giving MatCycleYymm
                       Remainder MatDueDd
                   Divide MatCycleYymm By 100 Giving MatDueYy
                       Remainder MatDueMm
                   Compute MatYearMonths = (MatDueYy * 12)
                       + MatDueMm - 1 + MatMonthsLeft
                   Divide MatYearMonths By 12 Giving MatDueYy
                       Remainder MatDueMm
                   Add 1 To MatDueMm
                   If MatDueDd > 28
                       Move 28 To MatDueDd
                   End-If
                   Compute MatDueDate = (MatDueYy * 10000)
                       + (MatDueMm * 100) + MatDueDd
                   Compute MatDaysLeft =
                       Function Integer-Of-Date(MatDueDate)
                       - Function Integer-Of-Date(HdrFileDate)
                   If MatDaysLeft > 0
                           And MatDaysLeft Not Greater MatNoticeDays
                       Perform 443-WriteNoticeRecord
                   End-If
               End-If
           End-If.

       443-WriteNoticeRecord.
           Move Spaces To MatNoteRecord
           Move AcctAccountId To MnAccountId
           Move HdrFileDate To MnCycleDate
           Move MatDueDate To MnMaturityDate
           Move MatDaysLeft To MnDaysToMaturity
           Move AcctCurrBalance To MnBalance
           Move AcctCurrency To MnCurrency
           Move AcctProductCode To MnProductCode
           Move AcctNumMonths To MnNumMonths
           Move "N" To MnInstructionSw
           If MatOpened
               Move AcctAccountId To MatAccountId
               Read MatFile
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If MatAppliedDate Not Numeric
                           Move "Y" To MnInstructionSw
                       Else
                           If MatAppliedDate = 0
                               Move "Y" To MnInstructionSw
                           End-If
                       End-If
               End-Read
           End-If
           Write MatNoteRecord
           Add 1 To MaturityNotices.

      *    Maturity register: every account matured this cycle, in
      *    account order, then the accounts that took the default
      *    rollover with the reason no instruction could be used.
       445-WriteMaturityRegister.
           Perform 446-WriteMaturityHeader
           Perform 447-StartMaturityScan
           Perform 448-WriteMaturityLine Until MatWkEof
           If DefaultRollovers > 0
               Perform 449-WriteMatExceptHeader
               Perform 447-StartMaturityScan
               Perform 452-WriteMatExceptLine Until MatWkEof
           End-If.

       446-WriteMaturityHeader.
           Move RunDate To MH1RunDate
           Move HdrFileDate To MH1CycleDate
           Write ReportLine From MatHeading1
               After Advancing Page
           Write ReportLine From ReportBlankLine After Advancing 1 Line
           Write ReportLine From MatColHdrLine
               After Advancing 1 Line.

       447-StartMaturityScan.
           Move "N" To MatWkEofSw
           Move Low-Values To MatWkAccountId
           Start MatWork Key Not Less MatWkAccountId
               Invalid Key
                   Set MatWkEof To True
           End-Start
           If Not MatWorkOk
               Set MatWkEof To True
           End-If
           If Not MatWkEof
               Perform 453-ReadNextMaturity
           End-If.

       448-WriteMaturityLine.
           Move MatWkAccountId To MDAccountId
           Move MatWkCurrency To MDCurrency
           Move MatWkMatureBal To MDMatureBal
           Evaluate MatWkAction
               When "R"
                   Move "ROLLOVER" To MDAction
               When "P"
                   Move "PAYOUT" To MDAction
               When "S"
                   Move "SPLIT" To MDAction
               When Other
                   Move "DEFAULT" To MDAction
           End-Evaluate
           Move MatWkPayout To MDPayout
           Move MatWkRolled To MDRolled
           Move MatWkNewTerm To MDNewTerm
           Move MatWkNewProduct To MDNewProduct
           Move MatWkNewRate To MDNewRate
           Write ReportLine From MatDetailLine
               After Advancing 1 Line
               At End-Of-Page
                   Write ReportLine From ReportFooterLine
                       After Advancing 1 Line
                   Perform 446-WriteMaturityHeader
           End-Write
           Perform 453-ReadNextMaturity.

       449-WriteMatExceptHeader.
           Write ReportLine From ReportBlankLine After Advancing 1 Line
           Write ReportLine From MatExceptHeading
               After Advancing 1 Line
           Write ReportLine From ReportBlankLine After Advancing 1 Line.

       452-WriteMatExceptLine.
           If MatWkAction = "D"
               Move MatWkAccountId To MXAccountId
               Move MatWkCurrency To MXCurrency
               Move MatWkMatureBal To MXMatureBal
               Move MatWkReason To MXReason
               Write ReportLine From MatExceptLine
                   After Advancing 1 Line
                   At End-Of-Page
                       Write ReportLine From ReportFooterLine
                           After Advancing 1 Line
                       Perform 446-WriteMaturityHeader
                       Perform 449-WriteMatExceptHeader
               End-Write
           End-If
           Perform 453-ReadNextMaturity.

       453-ReadNextMaturity.
           Read MatWork Next
               At End
                   Set MatWkEof To True
           End-Read
           If Not MatWorkOk
               Set MatWkEof To True
           End-If.

      *    Back-Dated Adjustment Register: for each account with
      *    back-dated cash, every period replayed with its figures as
      *    posted and as recalculated, then the account's total, the
      *    outcome, and the change made to its balance.
       456-WriteAdjRegister.
           Perform 457-WriteAdjHeader
           Move "N" To AdjWkEofSw
           Move Low-Values To AdjWkKey
           Start AdjWork Key Not Less AdjWkKey
               Invalid Key
                   Set AdjWkEof To True
           End-Start
           If Not AdjWorkOk
               Set AdjWkEof To True
           End-If
           If Not AdjWkEof
               Perform 454-ReadNextAdj
           End-If
           Perform 459-WriteAdjLine Until AdjWkEof.

       457-WriteAdjHeader.
           Move RunDate To AH1RunDate
           Move HdrFileDate To AH1CycleDate
           Write ReportLine From AdjHeading1
               After Advancing Page
           Write ReportLine From AdjLegendLine After Advancing 1 Line
           Write ReportLine From ReportBlankLine After Advancing 1 Line
           Write ReportLine From AdjColHdrLine
               After Advancing 1 Line.

       459-WriteAdjLine.
           If AdjWkPeriod = AdjMarkerPeriod
               Move AdjWkAccountId To ATAccountId
               Move AdjWkNetCash To ATNetCash
               Move AdjWkIntOrig To ATIntOrig
               Move AdjWkIntNew To ATIntNew
               Move AdjWkTaxOrig To ATTaxOrig
               Move AdjWkTaxNew To ATTaxNew
               Move AdjWkFeeOrig To ATFeeOrig
               Move AdjWkFeeNew To ATFeeNew
               Move AdjTotalLine To ReportLine
               Perform 476-PutAdjLine
               Move AdjWkOutcome To ASStatus
               Move AdjWkBalDelta To ASBalDelta
               Move AdjWkCurrency To ASCurrency
               Move AdjStatusLine To ReportLine
               Perform 476-PutAdjLine
               Move ReportBlankLine To ReportLine
               Perform 476-PutAdjLine
           Else
               Move AdjWkAccountId To ADAccountId
               Move AdjWkPeriod To ADPeriod
               Move AdjWkCycleDate To ADCycleDate
               Move AdjWkPriorYear To ADPriorYear
               Move AdjWkNetCash To ADNetCash
               Move AdjWkIntOrig To ADIntOrig
               Move AdjWkIntNew To ADIntNew
               Move AdjWkTaxOrig To ADTaxOrig
               Move AdjWkTaxNew To ADTaxNew
               Move AdjWkFeeOrig To ADFeeOrig
               Move AdjWkFeeNew To ADFeeNew
               Move AdjDetailLine To ReportLine
               Perform 476-PutAdjLine
           End-If
           Perform 454-ReadNextAdj.

       476-PutAdjLine.
           Write ReportLine
               After Advancing 1 Line
               At End-Of-Page
                   Write ReportLine From ReportFooterLine
                       After Advancing 1 Line
                   Perform 457-WriteAdjHeader
           End-Write.

       454-ReadNextAdj.
           Read AdjWork Next
               At End
                   Set AdjWkEof To True
           End-Read
           If Not AdjWorkOk
               Set AdjWkEof To True
           End-If.

       435-WritePostingLine.
           Write ReportLine From PostingDetailLine
               After Advancing 1 Line
      *    batch is built after the cycle from the cycle's ACCTHIST
      *    snapshots, so a rerun after an abend reproduces the whole
      *    cycle's movement - including the accounts the abended run
      *    had already advanced - in one complete extract.  The
      *    snapshots of a cycle since reversed by CYCLREV are passed
      *    over, so a re-post of that cycle carries only its new
      *    movement.  A posting run that cannot open the extract
      *    would put us back to manual journal entries, so it stops
      *    hard instead.
       480-BuildGlExtract.
           Move "N" To HistEofSw
           Open Input HistFile
           Perform 440-OpenGlExtract
           Perform 485-ReadHistRecord
           Perform Until HistEof
               If HistCycleDate = HdrFileDate And Not HistReversed
                   If HistAdjustment
                       Perform 478-WriteGlAdjEntries
                   Else
                       Perform 450-WriteGlEntries
                   End-If
               End-If
               Perform 485-ReadHistRecord
           End-Perform
      *    interest credited (expense against the client balance),
      *    contributions and withdrawals (cash against the client
      *    balance), withholding (client balance against the
      *    payable), fees (client balance against fee income), and a
      *    maturity payout (client balance against cash).
       450-WriteGlEntries.
           Move HistAccountId To GlWorkAccountId
           Move HistPeriodCount To GlWorkPeriod
               Move HistCycleFee To GlWorkAmount
               Move "FEES" To GlWorkDesc
               Perform 451-WriteGlPair
           End-If
           If HistCyclePayout Is Numeric
               If HistCyclePayout > 0
                   Move GlAcctClientBal To GlWorkDrAcct
                   Move GlAcctCash To GlWorkCrAcct
                   Move HistCyclePayout To GlWorkAmount
                   Move "MAT PAYOUT" To GlWorkDesc
                   Perform 451-WriteGlPair
               End-If
           End-If.

      *    A back-dated adjustment posts its cash like any other
      *    contribution or withdrawal; its interest, withholding, and
      *    fee changes post the same way round as the cycle's own
      *    when they rise, and reverse it when they fall.
       478-WriteGlAdjEntries.
           Move HistAccountId To GlWorkAccountId
           Move HistPeriodCount To GlWorkPeriod
           Move HistCurrency To GlWorkCurrency
           Move HistFxRate To GlWorkRate
           If GlWorkRate = 0
               Move 1 To GlWorkRate
           End-If
           If HistCycleContrib > 0
               Move GlAcctCash To GlWorkDrAcct
               Move GlAcctClientBal To GlWorkCrAcct
               Move HistCycleContrib To GlWorkAmount
               Move "ADJ DEPOSIT" To GlWorkDesc
               Perform 451-WriteGlPair
           End-If
           If HistCycleWdrw > 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctCash To GlWorkCrAcct
               Move HistCycleWdrw To GlWorkAmount
               Move "ADJ WDRW" To GlWorkDesc
               Perform 451-WriteGlPair
           End-If
           Move "ADJ INTEREST" To GlWorkDesc
           If HistAdjInt > 0
               Move GlAcctIntExp To GlWorkDrAcct
               Move GlAcctClientBal To GlWorkCrAcct
               Move HistAdjInt To GlWorkAmount
               Perform 451-WriteGlPair
           End-If
           If HistAdjInt < 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctIntExp To GlWorkCrAcct
               Compute GlWorkAmount = 0 - HistAdjInt
               Perform 451-WriteGlPair
           End-If
           Move "ADJ WITHHOLD" To GlWorkDesc
           If HistAdjTax > 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctWithhold To GlWorkCrAcct
               Move HistAdjTax To GlWorkAmount
               Perform 451-WriteGlPair
           End-If
           If HistAdjTax < 0
               Move GlAcctWithhold To GlWorkDrAcct
               Move GlAcctClientBal To GlWorkCrAcct
               Compute GlWorkAmount = 0 - HistAdjTax
               Perform 451-WriteGlPair
           End-If
           Move "ADJ FEES" To GlWorkDesc
           If HistAdjFee > 0
               Move GlAcctClientBal To GlWorkDrAcct
               Move GlAcctFeeIncome To GlWorkCrAcct
               Move HistAdjFee To GlWorkAmount
               Perform 451-WriteGlPair
           End-If
           If HistAdjFee < 0
               Move GlAcctFeeIncome To GlWorkDrAcct
               Move GlAcctClientBal To GlWorkCrAcct
               Compute GlWorkAmount = 0 - HistAdjFee
               Perform 451-WriteGlPair
           End-If.

      *    The pair amounts go to the ledger in the base currency at
               Stop Run
           End-If.

      *    The instruction file is optional: without it every account
      *    reaching term takes the default rollover.
       471-OpenMatInstructions.
           Open I-O MatFile
           If MatFileOk
               Set MatOpened To True
           Else
               Display "MATINST not available, status = " MatStatus
                   " - maturing accounts take the default rollover"
           End-If.

      *    The caller clears the record and fills in the cycle's
      *    movement before coming here.
       475-WriteSnapshot.
           Move AcctAccruedInt To HistAccruedInt
           Move AcctPeriodCount To HistPeriodCount
           Move AcctTaxWithheld To HistTaxWithheld
           Move AcctLastInterest To HistLastInterest
           Move AcctNumMonths To HistNumMonths
           Move AcctProductCode To HistProductCode
           Move AcctIntRate To HistIntRate
           Move Space To HistRevFlag
           Move 0 To HistRevDate
           Move CurrencyCode To HistCurrency
           Move CurrFxRate To HistFxRate
           Write HistRecordOut
           Add 1 To SnapshotsWritten.

      *    The history back-dated adjustments replay against: the
      *    posted snapshot of every period of each account in the
      *    run with back-dated cash, loaded before this cycle's
      *    snapshots start going on.  An account adjusted by an
      *    earlier run of the same cycle is marked, so an abend rerun
      *    does not adjust it twice.  Without the history nothing can
      *    be recalculated and the adjustments are refused.
       401-LoadAdjHistory.
           Open Output AdjHistWork
           If Not AdjHistOk
               Display "Unable to open ADJHWORK, status = "
                   AdjHWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close AdjHistWork
           Open I-O AdjHistWork
           If Not AdjHistOk
               Display "Unable to reopen ADJHWORK, status = "
                   AdjHWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Set AdjHistOpened To True
           Move Spaces To AdjCheckedId
           Open Input HistInFile
           If HistInOk
               Move "N" To HistInEofSw
               Perform 403-ReadHistIn
               Perform 402-StoreAdjHistory Until HistInEof
               Close HistInFile
           Else
               Display "HISTIN not available, status = " HistInStatus
                   " - back-dated adjustments will be refused"
           End-If.

      *    Reversed snapshots are passed over; an adjustment snapshot
      *    only matters as the marker for the cycle in hand, since
      *    the period it follows keeps its own posted snapshot.
       402-StoreAdjHistory.
           If HiAccountId Not Less StreamFromId
                   And HiAccountId Not Greater StreamToId
                   And HiRevFlag Not = "R"
               If HiPostStatus = "A"
                   If HiCycleDate = HdrFileDate
                       Move Spaces To AdjHWkRecord
                       Move HiAccountId To AdjHWkAccountId
                       Move AdjMarkerPeriod To AdjHWkPeriod
                       Move HiCycleDate To AdjHWkCycleDate
                       Move HiPostStatus To AdjHWkPostStatus
                       Perform 404-PutAdjHistory
                   End-If
               Else
                   Perform 405-CheckAdjAccount
                   If AdjAccountHit
                       Move Spaces To AdjHWkRecord
                       Move HiAccountId To AdjHWkAccountId
                       Move HiPeriodCount To AdjHWkPeriod
                       Move HiCycleDate To AdjHWkCycleDate
                       Move HiPostStatus To AdjHWkPostStatus
                       Move HiBalance To AdjHWkBalance
                       Move HiCycleInt To AdjHWkCycleInt
                       Move HiCycleContrib To AdjHWkCycleContrib
                       Move HiCycleWdrw To AdjHWkCycleWdrw
                       Move HiCycleTax To AdjHWkCycleTax
                       Move HiCycleFee To AdjHWkCycleFee
      *                Snapshots from before the account's terms were
      *                carried replay on the master's terms.
                       If HiIntRate Is Numeric
                           Move "Y" To AdjHWkTermsSw
                           Move HiProductCode To AdjHWkProductCode
                           Move HiIntRate To AdjHWkIntRate
                       Else
                           Move "N" To AdjHWkTermsSw
                           Move 0 To AdjHWkIntRate
                       End-If
                       Perform 404-PutAdjHistory
                   End-If
               End-If
           End-If
           Perform 403-ReadHistIn.

       403-ReadHistIn.
           Read HistInFile
               At End
                   Set HistInEof To True
           End-Read.

      *    History is in cycle order, so a later snapshot of the same
      *    period (a cycle posted again after a reversal) replaces the
      *    earlier one.
       404-PutAdjHistory.
           Write AdjHWkRecord
               Invalid Key
                   Rewrite AdjHWkRecord
                       Invalid Key
                           Display "ADJHWORK write failed for "
                               HiAccountId ", status = " AdjHWkStatus
                           Move 16 To Return-Code
                           Stop Run
                   End-Rewrite
           End-Write.

      *    Only accounts with back-dated cash in the run need their
      *    history; the answer is kept for the account last asked.
       405-CheckAdjAccount.
           If HiAccountId Not = AdjCheckedId
               Move HiAccountId To AdjCheckedId
               Move "N" To AdjAccountSw
               Move HiAccountId To TranWkAccountId
               Move 0 To TranWkMonth TranWkSeq
               Move "N" To TranScanDoneSw
               Start TranWork Key Not Less TranWkKey
                   Invalid Key
                       Set TranScanDone To True
               End-Start
               Perform 406-CheckOneAdjTran
                   Until TranScanDone Or AdjAccountHit
           End-If.

       406-CheckOneAdjTran.
           Read TranWork Next
               At End
                   Set TranScanDone To True
           End-Read
           If Not TranScanDone
               If Not TranWorkOk
                       Or TranWkAccountId Not = HiAccountId
                   Set TranScanDone To True
               Else
                   If TranWkBackDated
                       Set AdjAccountHit To True
                   End-If
               End-If
           End-If.

      *    Back-dated adjustment.  Flagged TRANIN cash for a month the
      *    account has already posted is applied as of that month:
      *    every period from there through the last one posted is
      *    replayed against its ACCTHIST snapshot, and the change in
      *    balance, interest, withholding, and fees is posted to the
      *    master in the cycle in hand as one adjustment.  The whole
      *    account is refused - none of its back-dated cash moves -
      *    if a period is missing from history or ended the term, a
      *    month in a prior tax year (already reported on TAXEXTR)
      *    lacks the override, a withdrawal would overdraw, or a
      *    figure would go negative.
       491-AdjustBackDated.
           Move "N" To AdjFoundSw AdjRefuseSw
           Move Spaces To AdjReason
           Move AcctPeriodCount To AdjLimitMonth
           Perform 492-FindBackDated
           If AdjFound
               Perform 493-ReplayAdjustment
               If Not AdjRefusedAcct
                   Perform 496-ApplyAdjustment
               End-If
               If AdjRefusedAcct
                   Perform 497-RefuseAdjustment
               End-If
           End-If.

      *    The account's unapplied back-dated records up to the limit
      *    month: the earliest month, the cash, and any record of a
      *    type we cannot apply.
       492-FindBackDated.
           Move "N" To AdjFoundSw
           Move 0 To AdjTranCount AdjFirstMonth AdjScanDep AdjScanWdrw
           If AdjLimitMonth > 0
               Move AccountId To TranWkAccountId
               Move 0 To TranWkMonth TranWkSeq
               Move "N" To TranScanDoneSw
               Start TranWork Key Not Less TranWkKey
                   Invalid Key
                       Set TranScanDone To True
               End-Start
               Perform 481-CheckBackDated Until TranScanDone
           End-If.

       481-CheckBackDated.
           Read TranWork Next
               At End
                   Set TranScanDone To True
           End-Read
           If Not TranScanDone
               If Not TranWorkOk
                       Or TranWkAccountId Not = AccountId
                       Or TranWkMonth > AdjLimitMonth
                   Set TranScanDone To True
               Else
                   If TranWkBackDated And TranWkMatched = "N"
                           And TranWkMonth > 0
                       Set AdjFound To True
                       If AdjTranCount = 0
                               Or TranWkMonth < AdjFirstMonth
                           Move TranWkMonth To AdjFirstMonth
                       End-If
                       Add 1 To AdjTranCount
                       Evaluate TranWkType
                           When "D"
                               Add TranWkAmount To AdjScanDep
                           When "W"
                               Add TranWkAmount To AdjScanWdrw
                           When Other
                               If Not AdjRefusedAcct
                                   Set AdjRefusedAcct To True
                                   Move "UNKNOWN TRANSACTION TYPE"
                                       To AdjReason
                               End-If
                       End-Evaluate
                   End-If
               End-If
           End-If.

       493-ReplayAdjustment.
           Compute AdjCurrYear = HdrFileDate / 10000
           Move 0 To AdjCarry AdjBalDelta AdjLastIntDelta AdjPerCount
           Move 0 To AdjSumDep AdjSumWdrw AdjSumInt AdjSumTax
           Move 0 To AdjSumFee AdjYtdInt AdjYtdTax AdjYtdWdrw
           If Not AdjRefusedAcct
               If AdjLimitMonth - AdjFirstMonth Not Less MaxAdjPeriods
                   Set AdjRefusedAcct To True
                   Move "TOO MANY PERIODS TO REPLAY" To AdjReason
               End-If
           End-If
           If Not AdjRefusedAcct
               Move AdjFirstMonth To AdjPeriod
               Perform 494-ReplayOnePeriod
                   Until AdjPeriod > AdjLimitMonth Or AdjRefusedAcct
           End-If.

       494-ReplayOnePeriod.
           Move AdjPeriod To AdjPeriodStr
           Move AccountId To AdjHWkAccountId
           Move AdjPeriod To AdjHWkPeriod
           Read AdjHistWork
               Invalid Key
                   Continue
           End-Read
           If Not AdjHistOk
               Set AdjRefusedAcct To True
               Move Spaces To AdjReason
               String "PERIOD " AdjPeriodStr " NOT ON HISTORY"
                   Delimited By Size Into AdjReason
           Else
               If AdjHWkPostStatus = "M" Or AdjHWkPostStatus = "T"
                   Set AdjRefusedAcct To True
                   Move Spaces To AdjReason
                   String "TERM ENDED IN PERIOD " AdjPeriodStr
                       Delimited By Size Into AdjReason
               End-If
           End-If
           If Not AdjRefusedAcct
               Compute AdjCycleYear = AdjHWkCycleDate / 10000
               Perform 495-SumPeriodCash
           End-If
           If Not AdjRefusedAcct
               Perform 482-RecalcPeriod
           End-If
           Add 1 To AdjPeriod.

      *    The period's own back-dated cash.  A month whose cycle fell
      *    in an earlier tax year than the cycle in hand changes
      *    figures TAXEXTR has already reported, so each of its
      *    records must carry the override.
       495-SumPeriodCash.
           Move 0 To AdjPeriodDep AdjPeriodWdrw
           Move AccountId To TranWkAccountId
           Move AdjPeriod To TranWkMonth
           Move 0 To TranWkSeq
           Move "N" To TranScanDoneSw
           Start TranWork Key Not Less TranWkKey
               Invalid Key
                   Set TranScanDone To True
           End-Start
           Perform 483-SumOnePeriodTran Until TranScanDone.

       483-SumOnePeriodTran.
           Read TranWork Next
               At End
                   Set TranScanDone To True
           End-Read
           If Not TranScanDone
               If Not TranWorkOk
                       Or TranWkAccountId Not = AccountId
                       Or TranWkMonth Not = AdjPeriod
                   Set TranScanDone To True
               Else
                   If TranWkBackDated And TranWkMatched = "N"
                       If AdjCycleYear < AdjCurrYear
                               And Not TranWkOverride
                               And Not AdjRefusedAcct
                           Set AdjRefusedAcct To True
                           Move Spaces To AdjReason
                           String "PRIOR TAX YEAR, PERIOD "
                               AdjPeriodStr Delimited By Size
                               Into AdjReason
                       End-If
                       If TranWkType = "D"
                           Add TranWkAmount To AdjPeriodDep
                       End-If
                       If TranWkType = "W"
                           Add TranWkAmount To AdjPeriodWdrw
                       End-If
                   End-If
               End-If
           End-If.

      *    One period replayed.  The period's opening balance comes
      *    back off its snapshot - the closing balance with the
      *    period's fees, withdrawals, and withholding added back and
      *    its contributions taken out.  Interest, withholding, and
      *    fees are computed on it with and without the difference
      *    the back-dated cash has made so far, and only the
      *    difference is carried, so whatever the period posted that
      *    the cash does not touch stays as posted.  Interest
      *    computed in a period is credited at the start of the
      *    next, so the carry into the next period is the balance
      *    change plus the interest change.
       482-RecalcPeriod.
           Compute AdjStartBal = AdjHWkBalance + AdjHWkCycleFee
               + AdjHWkCycleWdrw + AdjHWkCycleTax - AdjHWkCycleContrib
           If AdjStartBal < 0
               Set AdjRefusedAcct To True
               Move Spaces To AdjReason
               String "HISTORY DOES NOT FOOT, PERIOD " AdjPeriodStr
                   Delimited By Size Into AdjReason
           End-If
           If Not AdjRefusedAcct
               If AdjHWkHasTerms
                   Move AdjHWkIntRate To IntRate
                   Move AdjHWkProductCode To ProductCode
               Else
                   Move AcctIntRate To IntRate
                   Move AcctProductCode To ProductCode
               End-If
               Move AcctCompoundFreq To CompoundFreqCode
               Move AdjPeriod To MonthCount
               Move "N" To ScheduleOverflowSw
               Move AdjStartBal To TempInvestAmt
               Perform 407-ModelInterest
               Move Interest To AdjIntOrig
               Compute TempInvestAmt = AdjStartBal + AdjCarry
               Perform 407-ModelInterest
               Move Interest To AdjIntNew
               If ScheduleOverflow
                   Set AdjRefusedAcct To True
                   Move "RECALCULATION OVERFLOW" To AdjReason
               End-If
           End-If
           If Not AdjRefusedAcct
               Compute AdjIntDelta = AdjIntNew - AdjIntOrig
               If AcctTaxClass = "T"
                   Compute AdjTaxOrig Rounded =
                       AdjIntOrig * AcctTaxRate / 100
                   Compute AdjTaxNew Rounded =
                       AdjIntNew * AcctTaxRate / 100
               Else
                   Move 0 To AdjTaxOrig AdjTaxNew
               End-If
               Compute AdjTaxDelta = AdjTaxNew - AdjTaxOrig
      *        The balance the period's fee was taken from, as posted
      *        and as it now stands.
               Compute AdjEndBal = AdjHWkBalance + AdjHWkCycleFee
                   + AdjCarry - AdjTaxDelta + AdjPeriodDep
                   - AdjPeriodWdrw
               If AdjEndBal < 0
                   Set AdjRefusedAcct To True
                   Move Spaces To AdjReason
                   String "WOULD OVERDRAW, PERIOD " AdjPeriodStr
                       Delimited By Size Into AdjReason
               End-If
           End-If
           If Not AdjRefusedAcct
               Move 0 To AdjFeeOrig AdjFeeNew
               If AdjHWkCycleFee > 0
                   Perform 237-LookupFees
                   If FeeFound
                       Compute AdjFeeBal = AdjHWkBalance
                           + AdjHWkCycleFee
                       Perform 408-ModelFee
                       Move AdjFeeCalc To AdjFeeOrig
                       Move AdjEndBal To AdjFeeBal
                       Perform 408-ModelFee
                       Move AdjFeeCalc To AdjFeeNew
                   End-If
               End-If
               Compute AdjFeeDelta = AdjFeeNew - AdjFeeOrig
               Compute AdjBalDelta = AdjCarry - AdjTaxDelta
                   + AdjPeriodDep - AdjPeriodWdrw - AdjFeeDelta
               Compute AdjEndBal = AdjHWkBalance + AdjBalDelta
               If AdjEndBal < 0
                   Set AdjRefusedAcct To True
                   Move Spaces To AdjReason
                   String "WOULD OVERDRAW, PERIOD " AdjPeriodStr
                       Delimited By Size Into AdjReason
               End-If
           End-If
           If Not AdjRefusedAcct
               If AdjHWkCycleInt + AdjIntDelta < 0
                       Or AdjHWkCycleTax + AdjTaxDelta < 0
                       Or AdjHWkCycleFee + AdjFeeDelta < 0
                   Set AdjRefusedAcct To True
                   Move Spaces To AdjReason
                   String "NEGATIVE FIGURE, PERIOD " AdjPeriodStr
                       Delimited By Size Into AdjReason
               End-If
           End-If
           If Not AdjRefusedAcct
               Perform 484-StorePeriodResult
           End-If.

       484-StorePeriodResult.
           Add 1 To AdjPerCount
           Move AdjPerCount To AdjPerIdx
           Move AdjPeriod To AdjPerPeriod (AdjPerIdx)
           Move AdjHWkCycleDate To AdjPerCycleDate (AdjPerIdx)
           If AdjCycleYear < AdjCurrYear
               Move "*" To AdjPerPriorYear (AdjPerIdx)
           Else
               Move Space To AdjPerPriorYear (AdjPerIdx)
           End-If
           Compute AdjPerCash (AdjPerIdx) = AdjPeriodDep - AdjPeriodWdrw
           Move AdjHWkCycleInt To AdjPerIntOrig (AdjPerIdx)
           Compute AdjPerIntNew (AdjPerIdx) =
               AdjHWkCycleInt + AdjIntDelta
           Move AdjHWkCycleTax To AdjPerTaxOrig (AdjPerIdx)
           Compute AdjPerTaxNew (AdjPerIdx) =
               AdjHWkCycleTax + AdjTaxDelta
           Move AdjHWkCycleFee To AdjPerFeeOrig (AdjPerIdx)
           Compute AdjPerFeeNew (AdjPerIdx) =
               AdjHWkCycleFee + AdjFeeDelta
           Add AdjPeriodDep To AdjSumDep
           Add AdjPeriodWdrw To AdjSumWdrw
           Add AdjIntDelta To AdjSumInt
           Add AdjTaxDelta To AdjSumTax
           Add AdjFeeDelta To AdjSumFee
      *    Only the current tax year's share goes to the year-to-date
      *    buckets; an earlier year's has already been reported.
           If AdjCycleYear = AdjCurrYear
               Add AdjIntDelta To AdjYtdInt
               Add AdjTaxDelta To AdjYtdTax
               Add AdjPeriodWdrw To AdjYtdWdrw
           End-If
           Move AdjIntDelta To AdjLastIntDelta
           Compute AdjCarry = AdjBalDelta + AdjIntDelta.

      *    The period's interest on the balance in TempInvestAmt, by
      *    the same rate lookup and compounding as the month loop.
       407-ModelInterest.
           Perform 241-LookupRate
           Evaluate CompoundFreqCode
               When "D"
                   Perform 246-ComputeDailyInterest
               When "Q"
                   Perform 247-ComputeQuarterlyInterest
               When Other
                   Perform 248-ComputeMonthlyInterest
           End-Evaluate.

      *    The period's fee on the balance in AdjFeeBal, as the month
      *    loop charges it.
       408-ModelFee.
           Compute AdjFeeCalc Rounded = FeeFlat +
               (AdjFeeBal * FeeBps / 120000)
           If AdjFeeCalc > AdjFeeBal
               Move AdjFeeBal To AdjFeeCalc
           End-If.

      *    The last period's balance change goes to the balance and
      *    its interest change to the interest not yet credited; the
      *    interest, withholding, and fee changes of every period go
      *    to the to-date figures.  The master is rewritten with the
      *    cycle's posting.
       496-ApplyAdjustment.
           If AcctCurrBalance + AdjBalDelta < 0
                   Or AcctLastInterest + AdjLastIntDelta < 0
                   Or AcctAccruedInt + AdjSumInt < 0
                   Or AcctTaxWithheld + AdjSumTax < 0
                   Or AcctFeesPaid + AdjSumFee < 0
                   Or AcctYtdInterest + AdjYtdInt < 0
                   Or AcctYtdTax + AdjYtdTax < 0
               Set AdjRefusedAcct To True
               Move "MASTER FIGURE WOULD GO NEGATIVE" To AdjReason
           Else
               Compute AcctCurrBalance = AcctCurrBalance + AdjBalDelta
               Compute AcctLastInterest =
                   AcctLastInterest + AdjLastIntDelta
               Compute AcctAccruedInt = AcctAccruedInt + AdjSumInt
               Compute AcctTaxWithheld = AcctTaxWithheld + AdjSumTax
               Compute AcctFeesPaid = AcctFeesPaid + AdjSumFee
               Compute AcctYtdInterest = AcctYtdInterest + AdjYtdInt
               Compute AcctYtdTax = AcctYtdTax + AdjYtdTax
               Add AdjYtdWdrw To AcctYtdWithdrawn
               Move AcctCurrBalance To AdjNewBalance
               Move AcctAccruedInt To AdjNewAccrued
               Move AcctTaxWithheld To AdjNewTaxWithheld
               Move AcctLastInterest To AdjNewLastInt
               Move AcctPeriodCount To AdjPostPeriod
               Set AdjPending To True
           End-If.

      *    A refused account's back-dated records are marked refused
      *    and listed on the register with the reason; its master is
      *    not touched.
       497-RefuseAdjustment.
           Move "N" To AdjPendingSw
           Move "R" To AdjMarkValue
           Perform 486-MarkBackDated
           Display "BACK-DATED ADJUSTMENT REFUSED for " AccountId
               ": " Function Trim(AdjReason)
           Move 0 To AdjPerCount
           Perform 472-WriteAdjRegisterRecs.

      *    The master has been rewritten: the adjustment snapshot goes
      *    on ahead of the cycle's own, and the records are applied.
       498-PostAdjustment.
           Perform 499-WriteAdjSnapshot
           Move "Y" To AdjMarkValue
           Perform 486-MarkBackDated
           Add 1 To AdjAccounts
           Move "APPLIED" To AdjReason
           Perform 472-WriteAdjRegisterRecs
           Move "N" To AdjPendingSw.

      *    The adjustment snapshot ("A") carries the period it
      *    follows, the balances as adjusted before the cycle's own
      *    posting, the back-dated cash as its contributions and
      *    withdrawals, and its signed interest, withholding, and fee
      *    changes - it posts to the ledger in the cycle in hand.
       499-WriteAdjSnapshot.
           Move Spaces To HistRecordOut
           Move HdrFileDate To HistCycleDate
           Move AcctAccountId To HistAccountId
           Move AdjNewBalance To HistBalance
           Move AdjNewAccrued To HistAccruedInt
           Move AdjPostPeriod To HistPeriodCount
           Move AdjNewTaxWithheld To HistTaxWithheld
           Move AdjSumDep To HistCycleContrib
           Move AdjSumWdrw To HistCycleWdrw
           Move CurrencyCode To HistCurrency
           Move CurrFxRate To HistFxRate
           Move 0 To HistCyclePayout
           Move "A" To HistPostStatus
           Move AdjNewLastInt To HistLastInterest
           Move AcctNumMonths To HistNumMonths
           Move AcctProductCode To HistProductCode
           Move AcctIntRate To HistIntRate
           Move Space To HistRevFlag
           Move 0 To HistRevDate
           Move AdjSumInt To HistAdjInt
           Move AdjSumTax To HistAdjTax
           Move AdjSumFee To HistAdjFee
           Write HistRecordOut
           Add 1 To SnapshotsWritten.

      *    Marks the account's unapplied back-dated records up to the
      *    limit month applied ("Y") or refused ("R").
       486-MarkBackDated.
           Move AccountId To TranWkAccountId
           Move 0 To TranWkMonth TranWkSeq
           Move "N" To TranScanDoneSw
           Start TranWork Key Not Less TranWkKey
               Invalid Key
                   Set TranScanDone To True
           End-Start
           Perform 489-MarkOneBackDated Until TranScanDone.

       489-MarkOneBackDated.
           Read TranWork Next
               At End
                   Set TranScanDone To True
           End-Read
           If Not TranScanDone
               If Not TranWorkOk
                       Or TranWkAccountId Not = AccountId
                       Or TranWkMonth > AdjLimitMonth
                   Set TranScanDone To True
               Else
                   If TranWkBackDated And TranWkMatched = "N"
                           And TranWkMonth > 0
                       Move AdjMarkValue To TranWkMatched
                       Rewrite TranWkRecord
                           Invalid Key
                               Display "TRANWORK rewrite failed for "
                                   AccountId ", status = " TranWkStatus
                               Move 16 To Return-Code
                               Stop Run
                       End-Rewrite
                       If AdjMarkValue = "Y"
                           Add 1 To AdjApplied
                       Else
                           Add 1 To AdjRefused
                       End-If
                   End-If
               End-If
           End-If.

      *    An account already posted this cycle by an earlier run
      *    had its back-dated cash settled by that run if its
      *    adjustment snapshot is on file; otherwise the cash came in
      *    after and waits for the next cycle's TRANIN.
       487-SettleAlreadyPosted.
           Move "N" To AdjFoundSw AdjRefuseSw AdjPendingSw
           Move Spaces To AdjReason
           Move 0 To AdjLimitMonth
           If AcctPeriodCount > 0
               Compute AdjLimitMonth = AcctPeriodCount - 1
           End-If
           Perform 492-FindBackDated
           If AdjFound
               If Not AdjRefusedAcct
                   Move AccountId To AdjHWkAccountId
                   Move AdjMarkerPeriod To AdjHWkPeriod
                   Read AdjHistWork
                       Invalid Key
                           Continue
                   End-Read
                   If AdjHistOk
                       Move "Y" To AdjMarkValue
                       Perform 486-MarkBackDated
                   Else
                       Set AdjRefusedAcct To True
                       Move "NOT ADJUSTED BY EARLIER RUN" To AdjReason
                   End-If
               End-If
               If AdjRefusedAcct
                   Perform 497-RefuseAdjustment
               End-If
           End-If.

      *    An account at term posts no period to adjust.
       488-RefuseAtTerm.
           Move "N" To AdjFoundSw AdjRefuseSw AdjPendingSw
           Move AcctPeriodCount To AdjLimitMonth
           Perform 492-FindBackDated
           If AdjFound
               Move "ACCOUNT AT TERM" To AdjReason
               Perform 497-RefuseAdjustment
           End-If.

      *    The account's replayed periods, then its total and outcome
      *    under period 9999, go on the register work file.
       472-WriteAdjRegisterRecs.
           Move 0 To AdjTotIntOrig AdjTotIntNew AdjTotTaxOrig
           Move 0 To AdjTotTaxNew AdjTotFeeOrig AdjTotFeeNew
           Perform 473-WriteAdjPeriodRec
               Varying AdjPerIdx From 1 By 1
               Until AdjPerIdx > AdjPerCount
           Perform 474-WriteAdjTotalRec.

       473-WriteAdjPeriodRec.
           Move Spaces To AdjWkRecord
           Move AccountId To AdjWkAccountId
           Move AdjPerPeriod (AdjPerIdx) To AdjWkPeriod
           Move AdjPerCycleDate (AdjPerIdx) To AdjWkCycleDate
           Move AdjPerPriorYear (AdjPerIdx) To AdjWkPriorYear
           Move AdjPerCash (AdjPerIdx) To AdjWkNetCash
           Move AdjPerIntOrig (AdjPerIdx) To AdjWkIntOrig
           Move AdjPerIntNew (AdjPerIdx) To AdjWkIntNew
           Move AdjPerTaxOrig (AdjPerIdx) To AdjWkTaxOrig
           Move AdjPerTaxNew (AdjPerIdx) To AdjWkTaxNew
           Move AdjPerFeeOrig (AdjPerIdx) To AdjWkFeeOrig
           Move AdjPerFeeNew (AdjPerIdx) To AdjWkFeeNew
           Move 0 To AdjWkBalDelta
           Move AcctCurrency To AdjWkCurrency
           Add AdjWkIntOrig To AdjTotIntOrig
           Add AdjWkIntNew To AdjTotIntNew
           Add AdjWkTaxOrig To AdjTotTaxOrig
           Add AdjWkTaxNew To AdjTotTaxNew
           Add AdjWkFeeOrig To AdjTotFeeOrig
           Add AdjWkFeeNew To AdjTotFeeNew
           Perform 477-PutAdjWork.

       474-WriteAdjTotalRec.
           Move Spaces To AdjWkRecord
           Move AccountId To AdjWkAccountId
           Move AdjMarkerPeriod To AdjWkPeriod
           Move HdrFileDate To AdjWkCycleDate
           Compute AdjWkNetCash = AdjScanDep - AdjScanWdrw
           Move AdjTotIntOrig To AdjWkIntOrig
           Move AdjTotIntNew To AdjWkIntNew
           Move AdjTotTaxOrig To AdjWkTaxOrig
           Move AdjTotTaxNew To AdjWkTaxNew
           Move AdjTotFeeOrig To AdjWkFeeOrig
           Move AdjTotFeeNew To AdjWkFeeNew
           If AdjPending
               Move AdjBalDelta To AdjWkBalDelta
           Else
               Move 0 To AdjWkBalDelta
           End-If
           Move AcctCurrency To AdjWkCurrency
           Move AdjReason To AdjWkOutcome
           Perform 477-PutAdjWork.

       477-PutAdjWork.
           Write AdjWkRecord
               Invalid Key
                   Display "ADJWORK write failed for "
                       AccountId ", status = " AdjWkStatus
                   Move 16 To Return-Code
                   Stop Run
           End-Write
           Add 1 To AdjRegCount.

       455-WriteGlTrailer.
           Compute GlNetProof = GlDebitTotal - GlCreditTotal
           Move Spaces To GlRecordOut
           Move "N" To ScheduleOverflowSw
           Move 0 To MonthCount TotalInt YearCount Interest
           Move 0 To RateMonthSum TotalTax NetCashFlow
           Move 0 To TotalFees PlanRunOut
           Move InvestAmt To TempInvestAmt
           Move MaxNumMonths To NumMonths
           Perform 535-AdvanceGoalMonth
           Move "N" To ScheduleOverflowSw
           Move 0 To MonthCount TotalInt YearCount Interest
           Move 0 To RateMonthSum TotalTax NetCashFlow
           Move 0 To TotalFees PlanRunOut
           Move InvestAmt To TempInvestAmt
           Perform 245-ProcessMonth
               Until MonthCount >= NumMonths Or ScheduleOverflow
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           If StreamRun
               Move ScenariosOtherStream To ReconCountStr
               Move Spaces To ReportSummaryLine
               String "  Scenarios, Other Streams   " Delimited By Size
                   ReconCountStr Delimited By Size
                   Into ReportSummaryLine
               Write ReportLine From ReportSummaryLine
                   After Advancing 1 Line
           End-If
           Move ScenariosProcessed To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Schedules Processed        " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move AdjApplied To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Back-Dated Adjustments     " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move AdjRefused To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Adjustments Refused        " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Perform 855-CountUnmatchedTrans
           Move TransUnmatched To ReconCountStr
           Move Spaces To ReportSummaryLine
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           If StreamRun
               Move TransOtherStream To ReconCountStr
               Move Spaces To ReportSummaryLine
               String "  Trans, Other Streams       " Delimited By Size
                   ReconCountStr Delimited By Size
                   Into ReportSummaryLine
               Write ReportLine From ReportSummaryLine
                   After Advancing 1 Line
           End-If
           Move AccountsMatured To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Accounts Matured           " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move DefaultRollovers To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Default Rollovers          " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move MaturityNotices To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Maturity Notices           " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move PlanShortCount To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Plan Payments Cut Short    " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move StatementsHeld To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Statements Held            " Delimited By Size
               ReconCountStr Delimited By Size Into ReportSummaryLine
           Write ReportLine From ReportSummaryLine
               After Advancing 1 Line
           Move TrailerCount To ReconCountStr
           Move Spaces To ReportSummaryLine
           String "  Trailer Record Count       " Delimited By Size
           If CycleSkipped And Return-Code < 4
               Move 4 To Return-Code
           End-If
           If DefaultRollovers > 0 And Return-Code < 4
               Move 4 To Return-Code
           End-If
           If PlanShortCount > 0 And Return-Code < 4
               Move 4 To Return-Code
           End-If
           If StatementsHeld > 0 And Return-Code < 4
               Move 4 To Return-Code
           End-If
           If AdjRefused > 0 And Return-Code < 4
               Move 4 To Return-Code
           End-If
           If PostingBlocked And Return-Code < 8
               Move 8 To Return-Code
           End-If
               Move 8 To Return-Code
           End-If.

      *    A stream's counts and GL totals for POSTMRG, which rolls
      *    every stream up into the cycle's one Run Reconciliation.
      *    Written last, with the stream's return code, so a stream
      *    that abends leaves no totals and cannot be merged.
       870-WriteStreamTotals.
           Open Output StrmTotFile
           If Not StrmTotOk
               Display "Unable to open STRMTOT, status = "
                   StrmTotStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Move Spaces To StrmTotRecord
           Move StreamNo To StStreamNo
           Move HdrFileDate To StCycleDate
           Move StreamFromId To StFromId
           Move StreamToId To StToId
           Move RunDate To StRunDate
           Move RunTime To StRunTime
           Move Return-Code To StReturnCode
           Move ControlStatusMsg To StControlStatus
           Move ScenariosRead To StScenRead
           Move ScenariosOtherStream To StScenOther
           Move ScenariosProcessed To StScenProcessed
           Move ScenariosRejected To StScenRejected
           Move ScenariosSkipped To StScenSkipped
           Move GoalCount To StGoalCount
           Move SimCount To StSimCount
           Move TransApplied To StTransApplied
           Move TransRejected To StTransRejected
           Move TransUnmatched To StTransUnmatched
           Move TransOtherStream To StTransOther
           Move AccountsPosted To StAcctPosted
           Move AccountsAtTerm To StAcctAtTerm
           Move AccountsAlready To StAcctAlready
           Move AccountsMatured To StAcctMatured
           Move DefaultRollovers To StDefaultRollovers
           Move MaturityNotices To StMaturityNotices
           Move PlanShortCount To StPlanShort
           Move StatementsHeld To StStmtHeld
           Move SnapshotsWritten To StSnapshots
           Move GlRecordCount To StGlRecords
           Move GlDebitTotal To StGlDebits
           Move GlCreditTotal To StGlCredits
           Move TrailerCount To StTrailerCount
           Move TrailerHash To StTrailerHash
           Move ScenHashTotal To StScenHash
           Move CycleSkippedSw To StCycleSkipped
           Move AdjApplied To StAdjApplied
           Move AdjRefused To StAdjRefused
           Write StrmTotRecord
           Close StrmTotFile.

       900-Terminate.
           Close ScenFile RejFile ReportFile StmtFile CsvFile
               AuditFile CkptFile AcctFile
           Close TranWork RateWork PortWork RetWork
           Close MatWork MatNoteFile ClntFile AdjWork
           If AdjHistOpened
               Close AdjHistWork
           End-If
           If CompOpened
               Close CompFile
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
               Move "LAB2" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Evaluate True
                   When StreamRun
                       String "POST-S" StreamNo Delimited By Size
                           Into RlRunMode
                   When PostingMode
                       Move "POST" To RlRunMode
                   When Other
                       Move "PROJECT" To RlRunMode
               End-Evaluate
               Move HdrFileDate To RlCycleDate
               Move ScenariosRead To RlInCount
               Move ScenariosProcessed To RlOutCount
               Move ScenariosRejected To RlRejCount
               Move "SCEN HASH" To RlCtlLabel1
               Move ScenHashTotal To RlCtlTotal1
               Move "GL DEBITS" To RlCtlLabel2
               Move GlDebitTotal To RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
