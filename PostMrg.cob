      *      James Olsen
      *      Posting stream merge, run once every posting stream of a
      *      cycle has finished.  A "P" run of Lab2 given a STRMPARM
      *      card posts only one account-id range; several streams
      *      post one cycle side by side, each writing its own
      *      ACCTHIST snapshots, a partial GLEXTR batch, and a stream
      *      totals record (STRMTOT), and each keeping its own RUNCTL
      *      record (POSTSTnn).  The posting control (POSTCYCL) stays
      *      in flight until this program:
      *
      *      - proves that every stream named on MRGPARM has finished
      *        the cycle in flight cleanly (RUNCTL and STRMTOT), that
      *        every stream read the same SCENIN, that the ranges do
      *        not overlap, and that together they cover every
      *        account on ACCTMST and every scenario detail;
      *      - proves each stream's snapshots and partial GL batch
      *        against its totals;
      *      - copies the cycle's stream snapshots onto the book's
      *        ACCTHIST, builds the one balanced GLEXTR batch the
      *        downstream GL job expects, and completes the cycle on
      *        RUNCTL;
      *      - rolls the stream counts up into one Run Reconciliation
      *        in the posting run's own terms (MRGRPT).
      *
      *      Anything not proved refuses the merge: the cycle stays
      *      in flight, a header/trailer-only GL batch is written, and
      *      the failing stream is rerun before the merge is.  A
      *      merge rerun does not copy a snapshot twice - snapshots
      *      already on ACCTHIST for the cycle are collected into a
      *      keyed work file (MRGWORK, by account and snapshot kind)
      *      rebuilt every run - a back-dated adjustment's "A"
      *      snapshot sits beside the account's posting snapshot.
      *
      *      MRGPARM: the number of streams the cycle was split into,
      *      in columns 1-2.
      *
      *      Return codes:  4 = a stream ended with warnings, or an
      *      account inside a stream's range was not posted this
      *      cycle, 8 = merge refused, 16 = a file would not open, a
      *      work file failed, or MRGPARM is missing or not valid.
      *
      *      Modification History
      *      2026-10-15  JO  Initial version.
      *      2026-10-15  JO  Back-dated adjustments: the streams'
      *                      adjustment counts are summed onto the
      *                      reconciliation; MRGWORK is keyed by
      *                      account and snapshot kind so an "A"
      *                      snapshot does not hide the account's
      *                      posting one (MRGWORK grows to 12 bytes).
      *                      Snapshot layouts corrected to 168 bytes.
      *
       Identification Division.
       Program-ID.  PostMrg.
       Author.  James Olsen.
       Date-Written.  2026-10-15.
       Date-Compiled.  2026-10-15.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MrgParmFile Assign To "MRGPARM"
               Organization Is Line Sequential
               File Status Is MrgParmStatus.
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
           Select StrmTotFile Assign To "STRMTOT"
               Organization Is Sequential
               File Status Is StrmTotStatus.
           Select HistPartFile Assign To "HISTPART"
               Organization Is Sequential
               File Status Is HistPartStatus.
           Select GlPartFile Assign To "GLPART"
               Organization Is Sequential
               File Status Is GlPartStatus.
           Select HistFile Assign To "ACCTHIST"
               Organization Is Sequential
               File Status Is HistStatus.
           Select GlFile Assign To "GLEXTR"
               Organization Is Sequential
               File Status Is GlStatus.
           Select MrgWork Assign To "MRGWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is MwKey
               File Status Is MrgWkStatus.
           Select MrgRptFile Assign To "MRGRPT"
               Organization Is Sequential
               File Status Is MrgRptStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
       FD  MrgParmFile.
       01  MrgParmRecord               Pic X(80).

      *    The posting control written by Lab2's posting run - this
      *    record must match it.  POSTCYCL is the book's cycle;
      *    POSTSTnn is stream nn's.
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

      *    One record per stream, written by Lab2 at the end of a
      *    stream run.  This record must match the stream totals
      *    record in Lab2 - change them together.
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

      *    The streams' own ACCTHIST datasets, concatenated.  This
      *    record must match the snapshot written by Lab2's posting
      *    run - change them together.
       FD  HistPartFile.
       01  HpRecord.
           05  HpCycleDate         Pic 9(8).
           05  HpAccountId         Pic X(10).
           05  Filler              Pic X(116).
           05  HpPostStatus        Pic X(01).
               88  HpAdjustment         Value "A".
           05  Filler              Pic X(24).
           05  HpRevFlag           Pic X(01).
               88  HpReversed           Value "R".
           05  HpRevDate           Pic 9(8).

      *    The book's ACCTHIST: the same snapshot layout.
       FD  HistFile.
       01  HistRecord.
           05  HistCycleDate       Pic 9(8).
           05  HistAccountId       Pic X(10).
           05  Filler              Pic X(116).
           05  HistPostStatus      Pic X(01).
               88  HistAdjustment       Value "A".
           05  Filler              Pic X(24).
           05  HistRevFlag         Pic X(01).
               88  HistReversed         Value "R".
           05  HistRevDate         Pic 9(8).

      *    The streams' partial GLEXTR batches, concatenated, and the
      *    merged batch.  These layouts must match the GL extract
      *    written by Lab2's posting run.
       FD  GlPartFile.
       01  GlpRecord.
           05  GlpRecordType           Pic X(01).
           05  Filler                  Pic X(79).
       01  GlpHeaderData Redefines GlpRecord.
           05  Filler                  Pic X(01).
           05  GlpHdrSource            Pic X(08).
           05  GlpHdrRunDate           Pic 9(8).
           05  GlpHdrRunTime           Pic 9(8).
           05  GlpHdrCycleDate         Pic 9(8).
           05  GlpHdrBaseCurrency      Pic X(03).
           05  Filler                  Pic X(44).
       01  GlpDetailData Redefines GlpRecord.
           05  Filler                  Pic X(01).
           05  GlpDtlAccountId         Pic X(10).
           05  GlpDtlPeriod            Pic 9(4).
           05  GlpDtlGlAccount         Pic X(08).
           05  GlpDtlDrCr              Pic X(01).
           05  GlpDtlAmount            Pic 9(11)V99.
           05  Filler                  Pic X(43).
       01  GlpTrailerData Redefines GlpRecord.
           05  Filler                  Pic X(01).
           05  GlpTrlRecordCount       Pic 9(9).
           05  GlpTrlDebitTotal        Pic 9(13)V99.
           05  GlpTrlCreditTotal       Pic 9(13)V99.
           05  GlpTrlNetProof          Pic S9(13)V99.
           05  Filler                  Pic X(10).

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
       01  GlTrailerData Redefines GlRecordOut.
           05  Filler                  Pic X(01).
           05  GlTrlRecordCount        Pic 9(9).
           05  GlTrlDebitTotal         Pic 9(13)V99.
           05  GlTrlCreditTotal        Pic 9(13)V99.
           05  GlTrlNetProof           Pic S9(13)V99.
           05  Filler                  Pic X(10).

      *    One record per account and snapshot kind ("A" for a
      *    back-dated adjustment, "P" for any other) with a snapshot
      *    for the cycle on the book's ACCTHIST, so none is copied
      *    twice.
       FD  MrgWork.
       01  MrgWkRecord.
           05  MwKey.
               10  MwAccountId     Pic X(10).
               10  MwKind          Pic X(01).
           05  MwSource            Pic X(01).

       FD  MrgRptFile
           Linage Is 60 Lines With Footing At 55.
       01  MrgRptLine              Pic X(132).

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
       01   MrgParmStatus   Pic XX.
           88  MrgParmOk        Value "00".

       01   RunCtlStatus    Pic XX.
           88  RunCtlOk         Value "00".

       01   AcctStatus      Pic XX.
           88  AcctFileOk       Value "00".

       01   StrmTotStatus   Pic XX.
           88  StrmTotOk        Value "00".
           88  StrmTotEof       Value "10".

       01   HistPartStatus  Pic XX.
           88  HistPartOk       Value "00".
           88  HistPartEof      Value "10".

       01   GlPartStatus    Pic XX.
           88  GlPartOk         Value "00".
           88  GlPartEof        Value "10".

       01   HistStatus      Pic XX.
           88  HistFileOk       Value "00".
           88  HistFileEof      Value "10".

       01   GlStatus        Pic XX.
           88  GlFileOk         Value "00".

       01   MrgWkStatus     Pic XX.
           88  MrgWorkOk        Value "00".

       01   MrgRptStatus    Pic XX.
           88  MrgRptFileOk     Value "00".

       01   AcctScanDoneSw  Pic X(01).
           88  AcctScanDone     Value "Y".

       01   CtlScanDoneSw   Pic X(01).
           88  CtlScanDone      Value "Y".

       01   GlBatchOpenSw   Pic X(01) Value "N".
           88  GlBatchOpen      Value "Y".

       01   FileTotalsSw    Pic X(01) Value "N".
           88  FileTotalsSeen   Value "Y".

      *    Must match the posting control key and the base currency
      *    used by the posting run.
       77   PostCtlKey       Pic X(08) Value "POSTCYCL".
       77   BaseCurrency     Pic X(03) Value "USD".

       01   StreamCtlKey.
           05  Filler           Pic X(06) Value "POSTST".
           05  StreamCtlNo      Pic 9(2) Value 0.

       01   MergeCycle      Pic 9(8) Value 0.
       01   StreamCount     Pic 9(3) Value 0.

      *    One entry per stream named on MRGPARM, filled from its
      *    STRMTOT record.
       77   MaxStreams       Pic 9(3) Value 20.
       01   StreamIdx       Pic 9(3) Comp.
       01   OtherIdx        Pic 9(3) Comp.
       01   FoundIdx        Pic 9(3) Comp.
       01   StreamTable.
           05  StreamEntry Occurs 20 Times.
               10  SeSeen           Pic X(01).
               10  SeFromId         Pic X(10).
               10  SeToId           Pic X(10).
               10  SeReturnCode     Pic 9(2).
               10  SeScenProcessed  Pic 9(9).
               10  SeAcctPosted     Pic 9(9).
               10  SeAcctAlready    Pic 9(9).
               10  SeSnapshots      Pic 9(9).
               10  SePartSnaps      Pic 9(9).
               10  SeGlRecords      Pic 9(9).
               10  SeGlDebits       Pic 9(13)V99.

       01   MatchId         Pic X(10).
       01   StreamNoStr     Pic 9(2).
       01   OtherNoStr      Pic 9(2).

      *    The whole SCENIN, as the first stream's totals read it -
      *    every other stream must have read the same file.
       01   FileScenRead    Pic 9(9) Value 0.
       01   FileTrailerCount Pic 9(9) Value 0.
       01   FileTrailerHash Pic 9(13)V99 Value 0.
       01   FileScenHash    Pic 9(13)V99 Value 0.
       01   ScenInStreams   Pic 9(9) Value 0.

      *    The streams' counts, rolled up.
       01   SumScenProcessed Pic 9(9) Value 0.
       01   SumScenRejected  Pic 9(9) Value 0.
       01   SumScenSkipped   Pic 9(9) Value 0.
       01   SumGoalCount     Pic 9(9) Value 0.
       01   SumSimCount      Pic 9(9) Value 0.
       01   SumTransApplied  Pic 9(9) Value 0.
       01   SumTransRejected Pic 9(9) Value 0.
       01   SumTransUnmatched Pic 9(9) Value 0.
       01   SumAcctPosted    Pic 9(9) Value 0.
       01   SumAcctAtTerm    Pic 9(9) Value 0.
       01   SumAcctAlready   Pic 9(9) Value 0.
       01   SumAcctMatured   Pic 9(9) Value 0.
       01   SumDefaultRollovers Pic 9(9) Value 0.
       01   SumMaturityNotices Pic 9(9) Value 0.
       01   SumPlanShort     Pic 9(9) Value 0.
       01   SumStmtHeld      Pic 9(9) Value 0.
       01   SumAdjApplied    Pic 9(9) Value 0.
       01   SumAdjRefused    Pic 9(9) Value 0.
       01   SumGlRecords     Pic 9(9) Value 0.
       01   SumGlDebits      Pic 9(13)V99 Value 0.
       01   SumGlCredits     Pic 9(13)V99 Value 0.

       01   TotalsRead      Pic 9(9) Value 0.
       01   AccountsOnMaster Pic 9(9) Value 0.
       01   AccountsCovered Pic 9(9) Value 0.
       01   AccountsUnposted Pic 9(9) Value 0.
       01   AccountsUncovered Pic 9(9) Value 0.
       01   PartSnapshots   Pic 9(9) Value 0.
       01   SnapshotsOnBook Pic 9(9) Value 0.
       01   SnapshotsMerged Pic 9(9) Value 0.
       01   SnapshotsAlready Pic 9(9) Value 0.

       01   PartBatches     Pic 9(3) Value 0.
       01   PartCount       Pic 9(9) Value 0.
       01   PartDebits      Pic 9(13)V99 Value 0.
       01   PartCredits     Pic 9(13)V99 Value 0.
       01   PartGlRecords   Pic 9(9) Value 0.
       01   PartGlDebits    Pic 9(13)V99 Value 0.
       01   PartGlCredits   Pic 9(13)V99 Value 0.

       01   GlRecordCount   Pic 9(9) Value 0.
       01   GlDebitTotal    Pic 9(13)V99 Value 0.
       01   GlCreditTotal   Pic 9(13)V99 Value 0.
       01   GlNetProof      Pic S9(13)V99 Value 0.

       01   MergeBreaks     Pic 9(9) Value 0.
       01   MergeMessage    Pic X(100).

       01   MrgLabel        Pic X(29).
       01   CountStr        Pic Z(8)9.
       01   HashStr         Pic Z(12)9.99.
       01   MrgAmtStr       Pic $$$$,$$$,$$$,$$9.99.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   RunDate         Pic 9(8).
       01   RunTime         Pic 9(8).

       01   PageCount       Pic 9(4) Value 0.

       01   MrgHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  MH1Title            Pic X(40).
           05  MH1RunDate          Pic 9(8).
           05  Filler              Pic X(10) Value "   Cycle: ".
           05  MH1Cycle            Pic 9(8).
           05  Filler              Pic X(22) Value Spaces.
           05  Filler              Pic X(06) Value "PAGE  ".
           05  MH1PageNum          Pic ZZZZ.
           05  Filler              Pic X(33) Value Spaces.

       01   StreamColHdrLine.
           05  Filler              Pic X(06) Value "Strm".
           05  Filler              Pic X(12) Value "From".
           05  Filler              Pic X(12) Value "Thru".
           05  Filler              Pic X(04) Value "RC".
           05  Filler              Pic X(11) Value "Processed".
           05  Filler              Pic X(11) Value "   Posted".
           05  Filler              Pic X(11) Value "  Already".
           05  Filler              Pic X(11) Value "Snapshots".
           05  Filler              Pic X(11) Value "  GL Recs".
           05  Filler              Pic X(19) Value
               "          GL Debits".
           05  Filler              Pic X(24) Value Spaces.

       01   StreamDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  SDStreamNo          Pic 9(2).
           05  Filler              Pic X(03) Value Spaces.
           05  SDFromId            Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  SDToId              Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  SDReturnCode        Pic Z9.
           05  Filler              Pic X(02) Value Spaces.
           05  SDProcessed         Pic Z(8)9.
           05  Filler              Pic X(02) Value Spaces.
           05  SDPosted            Pic Z(8)9.
           05  Filler              Pic X(02) Value Spaces.
           05  SDAlready           Pic Z(8)9.
           05  Filler              Pic X(02) Value Spaces.
           05  SDSnapshots         Pic Z(8)9.
           05  Filler              Pic X(02) Value Spaces.
           05  SDGlRecords         Pic Z(8)9.
           05  Filler              Pic X(02) Value Spaces.
           05  SDGlDebits          Pic $$$$,$$$,$$$,$$9.99.
           05  Filler              Pic X(24) Value Spaces.

       01   MrgMessageLine          Pic X(132).

       01   MrgBlankLine            Pic X(132) Value Spaces.

       01   MrgFooterLine.
           05  Filler              Pic X(30)
               Value "--- CONTINUED ON NEXT PAGE ---".
           05  Filler              Pic X(102) Value Spaces.

       Procedure Division.
       000-Main.
           Perform 100-Initialize
           Perform 200-ReadPostingControl
           Perform 300-LoadStreamTotals
           Perform 350-CheckStreamRanges
           Perform 400-CheckCoverage
           Perform 450-ProveHistParts
           Perform 470-ProveGlParts
           If MergeBreaks > 0
               Perform 290-RefuseMerge
           End-If
           Perform 500-MergeSnapshots
           Perform 600-BuildGlExtract
           Perform 700-CompleteCycle
           Perform 800-WriteReconciliation
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Accept RunDate From Date YYYYMMDD
           Accept RunTime From Time
           Move RunDate To MH1RunDate
           Move "POSTING STREAM MERGE" To MH1Title
           Open Input MrgParmFile
           If Not MrgParmOk
               Display "Unable to open MRGPARM, status = "
                   MrgParmStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Move Spaces To MrgParmRecord
           Read MrgParmFile
               At End
                   Move Spaces To MrgParmRecord
           End-Read
           Close MrgParmFile
           If MrgParmRecord (1:2) Not Numeric
                   Or MrgParmRecord (1:2) = "00"
               Display "MRGPARM not valid: " MrgParmRecord (1:40)
               Move 16 To Return-Code
               Stop Run
           End-If
           Move MrgParmRecord (1:2) To StreamCount
           If StreamCount > MaxStreams
               Display "MRGPARM not valid: " StreamCount
                   " streams, at most " MaxStreams
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
           Open Input AcctFile
           If Not AcctFileOk
               Display "Unable to open ACCTMST, status = "
                   AcctStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Input StrmTotFile
           If Not StrmTotOk
               Display "Unable to open STRMTOT, status = "
                   StrmTotStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output MrgRptFile
           If Not MrgRptFileOk
               Display "Unable to open MRGRPT, status = "
                   MrgRptStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output MrgWork
           If Not MrgWorkOk
               Display "Unable to open MRGWORK, status = "
                   MrgWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Close MrgWork
           Open I-O MrgWork
           If Not MrgWorkOk
               Display "Unable to reopen MRGWORK, status = "
                   MrgWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 110-ClearStreamEntry
               Varying StreamIdx From 1 By 1
               Until StreamIdx > MaxStreams.

       110-ClearStreamEntry.
           Move "N" To SeSeen (StreamIdx)
           Move Spaces To SeFromId (StreamIdx) SeToId (StreamIdx)
           Move 0 To SeReturnCode (StreamIdx)
           Move 0 To SeScenProcessed (StreamIdx)
           Move 0 To SeAcctPosted (StreamIdx) SeAcctAlready (StreamIdx)
           Move 0 To SeSnapshots (StreamIdx) SePartSnaps (StreamIdx)
           Move 0 To SeGlRecords (StreamIdx) SeGlDebits (StreamIdx).

      *    The cycle merged is the one in flight on POSTCYCL.  Every
      *    stream named on MRGPARM must have completed that cycle,
      *    and no other stream may have touched it.
       200-ReadPostingControl.
           Move PostCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Move "NO POSTING CONTROL RECORD ON RUNCTL"
                       To MergeMessage
                   Perform 280-NoteBreak
                   Perform 290-RefuseMerge
           End-Read
           If CtlState Not = "I"
               Move Spaces To MergeMessage
               String "NO POSTING CYCLE IN FLIGHT ON RUNCTL - LAST "
                   "COMPLETED CYCLE " CtlLastCycle
                   Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
               Perform 290-RefuseMerge
           End-If
           Move CtlInFlight To MergeCycle
           Move MergeCycle To MH1Cycle
           Perform 810-WritePageHeader
           Perform 210-CheckStreamControl
               Varying StreamIdx From 1 By 1
               Until StreamIdx > StreamCount
           Perform 215-CheckExtraStreams.

       210-CheckStreamControl.
           Move StreamIdx To StreamCtlNo
           Move StreamCtlKey To CtlKey
           Read CtlFile
               Invalid Key
                   Move "N" To CtlState
                   Move 0 To CtlLastCycle CtlInFlight
           End-Read
           Move Spaces To MergeMessage
           Evaluate True
               When CtlState = "C" And CtlLastCycle = MergeCycle
                   Continue
               When CtlState = "I" And CtlInFlight = MergeCycle
                   String "STREAM " StreamCtlNo " IS STILL IN FLIGHT "
                       "- RERUN THE STREAM" Delimited By Size
                       Into MergeMessage
                   Perform 280-NoteBreak
               When Other
                   String "STREAM " StreamCtlNo " HAS NOT POSTED "
                       "THIS CYCLE" Delimited By Size
                       Into MergeMessage
                   Perform 280-NoteBreak
           End-Evaluate.

      *    A stream numbered past the MRGPARM count that posted this
      *    cycle holds accounts the merge would leave out.
       215-CheckExtraStreams.
           Move "N" To CtlScanDoneSw
           Move StreamCount To StreamCtlNo
           Add 1 To StreamCtlNo
           Move StreamCtlKey To CtlKey
           Start CtlFile Key Not Less CtlKey
               Invalid Key
                   Set CtlScanDone To True
           End-Start
           Perform 216-CheckOneExtraStream Until CtlScanDone.

       216-CheckOneExtraStream.
           Read CtlFile Next
               At End
                   Set CtlScanDone To True
           End-Read
           If Not CtlScanDone
               If Not RunCtlOk Or CtlKey (1:6) Not = "POSTST"
                   Set CtlScanDone To True
               Else
                   If CtlInFlight = MergeCycle
                           Or CtlLastCycle = MergeCycle
                       Move Spaces To MergeMessage
                       String "STREAM " CtlKey (7:2) " POSTED THIS "
                           "CYCLE BUT MRGPARM NAMES " StreamCount
                           " STREAM(S)" Delimited By Size
                           Into MergeMessage
                       Perform 280-NoteBreak
                   End-If
               End-If
           End-If.

      *    Each break is shown on the console and listed on the
      *    report; the caller sets the message.
       280-NoteBreak.
           Add 1 To MergeBreaks
           Display "MERGE BREAK: " Function Trim(MergeMessage)
           If PageCount = 0
               Perform 810-WritePageHeader
           End-If
           Move Spaces To MrgMessageLine
           String "  BREAK    " Delimited By Size
               MergeMessage Delimited By Size Into MrgMessageLine
           Perform 830-WriteMessageLine.

       285-NoteWarning.
           If HighestRc < 4
               Move 4 To HighestRc
           End-If
           Display "MERGE WARNING: " Function Trim(MergeMessage)
           Move Spaces To MrgMessageLine
           String "  WARNING  " Delimited By Size
               MergeMessage Delimited By Size Into MrgMessageLine
           Perform 830-WriteMessageLine.

      *    A refused merge leaves the cycle in flight and builds no
      *    GL batch from the streams; the GLEXTR generation still
      *    gets a header/trailer-only balanced batch, as the posting
      *    run writes when it posts nothing.
       290-RefuseMerge.
           Perform 610-OpenGlExtract
           Perform 630-WriteGlTrailer
           Write MrgRptLine From MrgBlankLine After Advancing 1 Line
           Move Spaces To MrgMessageLine
           String "MERGE REFUSED - CYCLE LEFT IN FLIGHT, NO GL BATCH "
               "BUILT.  RERUN THE FAILING STREAM(S), THEN THE MERGE."
               Delimited By Size Into MrgMessageLine
           Write MrgRptLine From MrgMessageLine
               After Advancing 1 Line
           Display "MERGE REFUSED FOR CYCLE " MergeCycle ", "
               MergeBreaks " BREAK(S)"
           Close CtlFile AcctFile StrmTotFile HistPartFile GlPartFile
           Close MrgWork MrgRptFile
           Move 8 To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

      *    One totals record per stream, for the cycle, from a stream
      *    that ended no worse than RC 4 and proved the SCENIN it
      *    read.  Every stream read the whole SCENIN, so each one's
      *    file-level counts must agree.
       300-LoadStreamTotals.
           Perform 310-ReadStreamTotals
           Perform 320-StoreStreamTotals Until StrmTotEof
           Close StrmTotFile
           Perform 330-CheckStreamSeen
               Varying StreamIdx From 1 By 1
               Until StreamIdx > StreamCount.

       310-ReadStreamTotals.
           Read StrmTotFile
               At End
                   Set StrmTotEof To True
           End-Read.

       320-StoreStreamTotals.
           Add 1 To TotalsRead
           Move Spaces To MergeMessage
           Evaluate True
               When StStreamNo Not Numeric
                   String "STRMTOT RECORD " TotalsRead
                       " CARRIES NO STREAM NUMBER" Delimited By Size
                       Into MergeMessage
                   Perform 280-NoteBreak
               When StStreamNo = 0 Or StStreamNo > StreamCount
                   String "STRMTOT CARRIES STREAM " StStreamNo
                       ", MRGPARM NAMES " StreamCount " STREAM(S)"
                       Delimited By Size Into MergeMessage
                   Perform 280-NoteBreak
               When SeSeen (StStreamNo) = "Y"
                   String "STRMTOT CARRIES STREAM " StStreamNo
                       " TWICE" Delimited By Size Into MergeMessage
                   Perform 280-NoteBreak
               When Other
                   Perform 325-EditStreamTotals
           End-Evaluate
           Perform 310-ReadStreamTotals.

       325-EditStreamTotals.
           Move StStreamNo To StreamIdx StreamNoStr
           Move "Y" To SeSeen (StreamIdx)
           Move StFromId To SeFromId (StreamIdx)
           Move StToId To SeToId (StreamIdx)
           Move StReturnCode To SeReturnCode (StreamIdx)
           Move StScenProcessed To SeScenProcessed (StreamIdx)
           Move StAcctPosted To SeAcctPosted (StreamIdx)
           Move StAcctAlready To SeAcctAlready (StreamIdx)
           Move StSnapshots To SeSnapshots (StreamIdx)
           Move StGlRecords To SeGlRecords (StreamIdx)
           Move StGlDebits To SeGlDebits (StreamIdx)
           Move Spaces To MergeMessage
           If StCycleDate Not = MergeCycle
               String "STREAM " StreamNoStr " TOTALS ARE FOR CYCLE "
                   StCycleDate Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If
           If StReturnCode > 4
               Move Spaces To MergeMessage
               String "STREAM " StreamNoStr " ENDED WITH RC "
                   StReturnCode " - RERUN THE STREAM"
                   Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           Else
               If StReturnCode > HighestRc
                   Move StReturnCode To HighestRc
               End-If
           End-If
           If StControlStatus Not = "BALANCED"
               Move Spaces To MergeMessage
               String "STREAM " StreamNoStr " SCENIN CONTROL STATUS "
                   StControlStatus Delimited By Size
                   Into MergeMessage
               Perform 280-NoteBreak
           End-If
           If FileTotalsSeen
               If StScenRead Not = FileScenRead
                       Or StTrailerCount Not = FileTrailerCount
                       Or StTrailerHash Not = FileTrailerHash
                       Or StScenHash Not = FileScenHash
                   Move Spaces To MergeMessage
                   String "STREAM " StreamNoStr " READ A DIFFERENT "
                       "SCENIN FROM THE OTHER STREAMS"
                       Delimited By Size Into MergeMessage
                   Perform 280-NoteBreak
               End-If
           Else
               Set FileTotalsSeen To True
               Move StScenRead To FileScenRead
               Move StTrailerCount To FileTrailerCount
               Move StTrailerHash To FileTrailerHash
               Move StScenHash To FileScenHash
           End-If
           Compute ScenInStreams = ScenInStreams + StScenRead
               - StScenOther
           Add StScenProcessed To SumScenProcessed
           Add StScenRejected To SumScenRejected
           Add StScenSkipped To SumScenSkipped
           Add StGoalCount To SumGoalCount
           Add StSimCount To SumSimCount
           Add StTransApplied To SumTransApplied
           Add StTransRejected To SumTransRejected
           Add StTransUnmatched To SumTransUnmatched
           Add StAcctPosted To SumAcctPosted
           Add StAcctAtTerm To SumAcctAtTerm
           Add StAcctAlready To SumAcctAlready
           Add StAcctMatured To SumAcctMatured
           Add StDefaultRollovers To SumDefaultRollovers
           Add StMaturityNotices To SumMaturityNotices
           Add StPlanShort To SumPlanShort
           Add StStmtHeld To SumStmtHeld
           Add StAdjApplied To SumAdjApplied
           Add StAdjRefused To SumAdjRefused
           Add StGlRecords To SumGlRecords
           Add StGlDebits To SumGlDebits
           Add StGlCredits To SumGlCredits.

       330-CheckStreamSeen.
           If SeSeen (StreamIdx) Not = "Y"
               Move StreamIdx To StreamNoStr
               Move Spaces To MergeMessage
               String "NO STRMTOT RECORD FOR STREAM " StreamNoStr
                   Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If.

      *    No two ranges may share an account, and between them the
      *    streams must have acted on every scenario detail exactly
      *    once.
       350-CheckStreamRanges.
           Perform 355-CheckRangePair
               Varying StreamIdx From 1 By 1
                   Until StreamIdx > StreamCount
               After OtherIdx From 1 By 1
                   Until OtherIdx > StreamCount
           If FileTotalsSeen And ScenInStreams Not = FileScenRead
               Move Spaces To MergeMessage
               String "SCENARIO DETAILS BY STREAM " ScenInStreams
                   " DO NOT FOOT TO SCENIN " FileScenRead
                   Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If.

       355-CheckRangePair.
           If StreamIdx < OtherIdx
                   And SeSeen (StreamIdx) = "Y"
                   And SeSeen (OtherIdx) = "Y"
                   And SeFromId (StreamIdx) Not > SeToId (OtherIdx)
                   And SeFromId (OtherIdx) Not > SeToId (StreamIdx)
               Move StreamIdx To StreamNoStr
               Move OtherIdx To OtherNoStr
               Move Spaces To MergeMessage
               String "STREAMS " StreamNoStr " AND " OtherNoStr
                   " HAVE OVERLAPPING ACCOUNT RANGES"
                   Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If.

      *    Every account on the master must fall in some stream's
      *    range.  One inside a range that was not stamped with the
      *    cycle - added after its stream ran - is warned on; the
      *    next cycle posts it.
       400-CheckCoverage.
           Move "N" To AcctScanDoneSw
           Move Low-Values To AcctAccountId
           Start AcctFile Key Not Less AcctAccountId
               Invalid Key
                   Set AcctScanDone To True
           End-Start
           Perform 410-CheckOneAccount Until AcctScanDone
           Close AcctFile.

       410-CheckOneAccount.
           Read AcctFile Next
               At End
                   Set AcctScanDone To True
           End-Read
           If Not AcctScanDone
               If Not AcctFileOk
                   Set AcctScanDone To True
               Else
                   Add 1 To AccountsOnMaster
                   Move AcctAccountId To MatchId
                   Perform 420-FindStream
                   Move Spaces To MergeMessage
                   Evaluate True
                       When FoundIdx = 0
                           Add 1 To AccountsUncovered
                           String "ACCOUNT " AcctAccountId
                               " IS IN NO STREAM'S RANGE"
                               Delimited By Size Into MergeMessage
                           Perform 280-NoteBreak
                       When AcctLastPostDate Not = MergeCycle
                           Add 1 To AccountsUnposted
                           Move FoundIdx To StreamNoStr
                           String "ACCOUNT " AcctAccountId
                               " IN STREAM " StreamNoStr
                               " WAS NOT POSTED THIS CYCLE"
                               Delimited By Size Into MergeMessage
                           Perform 285-NoteWarning
                       When Other
                           Add 1 To AccountsCovered
                   End-Evaluate
               End-If
           End-If.

      *    The caller sets MatchId; FoundIdx is zero when no stream's
      *    range holds it.
       420-FindStream.
           Move 0 To FoundIdx
           Perform 425-MatchStream
               Varying StreamIdx From 1 By 1
               Until StreamIdx > StreamCount Or FoundIdx > 0.

       425-MatchStream.
           If SeSeen (StreamIdx) = "Y"
                   And MatchId Not < SeFromId (StreamIdx)
                   And MatchId Not > SeToId (StreamIdx)
               Move StreamIdx To FoundIdx
           End-If.

      *    Each stream's ACCTHIST must hold at least the snapshots
      *    its totals say it wrote (a rerun stream holds its earlier
      *    run's as well).  Fewer means the stream's history is not
      *    the one in the merge.
       450-ProveHistParts.
           Open Input HistPartFile
           If Not HistPartOk
               Display "Unable to open HISTPART, status = "
                   HistPartStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 455-ReadHistPart
           Perform 460-CountHistPart Until HistPartEof
           Close HistPartFile
           Perform 465-CheckStreamSnapshots
               Varying StreamIdx From 1 By 1
               Until StreamIdx > StreamCount.

       455-ReadHistPart.
           Read HistPartFile
               At End
                   Set HistPartEof To True
           End-Read.

       460-CountHistPart.
           If HpCycleDate = MergeCycle And Not HpReversed
               Add 1 To PartSnapshots
               Move HpAccountId To MatchId
               Perform 420-FindStream
               If FoundIdx = 0
                   Move Spaces To MergeMessage
                   String "SNAPSHOT FOR ACCOUNT " HpAccountId
                       " IS IN NO STREAM'S RANGE"
                       Delimited By Size Into MergeMessage
                   Perform 280-NoteBreak
               Else
                   Add 1 To SePartSnaps (FoundIdx)
               End-If
           End-If
           Perform 455-ReadHistPart.

       465-CheckStreamSnapshots.
           If SeSeen (StreamIdx) = "Y"
                   And SePartSnaps (StreamIdx)
                       < SeSnapshots (StreamIdx)
               Move StreamIdx To StreamNoStr
               Move Spaces To MergeMessage
               String "STREAM " StreamNoStr " ACCTHIST HOLDS "
                   SePartSnaps (StreamIdx) " SNAPSHOT(S), ITS "
                   "TOTALS SHOW " SeSnapshots (StreamIdx)
                   Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If.

      *    One balanced batch per stream, each for the cycle, whose
      *    trailer agrees with its details; between them they must
      *    carry what the streams' totals say they wrote.
       470-ProveGlParts.
           Open Input GlPartFile
           If Not GlPartOk
               Display "Unable to open GLPART, status = "
                   GlPartStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 475-ReadGlPart
           Perform 480-ProveGlPartRecord Until GlPartEof
           Close GlPartFile
           If GlBatchOpen
               Move "GLPART LAST BATCH HAS NO TRAILER" To MergeMessage
               Perform 280-NoteBreak
           End-If
           If PartBatches Not = StreamCount
               Move Spaces To MergeMessage
               String "GLPART HOLDS " PartBatches " BATCH(ES) FOR "
                   StreamCount " STREAM(S)" Delimited By Size
                   Into MergeMessage
               Perform 280-NoteBreak
           End-If
           If PartGlRecords Not = SumGlRecords
                   Or PartGlDebits Not = SumGlDebits
                   Or PartGlCredits Not = SumGlCredits
               Move Spaces To MergeMessage
               String "GLPART DETAILS DO NOT AGREE WITH THE STREAM "
                   "TOTALS" Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If.

       475-ReadGlPart.
           Read GlPartFile
               At End
                   Set GlPartEof To True
           End-Read.

       480-ProveGlPartRecord.
           Move Spaces To MergeMessage
           Evaluate GlpRecordType
               When "H"
                   If GlBatchOpen
                       String "GLPART BATCH " PartBatches
                           " HAS NO TRAILER" Delimited By Size
                           Into MergeMessage
                       Perform 280-NoteBreak
                   End-If
                   Add 1 To PartBatches
                   Set GlBatchOpen To True
                   Move 0 To PartCount PartDebits PartCredits
                   If GlpHdrSource Not = "INVPOST"
                           Or GlpHdrCycleDate Not = MergeCycle
                       Move Spaces To MergeMessage
                       String "GLPART BATCH " PartBatches " IS "
                           GlpHdrSource " CYCLE " GlpHdrCycleDate
                           Delimited By Size Into MergeMessage
                       Perform 280-NoteBreak
                   End-If
               When "D"
                   If Not GlBatchOpen
                       String "GLPART DETAIL FOR ACCOUNT "
                           GlpDtlAccountId " IS OUTSIDE A BATCH"
                           Delimited By Size Into MergeMessage
                       Perform 280-NoteBreak
                   End-If
                   Add 1 To PartCount PartGlRecords
                   If GlpDtlDrCr = "D"
                       Add GlpDtlAmount To PartDebits PartGlDebits
                   Else
                       Add GlpDtlAmount To PartCredits PartGlCredits
                   End-If
               When "T"
                   If Not GlBatchOpen
                       Move "GLPART TRAILER IS OUTSIDE A BATCH"
                           To MergeMessage
                       Perform 280-NoteBreak
                   Else
                       Perform 485-CheckGlPartTrailer
                   End-If
                   Move "N" To GlBatchOpenSw
               When Other
                   String "GLPART RECORD OF UNKNOWN TYPE "
                       GlpRecordType Delimited By Size
                       Into MergeMessage
                   Perform 280-NoteBreak
           End-Evaluate
           Perform 475-ReadGlPart.

       485-CheckGlPartTrailer.
           If GlpTrlRecordCount Not = PartCount
                   Or GlpTrlDebitTotal Not = PartDebits
                   Or GlpTrlCreditTotal Not = PartCredits
               String "GLPART BATCH " PartBatches " TRAILER DOES "
                   "NOT AGREE WITH ITS DETAILS" Delimited By Size
                   Into MergeMessage
               Perform 280-NoteBreak
           End-If
           If GlpTrlNetProof Not = 0 Or PartDebits Not = PartCredits
               Move Spaces To MergeMessage
               String "GLPART BATCH " PartBatches " IS OUT OF "
                   "BALANCE" Delimited By Size Into MergeMessage
               Perform 280-NoteBreak
           End-If.

      *    The cycle's stream snapshots go onto the book's history,
      *    once: an account already holding a live snapshot for the
      *    cycle (an earlier merge that stopped short) is passed.
       500-MergeSnapshots.
           Open Input HistFile
           If HistFileOk
               Perform 510-ReadHistory
               Perform 520-NoteBookSnapshot Until HistFileEof
               Close HistFile
           End-If
           Open Extend HistFile
           If Not HistFileOk
               Open Output HistFile
           End-If
           If Not HistFileOk
               Display "Unable to open ACCTHIST, status = "
                   HistStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Input HistPartFile
           If Not HistPartOk
               Display "Unable to reopen HISTPART, status = "
                   HistPartStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 455-ReadHistPart
           Perform 530-CopyOneSnapshot Until HistPartEof
           Close HistPartFile HistFile
           Display "SNAPSHOTS MERGED ONTO ACCTHIST: " SnapshotsMerged
               ", ALREADY ON FILE: " SnapshotsAlready.

       510-ReadHistory.
           Read HistFile
               At End
                   Set HistFileEof To True
           End-Read.

       520-NoteBookSnapshot.
           If HistCycleDate = MergeCycle And Not HistReversed
               Add 1 To SnapshotsOnBook
               Move HistAccountId To MwAccountId
               If HistAdjustment
                   Move "A" To MwKind
               Else
                   Move "P" To MwKind
               End-If
               Move "B" To MwSource
               Write MrgWkRecord
                   Invalid Key
                       Continue
               End-Write
           End-If
           Perform 510-ReadHistory.

       530-CopyOneSnapshot.
           If HpCycleDate = MergeCycle And Not HpReversed
               Move HpAccountId To MwAccountId
               If HpAdjustment
                   Move "A" To MwKind
               Else
                   Move "P" To MwKind
               End-If
               Read MrgWork
                   Invalid Key
                       Move "S" To MwSource
                       Write MrgWkRecord
                           Invalid Key
                               Display "MRGWORK write failed for "
                                   HpAccountId ", status = "
                                   MrgWkStatus
                               Move 16 To Return-Code
                               Stop Run
                       End-Write
                       Write HistRecord From HpRecord
                       Add 1 To SnapshotsMerged
                   Not Invalid Key
                       Add 1 To SnapshotsAlready
               End-Read
           End-If
           Perform 455-ReadHistPart.

      *    One batch for the cycle: a header, every stream's details
      *    in stream order, and a trailer over them all.
       600-BuildGlExtract.
           Perform 610-OpenGlExtract
           Move "N" To GlBatchOpenSw
           Open Input GlPartFile
           If Not GlPartOk
               Display "Unable to reopen GLPART, status = "
                   GlPartStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Perform 475-ReadGlPart
           Perform 620-CopyGlDetail Until GlPartEof
           Close GlPartFile
           Perform 630-WriteGlTrailer.

       610-OpenGlExtract.
           Open Output GlFile
           If Not GlFileOk
               Display "Unable to open GLEXTR, status = " GlStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Move Spaces To GlRecordOut
           Move "H" To GlRecordType
           Move "INVPOST" To GlHdrSource
           Move RunDate To GlHdrRunDate
           Move RunTime To GlHdrRunTime
           Move MergeCycle To GlHdrCycleDate
           Move BaseCurrency To GlHdrBaseCurrency
           Write GlRecordOut.

       620-CopyGlDetail.
           If GlpRecordType = "D"
               Write GlRecordOut From GlpRecord
               Add 1 To GlRecordCount
               If GlpDtlDrCr = "D"
                   Add GlpDtlAmount To GlDebitTotal
               Else
                   Add GlpDtlAmount To GlCreditTotal
               End-If
           End-If
           Perform 475-ReadGlPart.

       630-WriteGlTrailer.
           Compute GlNetProof = GlDebitTotal - GlCreditTotal
           Move Spaces To GlRecordOut
           Move "T" To GlRecordType
           Move GlRecordCount To GlTrlRecordCount
           Move GlDebitTotal To GlTrlDebitTotal
           Move GlCreditTotal To GlTrlCreditTotal
           Move GlNetProof To GlTrlNetProof
           Write GlRecordOut
           Close GlFile
           If GlNetProof Not = 0
               Display "GL EXTRACT OUT OF BALANCE, NET PROOF = "
                   GlNetProof
           Else
               Display "GL EXTRACT BALANCED, " GlRecordCount
                   " RECORD(S)"
           End-If.

      *    Only a balanced batch completes the cycle.
       700-CompleteCycle.
           If GlNetProof Not = 0
               Move 8 To HighestRc
               Move Spaces To MergeMessage
               String "MERGED GL BATCH IS OUT OF BALANCE - CYCLE "
                   "LEFT IN FLIGHT" Delimited By Size
                   Into MergeMessage
               Perform 280-NoteBreak
           Else
               Move PostCtlKey To CtlKey
               Read CtlFile
                   Invalid Key
                       Display "RUNCTL read failed, status = "
                           RunCtlStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Read
               Move MergeCycle To CtlLastCycle
               Move 0 To CtlInFlight
               Move "C" To CtlState
               Rewrite CtlRecord
                   Invalid Key
                       Display "RUNCTL update failed, status = "
                           RunCtlStatus
                       Move 16 To Return-Code
                       Stop Run
               End-Rewrite
               Display "POSTING CYCLE " MergeCycle " COMPLETED FROM "
                   StreamCount " STREAM(S)"
           End-If
           Close CtlFile.

      *    The streams, then one Run Reconciliation for the cycle in
      *    the posting run's terms, summed over the streams.
       800-WriteReconciliation.
           Write MrgRptLine From MrgBlankLine After Advancing 1 Line
           Write MrgRptLine From StreamColHdrLine
               After Advancing 1 Line
           Perform 805-WriteStreamLine
               Varying StreamIdx From 1 By 1
               Until StreamIdx > StreamCount
           Write MrgRptLine From MrgBlankLine After Advancing 1 Line
           Move Spaces To MrgMessageLine
           String "Run Reconciliation:" Delimited By Size
               Into MrgMessageLine
           Perform 830-WriteMessageLine
           Move FileScenRead To CountStr
           Move "  Scenario Records Read      " To MrgLabel
           Perform 820-WriteCountLine
           Move ScenInStreams To CountStr
           Move "  Scenarios by Stream        " To MrgLabel
           Perform 820-WriteCountLine
           Move SumScenProcessed To CountStr
           Move "  Schedules Processed        " To MrgLabel
           Perform 820-WriteCountLine
           Move SumScenRejected To CountStr
           Move "  Scenarios Rejected         " To MrgLabel
           Perform 820-WriteCountLine
           Move SumScenSkipped To CountStr
           Move "  Scenarios Skipped          " To MrgLabel
           Perform 820-WriteCountLine
           Move SumGoalCount To CountStr
           Move "  Goal Seek Requests         " To MrgLabel
           Perform 820-WriteCountLine
           Move SumSimCount To CountStr
           Move "  Simulation Requests        " To MrgLabel
           Perform 820-WriteCountLine
           Move SumTransApplied To CountStr
           Move "  Transactions Applied       " To MrgLabel
           Perform 820-WriteCountLine
           Move SumTransRejected To CountStr
           Move "  Transactions Rejected      " To MrgLabel
           Perform 820-WriteCountLine
           Move SumTransUnmatched To CountStr
           Move "  Transactions Unmatched     " To MrgLabel
           Perform 820-WriteCountLine
           Move SumAcctMatured To CountStr
           Move "  Accounts Matured           " To MrgLabel
           Perform 820-WriteCountLine
           Move SumDefaultRollovers To CountStr
           Move "  Default Rollovers          " To MrgLabel
           Perform 820-WriteCountLine
           Move SumMaturityNotices To CountStr
           Move "  Maturity Notices           " To MrgLabel
           Perform 820-WriteCountLine
           Move SumPlanShort To CountStr
           Move "  Plan Payments Cut Short    " To MrgLabel
           Perform 820-WriteCountLine
           Move SumStmtHeld To CountStr
           Move "  Statements Held            " To MrgLabel
           Perform 820-WriteCountLine
           Move SumAdjApplied To CountStr
           Move "  Back-Dated Adjustments     " To MrgLabel
           Perform 820-WriteCountLine
           Move SumAdjRefused To CountStr
           Move "  Adjustments Refused        " To MrgLabel
           Perform 820-WriteCountLine
           Move FileTrailerCount To CountStr
           Move "  Trailer Record Count       " To MrgLabel
           Perform 820-WriteCountLine
           Move FileTrailerHash To HashStr
           Move "  Trailer Hash Total         " To MrgLabel
           Perform 825-WriteHashLine
           Move FileScenHash To HashStr
           Move "  Computed Hash Total        " To MrgLabel
           Perform 825-WriteHashLine
           Move Spaces To MrgMessageLine
           String "  Control Status             " Delimited By Size
               "BALANCED" Delimited By Size Into MrgMessageLine
           Perform 830-WriteMessageLine
           Write MrgRptLine From MrgBlankLine After Advancing 1 Line
           Move AccountsOnMaster To CountStr
           Move "  Accounts on Master         " To MrgLabel
           Perform 820-WriteCountLine
           Move SumAcctPosted To CountStr
           Move "  Accounts Posted            " To MrgLabel
           Perform 820-WriteCountLine
           Move SumAcctAtTerm To CountStr
           Move "  Accounts at Term           " To MrgLabel
           Perform 820-WriteCountLine
           Move SumAcctAlready To CountStr
           Move "  Posted by an Earlier Run   " To MrgLabel
           Perform 820-WriteCountLine
           Move AccountsUnposted To CountStr
           Move "  Accounts Not Posted        " To MrgLabel
           Perform 820-WriteCountLine
           Move PartSnapshots To CountStr
           Move "  Stream Snapshots           " To MrgLabel
           Perform 820-WriteCountLine
           Move SnapshotsMerged To CountStr
           Move "  Snapshots Merged           " To MrgLabel
           Perform 820-WriteCountLine
           Move SnapshotsAlready To CountStr
           Move "  Snapshots Already on File  " To MrgLabel
           Perform 820-WriteCountLine
           Move GlRecordCount To CountStr
           Move "  GL Detail Records          " To MrgLabel
           Perform 820-WriteCountLine
           Move GlDebitTotal To MrgAmtStr
           Move "  GL Debits                  " To MrgLabel
           Perform 828-WriteAmountLine
           Move GlCreditTotal To MrgAmtStr
           Move "  GL Credits                 " To MrgLabel
           Perform 828-WriteAmountLine
           Write MrgRptLine From MrgBlankLine After Advancing 1 Line
           Move Spaces To MrgMessageLine
           If HighestRc < 8
               String "  CYCLE COMPLETED - ONE GL BATCH BUILT FROM "
                   StreamCount " STREAM(S)" Delimited By Size
                   Into MrgMessageLine
           Else
               String "  CYCLE LEFT IN FLIGHT - SEE BREAKS ABOVE"
                   Delimited By Size Into MrgMessageLine
           End-If
           Perform 830-WriteMessageLine.

       805-WriteStreamLine.
           Move StreamIdx To SDStreamNo
           If SeFromId (StreamIdx) = Low-Values
               Move "*" To SDFromId
           Else
               Move SeFromId (StreamIdx) To SDFromId
           End-If
           If SeToId (StreamIdx) = High-Values
               Move "*" To SDToId
           Else
               Move SeToId (StreamIdx) To SDToId
           End-If
           Move SeReturnCode (StreamIdx) To SDReturnCode
           Move SeScenProcessed (StreamIdx) To SDProcessed
           Move SeAcctPosted (StreamIdx) To SDPosted
           Move SeAcctAlready (StreamIdx) To SDAlready
           Move SePartSnaps (StreamIdx) To SDSnapshots
           Move SeGlRecords (StreamIdx) To SDGlRecords
           Move SeGlDebits (StreamIdx) To SDGlDebits
           Write MrgRptLine From StreamDetailLine
               After Advancing 1 Line
               At End-Of-Page
                   Write MrgRptLine From MrgFooterLine
                       After Advancing 1 Line
                   Perform 810-WritePageHeader
                   Write MrgRptLine From StreamColHdrLine
                       After Advancing 1 Line
           End-Write.

       810-WritePageHeader.
           Add 1 To PageCount
           Move PageCount To MH1PageNum
           Write MrgRptLine From MrgHeading1 After Advancing Page
           Write MrgRptLine From MrgBlankLine
               After Advancing 1 Line.

      *    The caller sets the label and the count, hash, or amount.
       820-WriteCountLine.
           Move Spaces To MrgMessageLine
           String MrgLabel Delimited By Size
               CountStr Delimited By Size Into MrgMessageLine
           Perform 830-WriteMessageLine.

       825-WriteHashLine.
           Move Spaces To MrgMessageLine
           String MrgLabel Delimited By Size
               HashStr Delimited By Size Into MrgMessageLine
           Perform 830-WriteMessageLine.

       828-WriteAmountLine.
           Move Spaces To MrgMessageLine
           String MrgLabel Delimited By Size
               MrgAmtStr Delimited By Size Into MrgMessageLine
           Perform 830-WriteMessageLine.

       830-WriteMessageLine.
           Write MrgRptLine From MrgMessageLine
               After Advancing 1 Line
               At End-Of-Page
                   Write MrgRptLine From MrgFooterLine
                       After Advancing 1 Line
                   Perform 810-WritePageHeader
           End-Write.

       900-Terminate.
           Close MrgWork MrgRptFile.

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
               Move "POSTMRG" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "MERGE" To RlRunMode
               Move MergeCycle To RlCycleDate
               Move PartSnapshots To RlInCount
               Move SnapshotsMerged To RlOutCount
               Move MergeBreaks To RlRejCount
               Move "GL DEBITS" To RlCtlLabel1
               Move GlDebitTotal To RlCtlTotal1
               Move "GL CREDITS" To RlCtlLabel2
               Move GlCreditTotal To RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
