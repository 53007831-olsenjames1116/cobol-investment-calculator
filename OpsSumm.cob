      *      James Olsen
      *      Daily operations summary over the shared run log.  Every
      *      batch program appends one record to RUNLOG as it ends -
      *      program, run date, start and end time, run mode, cycle
      *      date, input/output/reject counts, two labelled control
      *      totals, and the return code.  This program lists one
      *      night's runs in the order they ran, so operations no
      *      longer piece the night together from the job logs, and
      *      flags
      *
      *        a step of the nightly chain that ran out of order,
      *        a TAXEXTR RESET with no clean extract for its tax year
      *          ahead of it on the log,
      *        any step that ended with a return code over 4,
      *
      *      then lists every step of the nightly chain that did not
      *      run at all.  The nightly chain is
      *
      *        SCENCONS  scenario consolidation
      *        LAB2      the "P" posting run
      *        POSTMRG   the posting stream merge, on a night the
      *                  posting ran in streams
      *        ACCTRECN  book-to-ledger reconciliation
      *        ACCTEXCP  post-cycle exceptions
      *        ACCTTRND  account trend report
      *
      *      A step that ran before one already seen ahead of it in
      *      the chain is out of order (for example a posting run
      *      after its reconciliation, or consolidation after the
      *      posting run it should have fed).  A step that stopped on
      *      a file that would not open (RC 16) writes no run record
      *      and so shows as missing.
      *
      *      The night runs from noon on the night date to noon the
      *      next day.  OPSPARM carries the night date (yyyymmdd);
      *      with no card, last night is reported.  The whole log is
      *      read so a RESET can be checked against extracts from
      *      earlier nights.  Runs are taken in the order they
      *      started, not the order they were logged - a posting
      *      stream's run record reaches RUNLOG only when POSTMRG
      *      appends it - through a keyed work file (OPSWORK, by run
      *      date and start time) rebuilt every run.
      *
      *      Return codes:  4 = a run flagged or a chain step
      *      missing, 8 = OPSPARM date not valid, 16 = a file would
      *      not open or a table overflowed.
      *
      *      Modification History
      *      2026-10-15  JO  Initial version.
      *      2026-10-15  JO  Posting streams: runs are listed in start
      *                      time order through OPSWORK, a LAB2
      *                      stream run (mode POST-Snn) counts as the
      *                      posting step, and POSTMRG is a chain
      *                      step on a night a stream ran.
      *
       Identification Division.
       Program-ID.  OpsSumm.
       Author.  James Olsen.
       Date-Written.  2026-10-15.
       Date-Compiled.  2026-10-15.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select ParmFile Assign To "OPSPARM"
               Organization Is Line Sequential
               File Status Is ParmStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.
           Select OpsRptFile Assign To "OPSRPT"
               Organization Is Sequential
               File Status Is OpsRptStatus.
           Select OpsWork Assign To "OPSWORK"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is OwKey
               File Status Is OpsWkStatus.

       Data Division.
       File Section.
       FD  ParmFile.
       01  ParmRecordIn                Pic X(80).

       FD  RunLogFile.
       01  RunLogRecordIn              Pic X(140).

       FD  OpsRptFile
           Linage Is 60 Lines With Footing At 55.
       01  OpsRptLine              Pic X(132).

      *    Every run on the log, keyed by when it started; the log
      *    sequence keeps runs started together in logged order.
       FD  OpsWork.
       01  OpsWkRecord.
           05  OwKey.
               10  OwRunDate       Pic X(08).
               10  OwStartTime     Pic X(08).
               10  OwSeq           Pic 9(9).
           05  OwRunLog            Pic X(140).

       Working-Storage Section.
      *    This record must match the run log record in every batch
      *    program and in OpsSumm - change them together.
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

       01   ParmStatus      Pic XX.
           88  ParmFileOk       Value "00".

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
           88  RunLogFileEof    Value "10".

       01   OpsRptStatus    Pic XX.
           88  OpsRptFileOk     Value "00".

       01   OpsWkStatus     Pic XX.
           88  OpsWorkOk        Value "00".

       01   OpsWkEofSw      Pic X(01) Value "N".
           88  OpsWorkEof       Value "Y".

       01   LogSeq          Pic 9(9) Value 0.

      *    The nightly chain in the order the steps must run.  A
      *    blank mode matches a run in any mode; otherwise the run
      *    mode must start with the chain mode for the given length
      *    (so POST also takes a posting stream's POST-Snn).  A step
      *    marked S is expected only on a night a stream ran.
       77   ChainSteps       Pic 9(2) Value 6.
       01   ChainValues.
           05  Filler              Pic X(48) Value
               "SCENCONS        8 SCENARIO CONSOLIDATION        ".
           05  Filler              Pic X(48) Value
               "LAB2    POST    4 POSTING RUN                   ".
           05  Filler              Pic X(48) Value
               "POSTMRG MERGE   5SPOSTING STREAM MERGE          ".
           05  Filler              Pic X(48) Value
               "ACCTRECN        8 BOOK-TO-LEDGER RECONCILIATION ".
           05  Filler              Pic X(48) Value
               "ACCTEXCP        8 POST-CYCLE EXCEPTIONS         ".
           05  Filler              Pic X(48) Value
               "ACCTTRND        8 ACCOUNT TREND REPORT          ".
       01   ChainTable Redefines ChainValues.
           05  ChainEntry Occurs 6 Times.
               10  ChainProgram     Pic X(08).
               10  ChainMode        Pic X(08).
               10  ChainModeLen     Pic 9(01).
               10  ChainCond        Pic X(01).
                   88  ChainIfStreams   Value "S".
               10  ChainDesc        Pic X(30).

       01   ChainSeenTable.
           05  ChainSeenSw Occurs 6 Times Pic X(01).
               88  ChainStepSeen    Value "Y".

       01   StreamNightSw   Pic X(01) Value "N".
           88  StreamNight      Value "Y".

       01   StepIdx         Pic 9(2) Comp.
       01   MatchIdx        Pic 9(2) Comp.
       01   HighStepIdx     Pic 9(2) Comp Value 0.
       01   ModeLen         Pic 9(1) Comp.

      *    Tax years with a clean (RC 0) extract on the log so far,
      *    so a RESET can be checked against them.
       77   MaxCleanYears    Pic 9(3) Value 50.
       01   CleanYearCount  Pic 9(3) Value 0.
       01   CleanYearIdx    Pic 9(3) Comp.
       01   CleanYearTable.
           05  CleanYear Occurs 50 Times Pic 9(4).
       01   CleanYearFoundSw Pic X(01).
           88  CleanYearFound   Value "Y".
       01   RunTaxYear      Pic 9(4).

      *    The night runs from noon on the night date to noon the
      *    next day.
       77   WindowCutoff     Pic 9(8) Value 12000000.
       01   NightDate       Pic 9(8) Value 0.
       01   NextDate        Pic 9(8) Value 0.
       01   ParmDateX       Pic X(10).
       01   RunInWindowSw   Pic X(01).
           88  RunInWindow      Value "Y".

       01   FlagText        Pic X(39).
       01   FlagPtr         Pic 9(3) Comp.

       01   TimeWork        Pic 9(8).
       01   TimeParts Redefines TimeWork.
           05  TwHours             Pic 9(2).
           05  TwMinutes           Pic 9(2).
           05  TwSeconds           Pic 9(2).
           05  TwHundredths        Pic 9(2).

       01   RunsRead        Pic 9(9) Value 0.
       01   RunsListed      Pic 9(9) Value 0.
       01   OutOfOrderRuns  Pic 9(9) Value 0.
       01   ResetRuns       Pic 9(9) Value 0.
       01   HighRcRuns      Pic 9(9) Value 0.
       01   StepsMissing    Pic 9(9) Value 0.

       01   CountStr        Pic Z(8)9.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunDate         Pic 9(8).

       01   PageCount       Pic 9(4) Value 0.

       01   OpsHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(30)
               Value "NIGHTLY OPERATIONS SUMMARY    ".
           05  OH1RunDate          Pic 9(8).
           05  Filler              Pic X(13) Value "   Night Of: ".
           05  OH1NightDate        Pic 9(8).
           05  Filler              Pic X(26) Value Spaces.
           05  Filler              Pic X(06) Value "PAGE  ".
           05  OH1PageNum          Pic ZZZZ.
           05  Filler              Pic X(36) Value Spaces.

       01   OpsColHdrLine.
           05  Filler              Pic X(10) Value " Program".
           05  Filler              Pic X(09) Value "Mode".
           05  Filler              Pic X(09) Value "   Cycle".
           05  Filler              Pic X(09) Value "Run Date".
           05  Filler              Pic X(09) Value "Start".
           05  Filler              Pic X(09) Value "End".
           05  Filler              Pic X(11) Value "     Input".
           05  Filler              Pic X(11) Value "    Output".
           05  Filler              Pic X(11) Value "   Rejects".
           05  Filler              Pic X(05) Value " RC".
           05  Filler              Pic X(39) Value "Flags".

       01   OpsDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  ODProgram           Pic X(08).
           05  Filler              Pic X(01) Value Spaces.
           05  ODRunMode           Pic X(08).
           05  Filler              Pic X(01) Value Spaces.
           05  ODCycleDate         Pic Z(8).
           05  Filler              Pic X(01) Value Spaces.
           05  ODRunDate           Pic 9(8).
           05  Filler              Pic X(01) Value Spaces.
           05  ODStartHours        Pic 9(2).
           05  Filler              Pic X(01) Value ":".
           05  ODStartMinutes      Pic 9(2).
           05  Filler              Pic X(01) Value ":".
           05  ODStartSeconds      Pic 9(2).
           05  Filler              Pic X(01) Value Spaces.
           05  ODEndHours          Pic 9(2).
           05  Filler              Pic X(01) Value ":".
           05  ODEndMinutes        Pic 9(2).
           05  Filler              Pic X(01) Value ":".
           05  ODEndSeconds        Pic 9(2).
           05  Filler              Pic X(01) Value Spaces.
           05  ODInCount           Pic ZZ,ZZZ,ZZ9.
           05  Filler              Pic X(01) Value Spaces.
           05  ODOutCount          Pic ZZ,ZZZ,ZZ9.
           05  Filler              Pic X(01) Value Spaces.
           05  ODRejCount          Pic ZZ,ZZZ,ZZ9.
           05  Filler              Pic X(02) Value Spaces.
           05  ODReturnCode        Pic Z9.
           05  Filler              Pic X(02) Value Spaces.
           05  ODFlags             Pic X(39).

       01   OpsControlLine.
           05  Filler              Pic X(19) Value Spaces.
           05  OCLabel1            Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  OCTotal1            Pic ZZZ,ZZZ,ZZZ,ZZ9.99
                                   Blank When Zero.
           05  Filler              Pic X(03) Value Spaces.
           05  OCLabel2            Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  OCTotal2            Pic ZZZ,ZZZ,ZZZ,ZZ9.99
                                   Blank When Zero.
           05  Filler              Pic X(52) Value Spaces.

       01   OpsMissingLine.
           05  Filler              Pic X(04) Value Spaces.
           05  OMProgram           Pic X(08).
           05  Filler              Pic X(02) Value Spaces.
           05  OMRunMode           Pic X(08).
           05  Filler              Pic X(02) Value Spaces.
           05  OMDesc              Pic X(30).
           05  Filler              Pic X(78) Value Spaces.

       01   OpsMessageLine          Pic X(132).

       01   OpsBlankLine            Pic X(132) Value Spaces.

       01   OpsFooterLine.
           05  Filler              Pic X(30)
               Value "--- CONTINUED ON NEXT PAGE ---".
           05  Filler              Pic X(102) Value Spaces.

       Procedure Division.
       000-Main.
           Perform 100-Initialize
           Perform 150-ReadParm
           Perform 810-WriteOpsHeadings
           Write OpsRptLine From OpsColHdrLine After Advancing 1 Line
           Perform 160-LoadRunWork
           Perform 210-ReadRunLog
           Perform 200-ProcessRun
               Until OpsWorkEof
           If RunsListed = 0
               Move "  NO RUNS ON RUNLOG FOR THIS NIGHT"
                   To OpsMessageLine
               Write OpsRptLine From OpsMessageLine
                   After Advancing 1 Line
           End-If
           Perform 500-ListMissingSteps
           Perform 800-WriteTotals
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Stop Run.

       100-Initialize.
           Open Input RunLogFile
           If Not RunLogFileOk
               Display "Unable to open RUNLOG, status = "
                   RunLogStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output OpsRptFile
           If Not OpsRptFileOk
               Display "Unable to open OPSRPT, status = "
                   OpsRptStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output OpsWork
           If Not OpsWorkOk
               Display "Unable to open OPSWORK, status = "
                   OpsWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Move All "N" To ChainSeenTable
           Accept RunDate From Date YYYYMMDD
           Move RunDate To OH1RunDate.

      *    No OPSPARM, or an empty one, reports last night.
       150-ReadParm.
           Move Spaces To ParmRecordIn
           Open Input ParmFile
           If ParmFileOk
               Read ParmFile
                   At End
                       Move Spaces To ParmRecordIn
               End-Read
               Close ParmFile
           End-If
           Move Spaces To ParmDateX
           Unstring ParmRecordIn Delimited By All Spaces
               Into ParmDateX
           End-Unstring
           If ParmDateX = Spaces
               Compute NightDate = Function Date-Of-Integer
                   (Function Integer-Of-Date(RunDate) - 1)
           Else
               If ParmDateX(1:8) Not Numeric
                       Or ParmDateX(9:2) Not = Spaces
                       Or ParmDateX(5:2) < "01"
                       Or ParmDateX(5:2) > "12"
                       Or ParmDateX(7:2) < "01"
                       Or ParmDateX(7:2) > "31"
                   Display "OPSPARM night date not valid: "
                       ParmDateX
                   Close RunLogFile OpsRptFile OpsWork
                   Move 8 To Return-Code
                   Stop Run
               End-If
               Move ParmDateX(1:8) To NightDate
           End-If
           Compute NextDate = Function Date-Of-Integer
               (Function Integer-Of-Date(NightDate) + 1)
           Move NightDate To OH1NightDate.

      *    The whole log goes onto OPSWORK keyed by run date and
      *    start time, and is then read back in that order.
       160-LoadRunWork.
           Perform 165-ReadRunLogIn
           Perform 170-WriteRunWork
               Until RunLogFileEof
           Close RunLogFile OpsWork
           Open Input OpsWork
           If Not OpsWorkOk
               Display "Unable to reopen OPSWORK, status = "
                   OpsWkStatus
               Move 16 To Return-Code
               Stop Run
           End-If.

       165-ReadRunLogIn.
           Read RunLogFile Into RunLogRecord
               At End
                   Set RunLogFileEof To True
           End-Read.

       170-WriteRunWork.
           Add 1 To LogSeq
           Move RlRunDate To OwRunDate
           Move RlStartTime To OwStartTime
           Move LogSeq To OwSeq
           Move RunLogRecord To OwRunLog
           Write OpsWkRecord
               Invalid Key
                   Display "Unable to write OPSWORK, status = "
                       OpsWkStatus
                   Move 16 To Return-Code
                   Stop Run
           End-Write
           Perform 165-ReadRunLogIn.

      *    Every run is read, in the order it started; only the
      *    night's runs are listed, but a clean tax extract that
      *    started earlier, on any night, is remembered for the
      *    RESET check.
       200-ProcessRun.
           Add 1 To RunsRead
           Perform 220-CheckInWindow
           If RunInWindow
               Add 1 To RunsListed
               Move Spaces To FlagText
               Move 1 To FlagPtr
               Perform 230-CheckChainOrder
               If RlProgram = "TAXEXTR" And RlRunMode = "RESET"
                   Perform 240-CheckTaxReset
               End-If
               If RlReturnCode Not Numeric
                       Or RlReturnCode > 4
                   Add 1 To HighRcRuns
                   String "RC OVER 4  " Delimited By Size
                       Into FlagText With Pointer FlagPtr
                   End-String
               End-If
               If FlagText Not = Spaces
                   If HighestRc < 4
                       Move 4 To HighestRc
                   End-If
               End-If
               Perform 300-WriteRunLine
           End-If
           If RlProgram = "TAXEXTR" And RlRunMode = "EXTRACT"
                   And RlReturnCode = 0
               Perform 250-NoteCleanExtract
           End-If
           Perform 210-ReadRunLog.

       210-ReadRunLog.
           Read OpsWork Next
               At End
                   Set OpsWorkEof To True
               Not At End
                   Move OwRunLog To RunLogRecord
           End-Read.

       220-CheckInWindow.
           Move "N" To RunInWindowSw
           If RlRunDate Numeric And RlStartTime Numeric
               If (RlRunDate = NightDate
                       And RlStartTime Not Less WindowCutoff)
                   Or (RlRunDate = NextDate
                       And RlStartTime Less WindowCutoff)
                   Set RunInWindow To True
               End-If
           End-If.

      *    A chain step is out of order when a later step of the
      *    chain has already run tonight.  A rerun of the same step
      *    is not.
       230-CheckChainOrder.
           Move 0 To MatchIdx
           Perform 235-MatchChainStep
               Varying StepIdx From 1 By 1
               Until StepIdx > ChainSteps Or MatchIdx > 0
           If MatchIdx > 0
               Move "Y" To ChainSeenSw (MatchIdx)
               If RlProgram = "LAB2" And RlRunMode(1:6) = "POST-S"
                   Set StreamNight To True
               End-If
               If MatchIdx < HighStepIdx
                   Add 1 To OutOfOrderRuns
                   String "ORDER: AFTER " Delimited By Size
                       ChainProgram (HighStepIdx) Delimited By Space
                       "  " Delimited By Size
                       Into FlagText With Pointer FlagPtr
                   End-String
               Else
                   Move MatchIdx To HighStepIdx
               End-If
           End-If.

       235-MatchChainStep.
           Move ChainModeLen (StepIdx) To ModeLen
           If RlProgram = ChainProgram (StepIdx)
                   And (ChainMode (StepIdx) = Spaces
                       Or RlRunMode(1:ModeLen) =
                           ChainMode (StepIdx)(1:ModeLen))
               Move StepIdx To MatchIdx
           End-If.

      *    The year-to-date buckets may be zeroed only once the
      *    year's extract has run clean without RESET.
       240-CheckTaxReset.
           Move RlCycleDate(1:4) To RunTaxYear
           Perform 260-FindCleanYear
           If Not CleanYearFound
               Add 1 To ResetRuns
               String "RESET, NO CLEAN EXTRACT  " Delimited By Size
                   Into FlagText With Pointer FlagPtr
               End-String
           End-If.

       250-NoteCleanExtract.
           Move RlCycleDate(1:4) To RunTaxYear
           Perform 260-FindCleanYear
           If Not CleanYearFound
               If CleanYearCount < MaxCleanYears
                   Add 1 To CleanYearCount
                   Move RunTaxYear To CleanYear (CleanYearCount)
               Else
                   Display "Clean extract table full at tax year "
                       RunTaxYear " - RESET cannot be checked, "
                       "run stopped"
                   Move 16 To Return-Code
                   Stop Run
               End-If
           End-If.

       260-FindCleanYear.
           Move "N" To CleanYearFoundSw
           Perform 265-MatchCleanYear
               Varying CleanYearIdx From 1 By 1
               Until CleanYearIdx > CleanYearCount Or CleanYearFound.

       265-MatchCleanYear.
           If CleanYear (CleanYearIdx) = RunTaxYear
               Set CleanYearFound To True
           End-If.

      *    One line per run; a run that carries control totals gets
      *    a second line with them.
       300-WriteRunLine.
           Move RlProgram To ODProgram
           Move RlRunMode To ODRunMode
           Move RlCycleDate To ODCycleDate
           Move RlRunDate To ODRunDate
           Move RlStartTime To TimeWork
           Move TwHours To ODStartHours
           Move TwMinutes To ODStartMinutes
           Move TwSeconds To ODStartSeconds
           Move RlEndTime To TimeWork
           Move TwHours To ODEndHours
           Move TwMinutes To ODEndMinutes
           Move TwSeconds To ODEndSeconds
           Move RlInCount To ODInCount
           Move RlOutCount To ODOutCount
           Move RlRejCount To ODRejCount
           Move RlReturnCode To ODReturnCode
           Move FlagText To ODFlags
           Write OpsRptLine From OpsDetailLine
               After Advancing 1 Line
               At End-Of-Page
                   Perform 820-WriteOpsNewPage
           End-Write
           If RlCtlLabel1 Not = Spaces Or RlCtlLabel2 Not = Spaces
               Move RlCtlLabel1 To OCLabel1
               Move RlCtlTotal1 To OCTotal1
               Move RlCtlLabel2 To OCLabel2
               Move RlCtlTotal2 To OCTotal2
               Write OpsRptLine From OpsControlLine
                   After Advancing 1 Line
                   At End-Of-Page
                       Perform 820-WriteOpsNewPage
               End-Write
           End-If.

       500-ListMissingSteps.
           Write OpsRptLine From OpsBlankLine After Advancing 1 Line
           Perform 510-CheckOneStep
               Varying StepIdx From 1 By 1
               Until StepIdx > ChainSteps
           If StepsMissing = 0
               Move "  NIGHTLY CHAIN COMPLETE" To OpsMessageLine
               Write OpsRptLine From OpsMessageLine
                   After Advancing 1 Line
           Else
               If HighestRc < 4
                   Move 4 To HighestRc
               End-If
           End-If.

      *    A step kept for stream nights is missing only when a
      *    posting stream ran.
       510-CheckOneStep.
           If Not ChainStepSeen (StepIdx)
                   And (Not ChainIfStreams (StepIdx) Or StreamNight)
               If StepsMissing = 0
                   Move "  MISSING FROM THE NIGHTLY CHAIN:"
                       To OpsMessageLine
                   Write OpsRptLine From OpsMessageLine
                       After Advancing 1 Line
               End-If
               Add 1 To StepsMissing
               Move ChainProgram (StepIdx) To OMProgram
               Move ChainMode (StepIdx) To OMRunMode
               Move ChainDesc (StepIdx) To OMDesc
               Write OpsRptLine From OpsMissingLine
                   After Advancing 1 Line
           End-If.

       800-WriteTotals.
           Write OpsRptLine From OpsBlankLine After Advancing 1 Line
           Move RunsRead To CountStr
           Move Spaces To OpsMessageLine
           String "  Run Records Read           " Delimited By Size
               CountStr Delimited By Size Into OpsMessageLine
           Write OpsRptLine From OpsMessageLine
               After Advancing 1 Line
           Move RunsListed To CountStr
           Move Spaces To OpsMessageLine
           String "  Runs This Night            " Delimited By Size
               CountStr Delimited By Size Into OpsMessageLine
           Write OpsRptLine From OpsMessageLine
               After Advancing 1 Line
           Move OutOfOrderRuns To CountStr
           Move Spaces To OpsMessageLine
           String "  Steps Out Of Order         " Delimited By Size
               CountStr Delimited By Size Into OpsMessageLine
           Write OpsRptLine From OpsMessageLine
               After Advancing 1 Line
           Move ResetRuns To CountStr
           Move Spaces To OpsMessageLine
           String "  Resets, No Clean Extract   " Delimited By Size
               CountStr Delimited By Size Into OpsMessageLine
           Write OpsRptLine From OpsMessageLine
               After Advancing 1 Line
           Move HighRcRuns To CountStr
           Move Spaces To OpsMessageLine
           String "  Steps Over RC 4            " Delimited By Size
               CountStr Delimited By Size Into OpsMessageLine
           Write OpsRptLine From OpsMessageLine
               After Advancing 1 Line
           Move StepsMissing To CountStr
           Move Spaces To OpsMessageLine
           String "  Chain Steps Missing        " Delimited By Size
               CountStr Delimited By Size Into OpsMessageLine
           Write OpsRptLine From OpsMessageLine
               After Advancing 1 Line
           Display "OPERATIONS SUMMARY " NightDate ": "
               RunsListed " RUN(S), "
               StepsMissing " STEP(S) MISSING".

       810-WriteOpsHeadings.
           Add 1 To PageCount
           Move PageCount To OH1PageNum
           Write OpsRptLine From OpsHeading1 After Advancing Page
           Write OpsRptLine From OpsBlankLine
               After Advancing 1 Line.

       820-WriteOpsNewPage.
           Write OpsRptLine From OpsFooterLine
               After Advancing 1 Line
           Perform 810-WriteOpsHeadings
           Write OpsRptLine From OpsColHdrLine
               After Advancing 1 Line.

       900-Terminate.
           Close OpsWork OpsRptFile.
