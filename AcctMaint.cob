      *                               sets the balance to 123456.78
      *          CLOSE  account-id    delete the account's master
      *                               record (DELETE is a synonym)
      *          OPERATOR user-id     name the operator keying this
      *                               run's commands; keyed once, ahead
      *                               of any command that needs it
      *          APPROVE pending-id   apply a pending request keyed by
      *                               another operator
      *          REJECT pending-id    discard a pending request
      *          PENDING              report every request awaiting
      *                               approval with its before and
      *                               after values
      *
      *      Maker-checker: a CHANGE to a money field (BALANCE
      *      ACCRUED LASTINT TAXWHELD FEESPAID YTDINT YTDTAX
      *      YTDWDRW), an ADD with an opening balance, and every CLOSE
      *      are edited as usual but not applied - they go to the
      *      pending file (PENDCHG) stamped with the requesting
      *      operator, and are applied only when a different operator
      *      APPROVEs them in a later command.  Approval replays the
      *      request against the master as it stands then, and is
      *      refused if the field's value is no longer the one the
      *      request was keyed against.  A request not approved or
      *      rejected within PendExpiryDays days expires at the start
      *      of the next run.  Every other change applies at once.
      *
      *      Field names for CHANGE:
      *          BALANCE ACCRUED PERIODS LASTINT RATE MONTHS ADDINV
      *          FREQ INTERVAL INFLATION PRODUCT TAXCLASS TAXRATE
      *          TAXWHELD FEESPAID YTDINT YTDTAX YTDWDRW LASTPOST
      *          CURRENCY PLANTYPE PLANAMT PLANPCT PLANFREQ PLANSTART
      *          PLANINCR
      *
      *      The withdrawal plan is set up by CHANGE, one field at a
      *      time: key the amount or percent, frequency, and start
      *      month first and the type last.  PLANTYPE A (fixed
      *      amount) or P (percent of balance), blank to stop the
      *      plan; PLANFREQ M/Q/A.  The posting run pays a plan only
      *      when its fields agree, and reports one that does not.
      *
      *      Field edits mirror the scenario edits in Lab2: rate and
      *      inflation not above 25, months 1-600, amounts within
      *      their pictures, compounding frequency M/Q/D, tax class
      *      T/D/E, withholding rate not above 60, plan start within
      *      600 months, plan increase not above 25.  A command that
      *      would leave the record outside those rules is rejected
      *      and the record is not touched.
      *
      *      2026-09-02  JO  A CHANGE value longer than the target
      *                      field's digits is rejected instead of
      *                      silently storing its low-order digits.
      *      2026-10-15  JO  Master record picks up the withdrawal plan
      *                      (PLANTYPE, PLANAMT, PLANPCT, PLANFREQ,
      *                      PLANSTART, PLANINCR on CHANGE).
      *      2026-10-15  JO  Master record picks up the client link,
      *                      maintained by CLNTMNT LINK.
      *      2026-10-15  JO  Money changes, funded ADDs, and CLOSEs go
      *                      to the pending file for a second
      *                      operator's approval (OPERATOR, APPROVE,
      *                      REJECT, PENDING commands).
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  A PENDCHG numbering control that will not
      *                      update rejects the command instead of
      *                      holding it under a reused number.
      *      2026-10-15  JO  EXPIRE and REJECT are audited only once
      *                      the request is off PENDCHG; a failed
      *                      expiry is reported.  Run log output no
      *                      longer counts an approval twice.
      *
       Identification Division.
       Program-ID.  AcctMnt.
           Select AuditFile Assign To "AUDITLOG"
               Organization Is Line Sequential
               File Status Is AudStatus.
           Select PendFile Assign To "PENDCHG"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is PendId
               File Status Is PendStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
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

       FD  AuditFile.
       01  AuditLine                   Pic X(100).

      *    One record per request awaiting approval, keyed by a
      *    running number; record 0 holds the last number issued.
      *    The command image is kept whole so approval replays the
      *    request exactly as it was keyed.
       FD  PendFile.
       01  PendRecord.
           05  PendId                  Pic 9(8).
           05  PendAction              Pic X(06).
           05  PendAccountId           Pic X(10).
           05  PendFieldName           Pic X(10).
           05  PendOldValue            Pic X(18).
           05  PendNewValue            Pic X(18).
           05  PendMaker               Pic X(08).
           05  PendDate                Pic 9(8).
           05  PendTime                Pic 9(8).
           05  PendCmdImage            Pic X(80).
           05  Filler                  Pic X(26).
       01  PendControl Redefines PendRecord.
           05  PendCtlId               Pic 9(8).
           05  PendCtlLastId           Pic 9(8).
           05  Filler                  Pic X(184).

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
       01   CmdStatus       Pic XX.
           88  CmdFileOk        Value "00".
       01   AudOpenSw       Pic X(01) Value "N".
           88  AudAvailable     Value "Y".

       01   PendStatus      Pic XX.
           88  PendFileOk       Value "00".

       01   PendEofSw       Pic X(01) Value "N".
           88  PendEof          Value "Y".

       01   PendOpenSw      Pic X(01) Value "N".
           88  PendAvailable    Value "Y".

       01   CmdVerb         Pic X(10).
       01   CmdOperand      Pic X(20).
       01   CmdFieldName    Pic X(10).
           88  MoneyField       Values "BALANCE" "ACCRUED" "LASTINT"
                                       "TAXWHELD" "FEESPAID" "YTDINT"
                                       "YTDTAX" "YTDWDRW".
       01   CmdFieldValue   Pic X(20).

       01   ValLen          Pic 9(2) Comp.

       01   RejectReason    Pic X(50).

       01   Operator        Pic X(08) Value Spaces.

      *    Set while an approved request is replayed, so the edit
      *    paragraphs apply it instead of queueing it again.
       01   ApprovingSw     Pic X(01) Value "N".
           88  ApprovingRequest Value "Y".

       01   AppliedSw       Pic X(01) Value "N".
           88  RequestApplied   Value "Y".

       01   QueueAction     Pic X(06).
       01   PendResolution  Pic X(08).
       01   PendAgeDays     Pic S9(5) Comp.
       01   PendNextId      Pic 9(8).
       01   QueueField      Pic X(10).
       01   ResolvedBy      Pic X(08).
       01   PendCtlSw       Pic X(01) Value "N".
           88  PendCtlFound     Value "Y".

      *    These limits must match the scenario edits in Lab2 -
      *    change them together.
       77   MaxBalance       Pic 9(10)V99 Value 9999999999.99.
       77   MaxAddInvAmt     Pic 9(9)V99 Value 99999999.99.
       77   MaxInflationRate Pic 9(3)V99 Value 025.00.
       77   MaxTaxRate       Pic 9(2)V99 Value 60.00.
       77   MaxPlanIncrease  Pic 9(2)V99 Value 25.00.
       77   DefaultInterval  Pic 9(03) Value 012.

      *    A pending request not approved or rejected within this
      *    many days expires.
       77   PendExpiryDays   Pic 9(03) Value 007.

       01   RunDate         Pic 9(8).
       01   RunTime         Pic 9(8).

       01   CommandsRead    Pic 9(7) Value 0.
       01   ListedCount     Pic 9(7) Value 0.
       01   AddedCount      Pic 9(7) Value 0.
       01   ChangedCount    Pic 9(7) Value 0.
       01   ClosedCount     Pic 9(7) Value 0.
       01   RejectedCount   Pic 9(7) Value 0.
       01   QueuedCount     Pic 9(7) Value 0.
       01   ApprovedCount   Pic 9(7) Value 0.
       01   DiscardedCount  Pic 9(7) Value 0.
       01   ExpiredCount    Pic 9(7) Value 0.
       01   CountStr        Pic Z(6)9.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   AuditOldValue   Pic 9(16)V99.
       01   AuditOldValueX Redefines AuditOldValue Pic X(18).
       01   AuditNewValue   Pic 9(16)V99.
           05  LDTaxClass          Pic X(01).
           05  Filler              Pic X(41) Value Spaces.

       01   PendColHdrLine.
           05  Filler              Pic X(11) Value " Pending".
           05  Filler              Pic X(08) Value "Action".
           05  Filler              Pic X(12) Value "Account".
           05  Filler              Pic X(10) Value "Field".
           05  Filler              Pic X(16) Value "          Before".
           05  Filler              Pic X(17) Value "            After".
           05  Filler              Pic X(12) Value "   Requested".
           05  Filler              Pic X(08) Value "By".
           05  Filler              Pic X(08) Value "Age Days".
           05  Filler              Pic X(30) Value Spaces.

       01   PendDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  PDPendId            Pic 9(8).
           05  Filler              Pic X(02) Value Spaces.
           05  PDAction            Pic X(06).
           05  Filler              Pic X(02) Value Spaces.
           05  PDAccountId         Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  PDFieldName         Pic X(10).
           05  PDOldValue          Pic Z,ZZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Spaces.
           05  PDNewValue          Pic Z,ZZZ,ZZZ,ZZ9.99.
           05  Filler              Pic X(03) Value Spaces.
           05  PDDate              Pic 9(8).
           05  Filler              Pic X(01) Value Spaces.
           05  PDMaker             Pic X(08).
           05  Filler              Pic X(03) Value Spaces.
           05  PDAgeDays           Pic ZZZ9.
           05  Filler              Pic X(31) Value Spaces.

       01   PendValueWork   Pic 9(16)V99.
       01   PendValueWorkX Redefines PendValueWork Pic X(18).

       01   MntMessageLine          Pic X(132).

       01   MntBlankLine            Pic X(132) Value Spaces.
           Perform 800-WriteTotals
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input CmdFile
           If Not CmdFileOk
               Display "Unable to open MNTCMDS, status = " CmdStatus
               Display "Unable to open AUDITLOG, status = " AudStatus
               Move 8 To HighestRc
           End-If
           Open I-O PendFile
           If Not PendFileOk
               Open Output PendFile
               Close PendFile
               Open I-O PendFile
           End-If
           If PendFileOk
               Set PendAvailable To True
           Else
               Display "Unable to open PENDCHG, status = " PendStatus
               Move 8 To HighestRc
           End-If
           Accept RunDate From Date YYYYMMDD
           Accept RunTime From Time
           Move RunDate To MH1RunDate
           Write MntRptLine From MntHeading1
           Write MntRptLine From MntBlankLine
           If PendAvailable And AudAvailable
               Perform 160-ExpirePending
           End-If.

      *    A request left pending past PendExpiryDays is dropped with
      *    an audit line - a stale request is keyed again, not
      *    approved weeks after the facts it was keyed against.
       160-ExpirePending.
           Move "ACCTMNT" To ResolvedBy
           Move "EXPIRE" To PendResolution
           Perform 285-StartPendingScan
           Perform 165-ExpireOneRequest
               Until PendEof
           If ExpiredCount > 0
               Move ExpiredCount To CountStr
               Move Spaces To MntMessageLine
               String "EXPIRED  " Delimited By Size
                   CountStr Delimited By Size
                   " PENDING REQUEST(S) OLDER THAN " Delimited By Size
                   PendExpiryDays Delimited By Size
                   " DAYS" Delimited By Size
                   Into MntMessageLine
               Write MntRptLine From MntMessageLine
               Write MntRptLine From MntBlankLine
               If HighestRc < 4
                   Move 4 To HighestRc
               End-If
           End-If.

       165-ExpireOneRequest.
           Compute PendAgeDays = Function Integer-Of-Date(RunDate)
               - Function Integer-Of-Date(PendDate)
           If PendAgeDays > PendExpiryDays
               Delete PendFile Record
                   Invalid Key
                       Move Spaces To MntMessageLine
                       String "EXPIRE   " Delimited By Size
                           PendId Delimited By Size
                           " - PENDCHG DELETE FAILED, STATUS "
                           Delimited By Size
                           PendStatus Delimited By Size
                           Into MntMessageLine
                       Write MntRptLine From MntMessageLine
                       Write MntRptLine From MntBlankLine
                       If HighestRc < 4
                           Move 4 To HighestRc
                       End-If
                   Not Invalid Key
                       Perform 775-WriteAuditResolve
                       Add 1 To ExpiredCount
               End-Delete
           End-If
           Perform 287-ReadNextPending.

       200-ProcessCommands.
           Perform 210-ReadCommand
           Read CmdFile
               At End
                   Set CmdFileEof To True
               Not At End
                   Add 1 To CommandsRead
           End-Read.

       220-ExecuteCommand.
           Perform 225-ParseCommand
           Evaluate CmdVerb
               When "LIST"
                   Perform 290-RequireMasterFile
                   If AcctAvailable And AudAvailable
                       Perform 600-CloseAccount
                   End-If
               When "OPERATOR"
                   Perform 250-SetOperator
               When "APPROVE"
                   Perform 290-RequireMasterFile
                   Perform 295-RequireAuditFile
                   Perform 297-RequirePendingFile
                   If AcctAvailable And AudAvailable And PendAvailable
                       Perform 260-ApproveRequest
                   End-If
               When "REJECT"
                   Perform 295-RequireAuditFile
                   Perform 297-RequirePendingFile
                   If AudAvailable And PendAvailable
                       Perform 270-RejectRequest
                   End-If
               When "PENDING"
                   Perform 297-RequirePendingFile
                   If PendAvailable
                       Perform 280-ListPending
                   End-If
               When Spaces
                   Continue
               When Other
                   End-If
           End-Evaluate.

       225-ParseCommand.
           Move Spaces To CmdVerb CmdOperand
           Move Spaces To CmdFieldName CmdFieldValue
           Unstring CmdRecordIn Delimited By All Spaces
               Into CmdVerb CmdOperand CmdFieldName CmdFieldValue
           End-Unstring.

      *    The operator is named once per run; a second OPERATOR
      *    command is refused, so one deck cannot both request and
      *    approve a change.
       250-SetOperator.
           Evaluate True
               When CmdOperand = Spaces
                   Move "OPERATOR ID MISSING" To RejectReason
                   Perform 710-WriteCommandReject
               When CmdOperand(9:) Not = Spaces
                   Move "OPERATOR ID LONGER THAN 8" To RejectReason
                   Perform 710-WriteCommandReject
               When Operator Not = Spaces
                   Move "OPERATOR ALREADY SET FOR THIS RUN"
                       To RejectReason
                   Perform 710-WriteCommandReject
               When Other
                   Move CmdOperand To Operator
                   Move Spaces To MntMessageLine
                   String "OPERATOR " Delimited By Size
                       Operator Delimited By Size
                       " - DONE" Delimited By Size
                       Into MntMessageLine
                   Write MntRptLine From MntMessageLine
                   Write MntRptLine From MntBlankLine
           End-Evaluate.

       255-ReadPendingRequest.
           Set ValidCmd To True
           Evaluate True
               When Operator = Spaces
                   Set InvalidCmd To True
                   Move "NO OPERATOR KEYED FOR THIS RUN"
                       To RejectReason
               When CmdOperand(1:8) Not Numeric
                       Or CmdOperand(9:) Not = Spaces
                       Or CmdOperand(1:8) = "00000000"
                   Set InvalidCmd To True
                   Move "PENDING ID NOT 8 DIGITS" To RejectReason
               When Other
                   Move CmdOperand(1:8) To PendId
                   Read PendFile
                       Invalid Key
                           Set InvalidCmd To True
                           Move "NOT ON PENDING FILE" To RejectReason
                   End-Read
           End-Evaluate
           If InvalidCmd
               Perform 710-WriteCommandReject
           End-If.

       260-ApproveRequest.
           Perform 255-ReadPendingRequest
           If ValidCmd
               If PendMaker = Operator
                   Move "APPROVER IS THE REQUESTING OPERATOR"
                       To RejectReason
                   Perform 710-WriteCommandReject
               Else
                   Perform 265-ApplyApprovedRequest
               End-If
           End-If.

      *    Approval replays the kept command image through the normal
      *    ADD, CHANGE, or CLOSE path, so every edit runs again
      *    against the master as it stands now.  The request leaves
      *    the pending file only when the replay is applied.
       265-ApplyApprovedRequest.
           Move Spaces To MntMessageLine
           String "APPROVE " Delimited By Size
               PendId Delimited By Size
               " - " Delimited By Size
               PendAction Delimited By Size
               " " Delimited By Size
               PendAccountId Delimited By Size
               " " Delimited By Size
               PendFieldName Delimited By Size
               " REQUESTED BY " Delimited By Size
               PendMaker Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Move PendCmdImage To CmdRecordIn
           Perform 225-ParseCommand
           Set ApprovingRequest To True
           Move "N" To AppliedSw
           Evaluate PendAction
               When "CHANGE"
                   Perform 500-ChangeAccount
               When "ADD"
                   Perform 400-AddAccount
               When "CLOSE"
                   Perform 600-CloseAccount
           End-Evaluate
           Move "N" To ApprovingSw
           If RequestApplied
               Move Operator To ResolvedBy
               Move "APPROVE" To PendResolution
               Perform 775-WriteAuditResolve
               Add 1 To ApprovedCount
               Delete PendFile Record
                   Invalid Key
                       Move "PENDCHG DELETE FAILED" To RejectReason
                       Perform 710-WriteCommandReject
               End-Delete
           End-If.

      *    Any operator may discard a request, the requester
      *    included - nothing reaches the master.
       270-RejectRequest.
           Perform 255-ReadPendingRequest
           If ValidCmd
               Move Operator To ResolvedBy
               Move "REJECT" To PendResolution
               Delete PendFile Record
                   Invalid Key
                       Move "PENDCHG DELETE FAILED" To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Perform 775-WriteAuditResolve
                       Add 1 To DiscardedCount
                       Move Spaces To MntMessageLine
                       String "REJECT " Delimited By Size
                           PendId Delimited By Size
                           " " Delimited By Size
                           PendAction Delimited By Size
                           " " Delimited By Size
                           PendAccountId Delimited By Size
                           " - DISCARDED" Delimited By Size
                           Into MntMessageLine
                       Write MntRptLine From MntMessageLine
                       Write MntRptLine From MntBlankLine
               End-Delete
           End-If.

       280-ListPending.
           Move 0 To ListedCount
           Write MntRptLine From PendColHdrLine
           Perform 285-StartPendingScan
           Perform 282-ListOnePending
               Until PendEof
           Move ListedCount To CountStr
           Move Spaces To MntMessageLine
           String "LISTED " Delimited By Size
               CountStr Delimited By Size
               " PENDING REQUEST(S)" Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Write MntRptLine From MntBlankLine.

       282-ListOnePending.
           Add 1 To ListedCount
           Move PendId To PDPendId
           Move PendAction To PDAction
           Move PendAccountId To PDAccountId
           Move PendFieldName To PDFieldName
           Move PendOldValue To PendValueWorkX
           Move PendValueWork To PDOldValue
           Move PendNewValue To PendValueWorkX
           Move PendValueWork To PDNewValue
           Move PendDate To PDDate
           Move PendMaker To PDMaker
           Compute PendAgeDays = Function Integer-Of-Date(RunDate)
               - Function Integer-Of-Date(PendDate)
           Move PendAgeDays To PDAgeDays
           Write MntRptLine From PendDetailLine
           Perform 287-ReadNextPending.

      *    Record 0 is the numbering control record, not a request.
       285-StartPendingScan.
           Move "N" To PendEofSw
           Move 1 To PendId
           Start PendFile Key Not Less PendId
               Invalid Key
                   Set PendEof To True
           End-Start
           If Not PendFileOk
               Set PendEof To True
           End-If
           If Not PendEof
               Perform 287-ReadNextPending
           End-If.

       287-ReadNextPending.
           Read PendFile Next
               At End
                   Set PendEof To True
           End-Read
           If Not PendFileOk
               Set PendEof To True
           End-If.

       290-RequireMasterFile.
           If Not AcctAvailable
               Move "ACCOUNT MASTER NOT AVAILABLE - COMMAND SKIPPED"
               Write MntRptLine From MntBlankLine
           End-If.

       297-RequirePendingFile.
           If Not PendAvailable
               Move "PENDING FILE NOT AVAILABLE - COMMAND SKIPPED"
                   To MntMessageLine
               Write MntRptLine From MntMessageLine
               Write MntRptLine From MntBlankLine
           End-If.

       300-ListAccounts.
           Move 0 To ListedCount
           Write MntRptLine From ListColHdrLine
                   Invalid Key
                       Perform 410-EditAddFields
                       If ValidCmd
                           If CmdAddBalance > 0
                                   And Not ApprovingRequest
                               Move "ADD" To QueueAction
                               Move "BALANCE" To QueueField
                               Move 0 To AuditOldValue
                               Move CmdAddBalance To AuditNewValue
                               Perform 760-QueueForApproval
                           Else
                               Perform 430-WriteNewMaster
                           End-If
                       End-If
                   Not Invalid Key
                       Move "ACCOUNT ALREADY ON MASTER" To RejectReason
           Move CmdAddTaxRate To AcctTaxRate
           Move CmdAddCurrency To AcctCurrency.

       430-WriteNewMaster.
           Perform 420-BuildNewMaster
           Write AcctRecord
               Invalid Key
                   Move "ACCTMST WRITE FAILED" To RejectReason
                   Perform 710-WriteCommandReject
               Not Invalid Key
                   Add 1 To AddedCount
                   Set RequestApplied To True
                   Perform 720-WriteAuditAdd
                   Perform 730-WriteCommandDone
           End-Write.

       500-ChangeAccount.
           If CmdOperand = Spaces
               Move "ACCOUNT ID MISSING" To RejectReason
                       Move AcctCurrency To AuditOldValueX
                       Move CmdFieldValue(1:3) To AcctCurrency
                       Move AcctCurrency To AuditNewValueX
                   When "PLANTYPE"
                       Move AcctPlanType To AuditOldValueX
                       If CmdFieldValue(1:1) Not = "A"
                               And CmdFieldValue(1:1) Not = "P"
                               And CmdFieldValue(1:1) Not = Space
                           Set InvalidCmd To True
                           Move "PLAN TYPE NOT A, P, OR BLANK"
                               To RejectReason
                       Else
                           Move CmdFieldValue(1:1) To AcctPlanType
                           Move AcctPlanType To AuditNewValueX
                       End-If
                   When "PLANAMT"
                       Move AcctPlanAmount To AuditOldValue
                       Move ValNum9V2 To AcctPlanAmount
                       Move AcctPlanAmount To AuditNewValue
                   When "PLANPCT"
                       Move AcctPlanPct To AuditOldValue
                       Move ValNum2V2 To AcctPlanPct
                       Move AcctPlanPct To AuditNewValue
                   When "PLANFREQ"
                       Move AcctPlanFreq To AuditOldValueX
                       If CmdFieldValue(1:1) Not = "M"
                               And CmdFieldValue(1:1) Not = "Q"
                               And CmdFieldValue(1:1) Not = "A"
                           Set InvalidCmd To True
                           Move "PLAN FREQUENCY NOT M, Q, OR A"
                               To RejectReason
                       Else
                           Move CmdFieldValue(1:1) To AcctPlanFreq
                           Move AcctPlanFreq To AuditNewValueX
                       End-If
                   When "PLANSTART"
                       Move AcctPlanStart To AuditOldValue
                       If ValNum4 > MaxNumMonths
                           Set InvalidCmd To True
                           Move "PLAN START MONTH OUT OF RANGE"
                               To RejectReason
                       Else
                           Move ValNum4 To AcctPlanStart
                           Move AcctPlanStart To AuditNewValue
                       End-If
                   When "PLANINCR"
                       Move AcctPlanIncrease To AuditOldValue
                       If ValNum2V2 > MaxPlanIncrease
                           Set InvalidCmd To True
                           Move "PLAN INCREASE OUT OF RANGE"
                               To RejectReason
                       Else
                           Move ValNum2V2 To AcctPlanIncrease
                           Move AcctPlanIncrease To AuditNewValue
                       End-If
                   When Other
                       Set InvalidCmd To True
                       Move "UNKNOWN FIELD NAME" To RejectReason
               End-Evaluate
           End-If
      *    An approved change applies only over the value it was
      *    keyed against - a posting run or another change since then
      *    means the request must be keyed again.
           If ValidCmd And ApprovingRequest
                   And AuditOldValueX Not = PendOldValue
               Set InvalidCmd To True
               Move "MASTER CHANGED SINCE REQUEST" To RejectReason
           End-If
           Evaluate True
               When InvalidCmd
                   Perform 710-WriteCommandReject
               When MoneyField And Not ApprovingRequest
                   Move "CHANGE" To QueueAction
                   Move CmdFieldName To QueueField
                   Perform 760-QueueForApproval
               When Other
                   Rewrite AcctRecord
                       Invalid Key
                           Move "ACCTMST REWRITE FAILED"
                               To RejectReason
                           Perform 710-WriteCommandReject
                       Not Invalid Key
                           Add 1 To ChangedCount
                           Set RequestApplied To True
                           Perform 740-WriteAuditChange
                           Perform 730-WriteCommandDone
                   End-Rewrite
           End-Evaluate.

      *    Alphanumeric fields (FREQ, PRODUCT, TAXCLASS, CURRENCY,
      *    PLANTYPE, PLANFREQ) take the keyed value as-is; every
      *    other field must be digits, no longer than the target
      *    field holds - a value past the field's digits would
      *    otherwise store with its high-order digits silently
      *    dropped, the very kind of mis-key this tool exists to
      *    correct.
       520-PrepareFieldValue.
           Move All "0" To ValWork
           If CmdFieldName = "FREQ" Or CmdFieldName = "PRODUCT"
                   Or CmdFieldName = "TAXCLASS"
                   Or CmdFieldName = "CURRENCY"
                   Or CmdFieldName = "PLANTYPE"
                   Or CmdFieldName = "PLANFREQ"
               Continue
           Else
               Evaluate CmdFieldName
                   When "YTDINT"
                   When "YTDTAX"
                   When "YTDWDRW"
                   When "PLANAMT"
                       Move 11 To ValMaxLen
                   When "LASTPOST"
                       Move 8 To ValMaxLen
                   When "PERIODS"
                   When "MONTHS"
                   When "TAXRATE"
                   When "PLANPCT"
                   When "PLANSTART"
                   When "PLANINCR"
                       Move 4 To ValMaxLen
                   When "INTERVAL"
                       Move 3 To ValMaxLen
                       Move "ACCOUNT NOT ON MASTER" To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Move AcctCurrBalance To AuditOldValue
                       Move 0 To AuditNewValue
                       Evaluate True
                           When Not ApprovingRequest
                               Move "CLOSE" To QueueAction
                               Move "BALANCE" To QueueField
                               Perform 760-QueueForApproval
                           When AuditOldValueX Not = PendOldValue
                               Move "MASTER CHANGED SINCE REQUEST"
                                   To RejectReason
                               Perform 710-WriteCommandReject
                           When Other
                               Perform 610-DeleteMaster
                       End-Evaluate
               End-Read
           End-If.

       610-DeleteMaster.
           Perform 750-WriteAuditClose
           Delete AcctFile Record
               Invalid Key
                   Move "ACCTMST DELETE FAILED" To RejectReason
                   Perform 710-WriteCommandReject
               Not Invalid Key
                   Add 1 To ClosedCount
                   Set RequestApplied To True
                   Perform 730-WriteCommandDone
           End-Delete.

       710-WriteCommandReject.
           Add 1 To RejectedCount
           Move Spaces To MntMessageLine
               Into AuditLine
           Write AuditLine.

      *    Holds an edited request for a second operator.  The
      *    caller has set the action, the field, and the before and
      *    after values; the master record is left untouched.
       760-QueueForApproval.
           Evaluate True
               When Operator = Spaces
                   Move "NO OPERATOR KEYED FOR THIS RUN"
                       To RejectReason
                   Perform 710-WriteCommandReject
               When Not PendAvailable
                   Move "PENDING FILE NOT AVAILABLE" To RejectReason
                   Perform 710-WriteCommandReject
               When Other
                   Perform 765-WritePendingRecord
           End-Evaluate.

       765-WritePendingRecord.
           Move 0 To PendId
           Move "Y" To PendCtlSw
           Read PendFile
               Invalid Key
                   Move "N" To PendCtlSw
                   Move Spaces To PendControl
                   Move 0 To PendCtlId
                   Move 0 To PendCtlLastId
           End-Read
           Add 1 To PendCtlLastId
           Move PendCtlLastId To PendNextId
           If PendCtlFound
               Rewrite PendControl
                   Invalid Key
                       Move "PENDCHG CONTROL UPDATE FAILED"
                           To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Perform 766-WritePendRequest
               End-Rewrite
           Else
               Write PendControl
                   Invalid Key
                       Move "PENDCHG CONTROL UPDATE FAILED"
                           To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Perform 766-WritePendRequest
               End-Write
           End-If.

      *    The request is written only once the numbering control
      *    has moved on, so no two requests share a number.
       766-WritePendRequest.
           Move Spaces To PendRecord
           Move PendNextId To PendId
           Move QueueAction To PendAction
           Move AcctAccountId To PendAccountId
           Move QueueField To PendFieldName
           Move AuditOldValueX To PendOldValue
           Move AuditNewValueX To PendNewValue
           Move Operator To PendMaker
           Move RunDate To PendDate
           Move RunTime To PendTime
           Move CmdRecordIn To PendCmdImage
           Write PendRecord
               Invalid Key
                   Move "PENDCHG WRITE FAILED" To RejectReason
                   Perform 710-WriteCommandReject
               Not Invalid Key
                   Add 1 To QueuedCount
                   Perform 770-WriteAuditRequest
                   Move Spaces To MntMessageLine
                   String CmdVerb Delimited By Size
                       " " Delimited By Size
                       AcctAccountId Delimited By Size
                       " - HELD FOR APPROVAL AS " Delimited By Size
                       PendId Delimited By Size
                       Into MntMessageLine
                   Write MntRptLine From MntMessageLine
                   Write MntRptLine From MntBlankLine
           End-Write.

       770-WriteAuditRequest.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " ACCTMNT REQUEST " Delimited By Size
               PendId Delimited By Size
               " " Delimited By Size
               PendAction Delimited By Size
               " " Delimited By Size
               PendAccountId Delimited By Size
               " " Delimited By Size
               PendFieldName Delimited By Size
               " BY " Delimited By Size
               PendMaker Delimited By Size
               Into AuditLine
           Write AuditLine.

       775-WriteAuditResolve.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " ACCTMNT " Delimited By Size
               PendResolution Delimited By Size
               PendId Delimited By Size
               " " Delimited By Size
               PendAction Delimited By Size
               " " Delimited By Size
               PendAccountId Delimited By Size
               " " Delimited By Size
               PendFieldName Delimited By Size
               " BY " Delimited By Size
               ResolvedBy Delimited By Size
               " FOR " Delimited By Size
               PendMaker Delimited By Size
               Into AuditLine
           Write AuditLine.

       730-WriteCommandDone.
           Move Spaces To MntMessageLine
           String CmdVerb Delimited By Size
               " ACCOUNT(S)" Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Move QueuedCount To CountStr
           Move Spaces To MntMessageLine
           String "HELD     " Delimited By Size
               CountStr Delimited By Size
               " REQUEST(S) FOR APPROVAL" Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Move ApprovedCount To CountStr
           Move Spaces To MntMessageLine
           String "APPROVED " Delimited By Size
               CountStr Delimited By Size
               " REQUEST(S)" Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Move DiscardedCount To CountStr
           Move Spaces To MntMessageLine
           String "DISCARDED" Delimited By Size
               CountStr Delimited By Size
               " REQUEST(S)" Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Move ExpiredCount To CountStr
           Move Spaces To MntMessageLine
           String "EXPIRED  " Delimited By Size
               CountStr Delimited By Size
               " REQUEST(S)" Delimited By Size
               Into MntMessageLine
           Write MntRptLine From MntMessageLine
           Move RejectedCount To CountStr
           Move Spaces To MntMessageLine
           String "REJECTED " Delimited By Size
           End-If
           If AudAvailable
               Close AuditFile
           End-If
           If PendAvailable
               Close PendFile
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
               Move "ACCTMNT" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "MAINT" To RlRunMode
               Move 0 To RlCycleDate
               Move CommandsRead To RlInCount
      *        An approved request is counted as the add, change,
      *        or close it applied.
               Compute RlOutCount = AddedCount + ChangedCount
                                  + ClosedCount
               Move RejectedCount To RlRejCount
               Move Spaces To RlCtlLabel1 RlCtlLabel2
               Move 0 To RlCtlTotal1 RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
