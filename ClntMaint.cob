      *      James Olsen
      *      Maintenance utility for the investment system's client
      *      master (CLNTMST) - the one place a client's name, mailing
      *      address, taxpayer id, date of birth, delivery preference,
      *      and household are held.  Client statements (Lab2) and the
      *      year-end tax extract (TaxExtr) take the name and address
      *      from here, through the client id each account carries on
      *      ACCTMST.  Driven by a command file (CLNTCMDS) in the
      *      style of AcctMaint; every ADD, CHANGE, CLOSE, and LINK
      *      writes a before/after image to AUDITLOG.
      *
      *      Commands, one per record, starting in column 1:
      *          LIST   [client-id]   report one client, or every
      *                               client when no id is given
      *          ADD    client-id name
      *                               add a client; the rest of the
      *                               record is the name, and the
      *                               address follows by CHANGE
      *          CHANGE client-id field value
      *                               change one client field; the
      *                               value is the rest of the record
      *                               and may contain spaces
      *          CLOSE  client-id     delete the client (DELETE is a
      *                               synonym); refused while any
      *                               account still links to it
      *          LINK   account-id client-id
      *                               link an account on ACCTMST to
      *                               a client on file
      *          EXCEPTIONS           list every account with no
      *                               client link or a link to a
      *                               client not on file, and every
      *                               client with an incomplete
      *                               address or no taxpayer id - run
      *                               ahead of statements and the
      *                               tax extract
      *
      *      Field names for CHANGE:
      *          NAME ADDR1 ADDR2 ADDR3 CITY REGION POSTCODE COUNTRY
      *          TAXID BIRTHDATE DELIVERY EMAIL HOUSEHOLD
      *
      *      A complete address is a name, first address line, city,
      *      and postal code.  BIRTHDATE is yyyymmdd and not after the
      *      run date; DELIVERY is P (post), E (email - an EMAIL must
      *      be on file), or H (hold mail).  A value longer than its
      *      field is rejected rather than cut short.
      *
      *      Return codes:  4 = commands rejected or exceptions
      *      listed, 8 = CLNTMST or AUDITLOG would not open (update
      *      commands skipped), 16 = a file would not open.
      *
      *      Modification History
      *      2026-10-15  JO  Initial version.
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  Client record filler corrected so the
      *                      record is the 320 bytes CLNTMST is
      *                      defined with.
      *
       Identification Division.
       Program-ID.  ClntMnt.
       Author.  James Olsen.
       Date-Written.  2026-10-15.
       Date-Compiled.  2026-10-15.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select CmdFile Assign To "CLNTCMDS"
               Organization Is Line Sequential
               File Status Is CmdStatus.
           Select ClntRptFile Assign To "CLNTRPT"
               Organization Is Sequential
               File Status Is ClntRptStatus.
           Select ClntFile Assign To "CLNTMST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is ClntClientId
               File Status Is ClntStatus.
           Select AcctFile Assign To "ACCTMST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AcctAccountId
               File Status Is AcctStatus.
           Select AuditFile Assign To "AUDITLOG"
               Organization Is Line Sequential
               File Status Is AudStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
       FD  CmdFile.
       01  CmdRecordIn                 Pic X(80).

       FD  ClntRptFile.
       01  ClntRptLine                 Pic X(132).

      *    This record must match the client master read by Lab2 and
      *    TaxExtr - change them together.
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
       01   CmdStatus       Pic XX.
           88  CmdFileOk        Value "00".
           88  CmdFileEof       Value "10".

       01   ClntRptStatus   Pic XX.
           88  ClntRptFileOk    Value "00".

       01   ClntStatus      Pic XX.
           88  ClntFileOk       Value "00".

       01   AcctStatus      Pic XX.
           88  AcctFileOk       Value "00".

       01   AudStatus       Pic XX.
           88  AudFileOk        Value "00".

       01   ClntEofSw       Pic X(01) Value "N".
           88  ClntEof          Value "Y".

       01   AcctEofSw       Pic X(01) Value "N".
           88  AcctEof          Value "Y".

       01   ClntOpenSw      Pic X(01) Value "N".
           88  ClntAvailable    Value "Y".

       01   AcctOpenSw      Pic X(01) Value "N".
           88  AcctAvailable    Value "Y".

       01   AudOpenSw       Pic X(01) Value "N".
           88  AudAvailable     Value "Y".

       01   CmdVerb         Pic X(10).
       01   CmdOperand      Pic X(20).
       01   CmdFieldName    Pic X(10).
       01   CmdFieldValue   Pic X(60).
       01   CmdPtr          Pic 9(3) Comp.

       01   ValLen          Pic 9(2) Comp.
       01   ValMaxLen       Pic 9(2) Comp.

       01   BirthWork       Pic X(08).
       01   Filler Redefines BirthWork.
           05  BirthYear       Pic 9(4).
           05  BirthMonth      Pic 9(2).
           05  BirthDay        Pic 9(2).
       01   BirthDateNum Redefines BirthWork Pic 9(8).

       01   ValidCmdSw      Pic X(01) Value "Y".
           88  ValidCmd         Value "Y".
           88  InvalidCmd       Value "N".

       01   LinkedSw        Pic X(01) Value "N".
           88  ClientLinked     Value "Y".

       01   RejectReason    Pic X(50).
       01   ExceptReason    Pic X(30).

       01   RunDate         Pic 9(8).
       01   RunTime         Pic 9(8).

       01   CommandsRead    Pic 9(7) Value 0.
       01   ListedCount     Pic 9(7) Value 0.
       01   AddedCount      Pic 9(7) Value 0.
       01   ChangedCount    Pic 9(7) Value 0.
       01   ClosedCount     Pic 9(7) Value 0.
       01   LinkedCount     Pic 9(7) Value 0.
       01   ExceptionCount  Pic 9(7) Value 0.
       01   RejectedCount   Pic 9(7) Value 0.
       01   CountStr        Pic Z(6)9.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   AuditOldValue   Pic X(40).
       01   AuditNewValue   Pic X(40).
       01   LinkOldClient   Pic X(10).

       01   ClntHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(34)
               Value "CLIENT MASTER MAINTENANCE         ".
           05  CH1RunDate          Pic 9(8).
           05  Filler              Pic X(89) Value Spaces.

       01   ListColHdrLine.
           05  Filler              Pic X(12) Value "Client".
           05  Filler              Pic X(41) Value "Name".
           05  Filler              Pic X(31) Value "City".
           05  Filler              Pic X(11) Value "Postcode".
           05  Filler              Pic X(05) Value "Dlv".
           05  Filler              Pic X(07) Value "Tax Id".
           05  Filler              Pic X(10) Value "Household".
           05  Filler              Pic X(15) Value Spaces.

       01   ListDetailLine.
           05  Filler              Pic X(01) Value Spaces.
           05  LDClientId          Pic X(10).
           05  Filler              Pic X(01) Value Spaces.
           05  LDName              Pic X(40).
           05  Filler              Pic X(01) Value Spaces.
           05  LDCity              Pic X(30).
           05  Filler              Pic X(01) Value Spaces.
           05  LDPostCode          Pic X(10).
           05  Filler              Pic X(02) Value Spaces.
           05  LDDelivery          Pic X(01).
           05  Filler              Pic X(03) Value Spaces.
           05  LDTaxIdOnFile       Pic X(03).
           05  Filler              Pic X(03) Value Spaces.
           05  LDHouseholdId       Pic X(10).
           05  Filler              Pic X(16) Value Spaces.

       01   ClntMessageLine         Pic X(132).

       01   ClntBlankLine           Pic X(132) Value Spaces.

       Procedure Division.
       000-Main.
           Perform 100-Initialize
           Perform 200-ProcessCommands
           Perform 800-WriteTotals
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input CmdFile
           If Not CmdFileOk
               Display "Unable to open CLNTCMDS, status = " CmdStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Output ClntRptFile
           If Not ClntRptFileOk
               Display "Unable to open CLNTRPT, status = "
                   ClntRptStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open I-O ClntFile
           If ClntFileOk
               Set ClntAvailable To True
           Else
               Display "Unable to open CLNTMST, status = " ClntStatus
               Move 8 To HighestRc
           End-If
      *    The account master is needed only to link accounts, to
      *    guard a CLOSE, and for the exceptions listing.
           Open I-O AcctFile
           If AcctFileOk
               Set AcctAvailable To True
           Else
               Display "Unable to open ACCTMST, status = " AcctStatus
           End-If
      *    Every maintenance action must leave an audit trail; a run
      *    that cannot reach the audit log must not touch the master.
           Open Extend AuditFile
           If Not AudFileOk
               Open Output AuditFile
           End-If
           If AudFileOk
               Set AudAvailable To True
           Else
               Display "Unable to open AUDITLOG, status = " AudStatus
               Move 8 To HighestRc
           End-If
           Accept RunDate From Date YYYYMMDD
           Accept RunTime From Time
           Move RunDate To CH1RunDate
           Write ClntRptLine From ClntHeading1
           Write ClntRptLine From ClntBlankLine.

       200-ProcessCommands.
           Perform 210-ReadCommand
           Perform 220-ExecuteCommand
               Until CmdFileEof.

       210-ReadCommand.
           Read CmdFile
               At End
                   Set CmdFileEof To True
               Not At End
                   Add 1 To CommandsRead
           End-Read.

      *    The verb and operand are space-delimited words; for CHANGE
      *    the field name is the next word and the value is the rest
      *    of the record, so names and address lines keep their
      *    embedded spaces.
       220-ExecuteCommand.
           Move Spaces To CmdVerb CmdOperand
           Move Spaces To CmdFieldName CmdFieldValue
           Move 1 To CmdPtr
           Unstring CmdRecordIn Delimited By All Spaces
               Into CmdVerb CmdOperand
               With Pointer CmdPtr
           End-Unstring
           If CmdVerb = "CHANGE" Or CmdVerb = "LINK"
               Unstring CmdRecordIn Delimited By All Spaces
                   Into CmdFieldName
                   With Pointer CmdPtr
               End-Unstring
           End-If
           If CmdPtr Not > 80
               Move CmdRecordIn(CmdPtr:) To CmdFieldValue
           End-If
           Evaluate CmdVerb
               When "LIST"
                   Perform 290-RequireClientFile
                   If ClntAvailable
                       Perform 300-ListClients
                   End-If
               When "ADD"
                   Perform 290-RequireClientFile
                   Perform 295-RequireAuditFile
                   If ClntAvailable And AudAvailable
                       Perform 400-AddClient
                   End-If
               When "CHANGE"
                   Perform 290-RequireClientFile
                   Perform 295-RequireAuditFile
                   If ClntAvailable And AudAvailable
                       Perform 500-ChangeClient
                   End-If
               When "CLOSE"
               When "DELETE"
                   Perform 290-RequireClientFile
                   Perform 295-RequireAuditFile
                   Perform 297-RequireAccountFile
                   If ClntAvailable And AudAvailable And AcctAvailable
                       Perform 600-CloseClient
                   End-If
               When "LINK"
                   Perform 290-RequireClientFile
                   Perform 295-RequireAuditFile
                   Perform 297-RequireAccountFile
                   If ClntAvailable And AudAvailable And AcctAvailable
                       Perform 650-LinkAccount
                   End-If
               When "EXCEPTIONS"
                   Perform 290-RequireClientFile
                   Perform 297-RequireAccountFile
                   If ClntAvailable And AcctAvailable
                       Perform 680-ListExceptions
                   End-If
               When Spaces
                   Continue
               When Other
                   Move Spaces To ClntMessageLine
                   String "UNKNOWN COMMAND: " Delimited By Size
                       CmdVerb Delimited By Size
                       Into ClntMessageLine
                   Write ClntRptLine From ClntMessageLine
                   Add 1 To RejectedCount
                   If HighestRc < 4
                       Move 4 To HighestRc
                   End-If
           End-Evaluate
           Perform 210-ReadCommand.

       290-RequireClientFile.
           If Not ClntAvailable
               Move "CLIENT MASTER NOT AVAILABLE - COMMAND SKIPPED"
                   To ClntMessageLine
               Write ClntRptLine From ClntMessageLine
               Write ClntRptLine From ClntBlankLine
           End-If.

       295-RequireAuditFile.
           If Not AudAvailable
               Move "AUDIT LOG NOT AVAILABLE - COMMAND SKIPPED"
                   To ClntMessageLine
               Write ClntRptLine From ClntMessageLine
               Write ClntRptLine From ClntBlankLine
           End-If.

       297-RequireAccountFile.
           If Not AcctAvailable
               Move "ACCOUNT MASTER NOT AVAILABLE - COMMAND SKIPPED"
                   To ClntMessageLine
               Write ClntRptLine From ClntMessageLine
               Write ClntRptLine From ClntBlankLine
               If HighestRc < 8
                   Move 8 To HighestRc
               End-If
           End-If.

       300-ListClients.
           Move 0 To ListedCount
           Write ClntRptLine From ListColHdrLine
           If CmdOperand = Spaces
               Perform 310-StartClientScan
               Perform 315-ListNextClient
                   Until ClntEof
           Else
               Move CmdOperand To ClntClientId
               Read ClntFile
                   Invalid Key
                       Move Spaces To ClntMessageLine
                       String "LIST " Delimited By Size
                           CmdOperand Delimited By Size
                           " - NOT ON CLIENT MASTER" Delimited By Size
                           Into ClntMessageLine
                       Write ClntRptLine From ClntMessageLine
                       If HighestRc < 4
                           Move 4 To HighestRc
                       End-If
                   Not Invalid Key
                       Perform 330-WriteListLine
               End-Read
           End-If
           Move ListedCount To CountStr
           Move Spaces To ClntMessageLine
           String "LISTED " Delimited By Size
               CountStr Delimited By Size
               " CLIENT RECORD(S)" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Write ClntRptLine From ClntBlankLine.

       310-StartClientScan.
           Move "N" To ClntEofSw
           Move Low-Values To ClntClientId
           Start ClntFile Key Not Less ClntClientId
               Invalid Key
                   Set ClntEof To True
           End-Start
           If Not ClntFileOk
               Set ClntEof To True
           End-If
           If Not ClntEof
               Perform 320-ReadNextClient
           End-If.

       315-ListNextClient.
           Perform 330-WriteListLine
           Perform 320-ReadNextClient.

       320-ReadNextClient.
           Read ClntFile Next
               At End
                   Set ClntEof To True
           End-Read
           If Not ClntFileOk
               Set ClntEof To True
           End-If.

       330-WriteListLine.
           Add 1 To ListedCount
           Move ClntClientId To LDClientId
           Move ClntName To LDName
           Move ClntCity To LDCity
           Move ClntPostCode To LDPostCode
           Move ClntDelivery To LDDelivery
           If ClntTaxpayerId = Spaces
               Move "NO" To LDTaxIdOnFile
           Else
               Move "YES" To LDTaxIdOnFile
           End-If
           Move ClntHouseholdId To LDHouseholdId
           Write ClntRptLine From ListDetailLine.

      *    ADD creates the client with its name; the address and the
      *    rest follow by CHANGE, and the exceptions listing shows
      *    the client until its address is complete.
       400-AddClient.
           If CmdOperand = Spaces
               Move "CLIENT ID MISSING" To RejectReason
               Perform 710-WriteCommandReject
           Else
               If CmdOperand(11:) Not = Spaces
                   Move "CLIENT ID LONGER THAN 10" To RejectReason
                   Perform 710-WriteCommandReject
               Else
                   If CmdFieldValue = Spaces
                       Move "CLIENT NAME MISSING" To RejectReason
                       Perform 710-WriteCommandReject
                   Else
                       Perform 410-WriteNewClient
                   End-If
               End-If
           End-If.

       410-WriteNewClient.
           Move CmdOperand To ClntClientId
           Read ClntFile
               Invalid Key
                   If CmdFieldValue(41:) Not = Spaces
                       Move "CLIENT NAME LONGER THAN 40"
                           To RejectReason
                       Perform 710-WriteCommandReject
                   Else
                       Perform 420-BuildNewClient
                       Write ClntRecord
                           Invalid Key
                               Move "CLNTMST WRITE FAILED"
                                   To RejectReason
                               Perform 710-WriteCommandReject
                           Not Invalid Key
                               Add 1 To AddedCount
                               Perform 720-WriteAuditAdd
                               Perform 730-WriteCommandDone
                       End-Write
                   End-If
               Not Invalid Key
                   Move "CLIENT ALREADY ON MASTER" To RejectReason
                   Perform 710-WriteCommandReject
           End-Read.

       420-BuildNewClient.
           Move Spaces To ClntRecord
           Move CmdOperand To ClntClientId
           Move CmdFieldValue To ClntName
           Move 0 To ClntBirthDate
           Move "P" To ClntDelivery
           Move RunDate To ClntLastMaint.

       500-ChangeClient.
           If CmdOperand = Spaces
               Move "CLIENT ID MISSING" To RejectReason
               Perform 710-WriteCommandReject
           Else
               Move CmdOperand To ClntClientId
               Read ClntFile
                   Invalid Key
                       Move "CLIENT NOT ON MASTER" To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Perform 510-ApplyFieldChange
               End-Read
           End-If.

      *    Text fields take the value as keyed; a value longer than
      *    the field is rejected, the way AcctMaint rejects a number
      *    past its field's digits.  The before and after values of
      *    the one field changed go to the audit log.
       510-ApplyFieldChange.
           Set ValidCmd To True
           Perform 520-CheckValueLength
           If ValidCmd
               Evaluate CmdFieldName
                   When "NAME"
                       Move ClntName To AuditOldValue
                       If CmdFieldValue = Spaces
                           Set InvalidCmd To True
                           Move "CLIENT NAME MISSING" To RejectReason
                       Else
                           Move CmdFieldValue To ClntName
                       End-If
                       Move ClntName To AuditNewValue
                   When "ADDR1"
                       Move ClntAddrLine1 To AuditOldValue
                       Move CmdFieldValue To ClntAddrLine1
                       Move ClntAddrLine1 To AuditNewValue
                   When "ADDR2"
                       Move ClntAddrLine2 To AuditOldValue
                       Move CmdFieldValue To ClntAddrLine2
                       Move ClntAddrLine2 To AuditNewValue
                   When "ADDR3"
                       Move ClntAddrLine3 To AuditOldValue
                       Move CmdFieldValue To ClntAddrLine3
                       Move ClntAddrLine3 To AuditNewValue
                   When "CITY"
                       Move ClntCity To AuditOldValue
                       Move CmdFieldValue To ClntCity
                       Move ClntCity To AuditNewValue
                   When "REGION"
                       Move ClntRegion To AuditOldValue
                       Move CmdFieldValue To ClntRegion
                       Move ClntRegion To AuditNewValue
                   When "POSTCODE"
                       Move ClntPostCode To AuditOldValue
                       Move CmdFieldValue To ClntPostCode
                       Move ClntPostCode To AuditNewValue
                   When "COUNTRY"
                       Move ClntCountry To AuditOldValue
                       Move CmdFieldValue To ClntCountry
                       Move ClntCountry To AuditNewValue
                   When "TAXID"
                       Move ClntTaxpayerId To AuditOldValue
                       Move CmdFieldValue To ClntTaxpayerId
                       Move ClntTaxpayerId To AuditNewValue
                   When "BIRTHDATE"
                       Move ClntBirthDate To AuditOldValue
                       Perform 530-EditBirthDate
                       If ValidCmd
                           Move BirthDateNum To ClntBirthDate
                           Move ClntBirthDate To AuditNewValue
                       End-If
                   When "DELIVERY"
                       Move ClntDelivery To AuditOldValue
                       Evaluate True
                           When CmdFieldValue(1:1) Not = "P"
                                   And CmdFieldValue(1:1) Not = "E"
                                   And CmdFieldValue(1:1) Not = "H"
                               Set InvalidCmd To True
                               Move "DELIVERY NOT P, E, OR H"
                                   To RejectReason
                           When CmdFieldValue(1:1) = "E"
                                   And ClntEmail = Spaces
                               Set InvalidCmd To True
                               Move "EMAIL ADDRESS REQUIRED FOR E"
                                   To RejectReason
                           When Other
                               Move CmdFieldValue(1:1) To ClntDelivery
                               Move ClntDelivery To AuditNewValue
                       End-Evaluate
                   When "EMAIL"
                       Move ClntEmail To AuditOldValue
                       If CmdFieldValue = Spaces And ClntByEmail
                           Set InvalidCmd To True
                           Move "CLIENT TAKES EMAIL DELIVERY"
                               To RejectReason
                       Else
                           Move CmdFieldValue To ClntEmail
                           Move ClntEmail To AuditNewValue
                       End-If
                   When "HOUSEHOLD"
                       Move ClntHouseholdId To AuditOldValue
                       Move CmdFieldValue To ClntHouseholdId
                       Move ClntHouseholdId To AuditNewValue
                   When Other
                       Set InvalidCmd To True
                       Move "UNKNOWN FIELD NAME" To RejectReason
               End-Evaluate
           End-If
           If ValidCmd
               Move RunDate To ClntLastMaint
               Rewrite ClntRecord
                   Invalid Key
                       Move "CLNTMST REWRITE FAILED" To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Add 1 To ChangedCount
                       Perform 740-WriteAuditChange
                       Perform 730-WriteCommandDone
               End-Rewrite
           Else
               Perform 710-WriteCommandReject
           End-If.

       520-CheckValueLength.
           Evaluate CmdFieldName
               When "NAME"
               When "ADDR1"
               When "ADDR2"
               When "ADDR3"
               When "EMAIL"
                   Move 40 To ValMaxLen
               When "CITY"
                   Move 30 To ValMaxLen
               When "TAXID"
                   Move 11 To ValMaxLen
               When "REGION"
               When "POSTCODE"
               When "HOUSEHOLD"
                   Move 10 To ValMaxLen
               When "BIRTHDATE"
                   Move 8 To ValMaxLen
               When "COUNTRY"
                   Move 3 To ValMaxLen
               When Other
                   Move 60 To ValMaxLen
           End-Evaluate
           Move 0 To ValLen
           Inspect Function Reverse(CmdFieldValue)
               Tallying ValLen For Leading Spaces
           Compute ValLen = 60 - ValLen
           If ValLen > ValMaxLen
               Set InvalidCmd To True
               Move "FIELD VALUE LONGER THAN FIELD" To RejectReason
           End-If.

       530-EditBirthDate.
           Move CmdFieldValue(1:8) To BirthWork
           If BirthWork Not Numeric
               Set InvalidCmd To True
               Move "BIRTH DATE NOT YYYYMMDD" To RejectReason
           Else
               If BirthMonth < 1 Or BirthMonth > 12
                       Or BirthDay < 1 Or BirthDay > 31
                       Or BirthYear < 1900
                   Set InvalidCmd To True
                   Move "BIRTH DATE NOT A VALID DATE" To RejectReason
               Else
                   If BirthDateNum > RunDate
                       Set InvalidCmd To True
                       Move "BIRTH DATE AFTER RUN DATE"
                           To RejectReason
                   End-If
               End-If
           End-If.

      *    A client still linked from an account cannot be closed -
      *    the account's statements and tax forms would lose their
      *    address.  Relink or close the accounts first.
       600-CloseClient.
           If CmdOperand = Spaces
               Move "CLIENT ID MISSING" To RejectReason
               Perform 710-WriteCommandReject
           Else
               Move CmdOperand To ClntClientId
               Read ClntFile
                   Invalid Key
                       Move "CLIENT NOT ON MASTER" To RejectReason
                       Perform 710-WriteCommandReject
                   Not Invalid Key
                       Perform 610-CheckLinkedAccounts
                       If ClientLinked
                           Move "ACCOUNTS STILL LINKED TO CLIENT"
                               To RejectReason
                           Perform 710-WriteCommandReject
                       Else
                           Perform 620-DeleteClient
                       End-If
               End-Read
           End-If.

       610-CheckLinkedAccounts.
           Move "N" To LinkedSw
           Perform 690-StartAccountScan
           Perform 615-CheckOneLink
               Until AcctEof Or ClientLinked.

       615-CheckOneLink.
           If AcctClientId = ClntClientId
               Set ClientLinked To True
           Else
               Perform 695-ReadNextAccount
           End-If.

       620-DeleteClient.
           Perform 750-WriteAuditClose
           Delete ClntFile Record
               Invalid Key
                   Move "CLNTMST DELETE FAILED" To RejectReason
                   Perform 710-WriteCommandReject
               Not Invalid Key
                   Add 1 To ClosedCount
                   Perform 730-WriteCommandDone
           End-Delete.

      *    LINK account-id client-id: the client must be on file.
      *    The account's previous link, if any, goes to the audit
      *    log with the new one.
       650-LinkAccount.
           Evaluate True
               When CmdOperand = Spaces
                   Move "ACCOUNT ID MISSING" To RejectReason
                   Perform 710-WriteCommandReject
               When CmdFieldName = Spaces
                   Move "CLIENT ID MISSING" To RejectReason
                   Perform 710-WriteCommandReject
               When Other
                   Move CmdFieldName To ClntClientId
                   Read ClntFile
                       Invalid Key
                           Move "CLIENT NOT ON MASTER" To RejectReason
                           Perform 710-WriteCommandReject
                       Not Invalid Key
                           Perform 660-RewriteAccountLink
                   End-Read
           End-Evaluate.

       660-RewriteAccountLink.
           Move CmdOperand To AcctAccountId
           Read AcctFile
               Invalid Key
                   Move "ACCOUNT NOT ON MASTER" To RejectReason
                   Perform 710-WriteCommandReject
               Not Invalid Key
                   Move AcctClientId To LinkOldClient
                   Move ClntClientId To AcctClientId
                   Rewrite AcctRecord
                       Invalid Key
                           Move "ACCTMST REWRITE FAILED"
                               To RejectReason
                           Perform 710-WriteCommandReject
                       Not Invalid Key
                           Add 1 To LinkedCount
                           Perform 760-WriteAuditLink
                           Perform 730-WriteCommandDone
                   End-Rewrite
           End-Read.

      *    The pre-mailing check: every account must link to a client
      *    on file, and every client needs a complete address and a
      *    taxpayer id.  These rules must match Lab2 and TaxExtr -
      *    change them together.
       680-ListExceptions.
           Move "EXCEPTIONS - ACCOUNTS" To ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Perform 690-StartAccountScan
           Perform 682-CheckOneAccount
               Until AcctEof
           Write ClntRptLine From ClntBlankLine
           Move "EXCEPTIONS - CLIENTS" To ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Perform 310-StartClientScan
           Perform 684-CheckOneClient
               Until ClntEof
           Write ClntRptLine From ClntBlankLine
           If ExceptionCount > 0 And HighestRc < 4
               Move 4 To HighestRc
           End-If.

       682-CheckOneAccount.
           Move Spaces To ExceptReason
           If AcctClientId = Spaces
               Move "NO CLIENT LINK" To ExceptReason
           Else
               Move AcctClientId To ClntClientId
               Read ClntFile
                   Invalid Key
                       Move "CLIENT NOT ON FILE" To ExceptReason
               End-Read
           End-If
           If ExceptReason Not = Spaces
               Move Spaces To ClntMessageLine
               String "  ACCOUNT " Delimited By Size
                   AcctAccountId Delimited By Size
                   " CLIENT " Delimited By Size
                   AcctClientId Delimited By Size
                   "  " Delimited By Size
                   ExceptReason Delimited By Size
                   Into ClntMessageLine
               Perform 686-WriteException
           End-If
           Perform 695-ReadNextAccount.

       684-CheckOneClient.
           Move Spaces To ExceptReason
           Evaluate True
               When ClntName = Spaces
                       Or ClntAddrLine1 = Spaces
                       Or ClntCity = Spaces
                       Or ClntPostCode = Spaces
                   Move "ADDRESS INCOMPLETE" To ExceptReason
               When ClntTaxpayerId = Spaces
                   Move "NO TAXPAYER ID" To ExceptReason
               When Other
                   Continue
           End-Evaluate
           If ExceptReason Not = Spaces
               Move Spaces To ClntMessageLine
               String "  CLIENT  " Delimited By Size
                   ClntClientId Delimited By Size
                   " " Delimited By Size
                   ClntName Delimited By Size
                   "  " Delimited By Size
                   ExceptReason Delimited By Size
                   Into ClntMessageLine
               Perform 686-WriteException
           End-If
           Perform 320-ReadNextClient.

       686-WriteException.
           Add 1 To ExceptionCount
           Write ClntRptLine From ClntMessageLine.

       690-StartAccountScan.
           Move "N" To AcctEofSw
           Move Low-Values To AcctAccountId
           Start AcctFile Key Not Less AcctAccountId
               Invalid Key
                   Set AcctEof To True
           End-Start
           If Not AcctFileOk
               Set AcctEof To True
           End-If
           If Not AcctEof
               Perform 695-ReadNextAccount
           End-If.

       695-ReadNextAccount.
           Read AcctFile Next
               At End
                   Set AcctEof To True
           End-Read
           If Not AcctFileOk
               Set AcctEof To True
           End-If.

       710-WriteCommandReject.
           Add 1 To RejectedCount
           Move Spaces To ClntMessageLine
           String "REJECTED " Delimited By Size
               CmdVerb Delimited By Size
               " " Delimited By Size
               CmdOperand Delimited By Size
               " - " Delimited By Size
               RejectReason Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Write ClntRptLine From ClntBlankLine
           If HighestRc < 4
               Move 4 To HighestRc
           End-If.

       720-WriteAuditAdd.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CLNTMNT ADD    " Delimited By Size
               ClntClientId Delimited By Size
               " NEW " Delimited By Size
               ClntName Delimited By Size
               Into AuditLine
           Write AuditLine.

       730-WriteCommandDone.
           Move Spaces To ClntMessageLine
           String CmdVerb Delimited By Size
               " " Delimited By Size
               CmdOperand Delimited By Size
               " - DONE" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Write ClntRptLine From ClntBlankLine.

      *    A text value can run to 40 bytes, so the before and after
      *    images of a CHANGE go on two audit lines.
       740-WriteAuditChange.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CLNTMNT CHANGE " Delimited By Size
               ClntClientId Delimited By Size
               " " Delimited By Size
               CmdFieldName Delimited By Size
               " OLD " Delimited By Size
               AuditOldValue Delimited By Size
               Into AuditLine
           Write AuditLine
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CLNTMNT CHANGE " Delimited By Size
               ClntClientId Delimited By Size
               " " Delimited By Size
               CmdFieldName Delimited By Size
               " NEW " Delimited By Size
               AuditNewValue Delimited By Size
               Into AuditLine
           Write AuditLine.

       750-WriteAuditClose.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CLNTMNT CLOSE  " Delimited By Size
               ClntClientId Delimited By Size
               " OLD " Delimited By Size
               ClntName Delimited By Size
               Into AuditLine
           Write AuditLine.

       760-WriteAuditLink.
           Move Spaces To AuditLine
           String RunDate Delimited By Size " " Delimited By Size
               RunTime Delimited By Size
               " CLNTMNT LINK   " Delimited By Size
               AcctAccountId Delimited By Size
               " CLIENTID   OLD " Delimited By Size
               LinkOldClient Delimited By Size
               " NEW " Delimited By Size
               AcctClientId Delimited By Size
               Into AuditLine
           Write AuditLine.

       800-WriteTotals.
           Move AddedCount To CountStr
           Move Spaces To ClntMessageLine
           String "ADDED      " Delimited By Size
               CountStr Delimited By Size
               " CLIENT(S)" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Move ChangedCount To CountStr
           Move Spaces To ClntMessageLine
           String "CHANGED    " Delimited By Size
               CountStr Delimited By Size
               " CLIENT(S)" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Move ClosedCount To CountStr
           Move Spaces To ClntMessageLine
           String "CLOSED     " Delimited By Size
               CountStr Delimited By Size
               " CLIENT(S)" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Move LinkedCount To CountStr
           Move Spaces To ClntMessageLine
           String "LINKED     " Delimited By Size
               CountStr Delimited By Size
               " ACCOUNT(S)" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Move ExceptionCount To CountStr
           Move Spaces To ClntMessageLine
           String "EXCEPTIONS " Delimited By Size
               CountStr Delimited By Size
               " LISTED" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine
           Move RejectedCount To CountStr
           Move Spaces To ClntMessageLine
           String "REJECTED   " Delimited By Size
               CountStr Delimited By Size
               " COMMAND(S)" Delimited By Size
               Into ClntMessageLine
           Write ClntRptLine From ClntMessageLine.

       900-Terminate.
           Close CmdFile ClntRptFile
           If ClntAvailable
               Close ClntFile
           End-If
           If AcctAvailable
               Close AcctFile
           End-If
           If AudAvailable
               Close AuditFile
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
               Move "CLNTMNT" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "MAINT" To RlRunMode
               Move 0 To RlCycleDate
               Move CommandsRead To RlInCount
               Compute RlOutCount = AddedCount + ChangedCount
                                  + ClosedCount + LinkedCount
               Move RejectedCount To RlRejCount
               Move Spaces To RlCtlLabel1 RlCtlLabel2
               Move 0 To RlCtlTotal1 RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
