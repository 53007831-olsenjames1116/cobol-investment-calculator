      *      the new year starts from zero; omit it to rerun the
      *      extract without touching the book.
      *
      *      Each extract record carries the client's name, mailing
      *      address, and taxpayer id from the client master
      *      (CLNTMST).  An account with no client link, a client not
      *      on file, an incomplete address, or no taxpayer id is
      *      listed under Client Exceptions on TAXRPT; the record is
      *      still extracted so the totals tie, but the vendor file
      *      must not go out, and RESET is refused, until the
      *      exceptions are cleared and the extract rerun.
      *
      *      Return codes:  4 = no account had activity, or client
      *      exceptions, 8 = bad parm or the reset could not be
      *      applied cleanly (or was refused), 16 = a file would not
      *      open.
      *
      *      Modification History
      *      2026-09-02  JO  Initial version.
      *      2026-09-02  JO  Extract detail carries the account
      *                      currency; amounts stay in the account's
      *                      own currency.
      *      2026-10-15  JO  Master record picks up the withdrawal plan
      *                      fields (152 to 177 bytes).
      *      2026-10-15  JO  Extract detail carries the client's name,
      *                      address, and taxpayer id from CLNTMST
      *                      (TAXOUT 80 to 300 bytes); client
      *                      exceptions are listed and hold the
      *                      RESET.  Master picks up the client link
      *                      (177 to 187 bytes).
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *      2026-10-15  JO  Client record filler corrected so the
      *                      record is the 320 bytes CLNTMST is
      *                      defined with.
      *
       Identification Division.
       Program-ID.  TaxExtr.
           Select TaxRptFile Assign To "TAXRPT"
               Organization Is Sequential
               File Status Is TaxRptStatus.
           Select ClntFile Assign To "CLNTMST"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is ClntClientId
               File Status Is ClntStatus.
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

       FD  ExtrFile.
       01  ExtrRecordOut.
           05  ExtrRecordType          Pic X(01).
           05  Filler                  Pic X(299).
       01  ExtrHeaderData Redefines ExtrRecordOut.
           05  Filler                  Pic X(01).
           05  ExtrHdrSource           Pic X(08).
           05  ExtrHdrTaxYear          Pic 9(4).
           05  ExtrHdrRunDate          Pic 9(8).
           05  Filler                  Pic X(279).
       01  ExtrDetailData Redefines ExtrRecordOut.
           05  Filler                  Pic X(01).
           05  ExtrDtlTaxYear          Pic 9(4).
           05  ExtrDtlTaxWithheld      Pic 9(11)V99.
           05  ExtrDtlWithdrawals      Pic 9(11)V99.
           05  ExtrDtlCurrency         Pic X(03).
           05  ExtrDtlClientId         Pic X(10).
           05  ExtrDtlTaxpayerId       Pic X(11).
           05  ExtrDtlName             Pic X(40).
           05  ExtrDtlAddrLine1        Pic X(40).
           05  ExtrDtlAddrLine2        Pic X(40).
           05  ExtrDtlAddrLine3        Pic X(40).
           05  ExtrDtlCity             Pic X(30).
           05  ExtrDtlRegion           Pic X(10).
           05  ExtrDtlPostCode         Pic X(10).
           05  ExtrDtlCountry          Pic X(03).
           05  Filler                  Pic X(08).
       01  ExtrTrailerData Redefines ExtrRecordOut.
           05  Filler                  Pic X(01).
           05  ExtrTrlRecordCount      Pic 9(9).
           05  ExtrTrlInterest         Pic 9(13)V99.
           05  ExtrTrlTaxWithheld      Pic 9(13)V99.
           05  ExtrTrlWithdrawals      Pic 9(13)V99.
           05  Filler                  Pic X(245).

       FD  TaxRptFile.
       01  TaxRptLine                  Pic X(132).

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
           05  ClntEmail               Pic X(40).
           05  ClntHouseholdId         Pic X(10).
           05  ClntLastMaint           Pic 9(8).
           05  Filler                  Pic X(19).

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
       01   TaxRptStatus    Pic XX.
           88  TaxRptFileOk     Value "00".

       01   ClntStatus      Pic XX.
           88  ClntFileOk       Value "00".

       01   ClientOkSw      Pic X(01) Value "N".
           88  ClientOk         Value "Y".
       01   ClientReason    Pic X(40).
       01   ClientExceptions Pic 9(9) Value 0.

       01   AcctEofSw       Pic X(01) Value "N".
           88  AcctEof          Value "Y".


       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   TaxHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(29)
               Perform 200-ExtractAccounts
               Perform 700-WriteTrailer
               Perform 800-WriteControlTotals
               If ResetWanted And ClientExceptions > 0
                   Move "RESET NOT APPLIED - CLIENT EXCEPTIONS OPEN"
                       To TaxMessageLine
                   Write TaxRptLine From TaxMessageLine
                   Move 8 To HighestRc
               End-If
               If ResetWanted And HighestRc < 8
                   Perform 600-ResetYtdBuckets
               End-If
           End-If
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input ParmFile
           If Not ParmFileOk
               Display "Unable to open TAXPARM, status = " ParmStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Open Input ClntFile
           If Not ClntFileOk
               Display "Unable to open CLNTMST, status = " ClntStatus
               Move 16 To Return-Code
               Stop Run
           End-If
           Accept RunDate From Date YYYYMMDD.

       150-ReadParm.
           Move AcctYtdTax To ExtrDtlTaxWithheld
           Move AcctYtdWithdrawn To ExtrDtlWithdrawals
           Move AcctCurrency To ExtrDtlCurrency
           Perform 310-ResolveClient
           Move ClntClientId To ExtrDtlClientId
           If ClntFileOk
               Move ClntTaxpayerId To ExtrDtlTaxpayerId
               Move ClntName To ExtrDtlName
               Move ClntAddrLine1 To ExtrDtlAddrLine1
               Move ClntAddrLine2 To ExtrDtlAddrLine2
               Move ClntAddrLine3 To ExtrDtlAddrLine3
               Move ClntCity To ExtrDtlCity
               Move ClntRegion To ExtrDtlRegion
               Move ClntPostCode To ExtrDtlPostCode
               Move ClntCountry To ExtrDtlCountry
           End-If
           Write ExtrRecordOut
           Move AcctAccountId To TDAccountId
           Move AcctTaxClass To TDTaxClass
           Move AcctYtdInterest To TDInterest
           Move AcctYtdTax To TDTaxWithheld
           Move AcctYtdWithdrawn To TDWithdrawals
           Write TaxRptLine From TaxDetailLine
           If Not ClientOk
               Add 1 To ClientExceptions
               Move Spaces To TaxMessageLine
               String "  CLIENT EXCEPTION " Delimited By Size
                   AcctAccountId Delimited By Size
                   " - " Delimited By Size
                   ClientReason Delimited By Size
                   Into TaxMessageLine
               Write TaxRptLine From TaxMessageLine
               If HighestRc < 4
                   Move 4 To HighestRc
               End-If
           End-If.

      *    The tax form needs a linked client on file with a name,
      *    first address line, city, postal code, and taxpayer id.
      *    The address rules must match Lab2 and ClntMaint - change
      *    them together.
       310-ResolveClient.
           Move "N" To ClientOkSw
           Move Spaces To ClientReason
           Move AcctClientId To ClntClientId
           Move "23" To ClntStatus
           If ClntClientId = Spaces
               Move "NO CLIENT LINK" To ClientReason
           Else
               Read ClntFile
                   Invalid Key
                       Move "CLIENT NOT ON CLNTMST" To ClientReason
                   Not Invalid Key
                       Evaluate True
                           When ClntName = Spaces
                               Or ClntAddrLine1 = Spaces
                               Or ClntCity = Spaces
                               Or ClntPostCode = Spaces
                               Move "CLIENT ADDRESS INCOMPLETE"
                                   To ClientReason
                           When ClntTaxpayerId = Spaces
                               Move "CLIENT HAS NO TAXPAYER ID"
                                   To ClientReason
                           When Other
                               Set ClientOk To True
                       End-Evaluate
               End-Read
           End-If.

       700-WriteTrailer.
           Move Spaces To ExtrRecordOut
           String "  Master Tax (Life To Date)  " Delimited By Size
               AmountStr Delimited By Size Into TaxMessageLine
           Write TaxRptLine From TaxMessageLine
           Move ClientExceptions To CountStr
           Move Spaces To TaxMessageLine
           String "  Client Exceptions          " Delimited By Size
               CountStr Delimited By Size Into TaxMessageLine
           Write TaxRptLine From TaxMessageLine
           Display "TAX EXTRACT " TaxYear ": "
               AccountsWritten " ACCOUNT(S) WRITTEN".

           End-If.

       900-Terminate.
           Close ParmFile AcctFile ExtrFile TaxRptFile ClntFile.

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
               Move "TAXEXTR" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               If ResetWanted
                   Move "RESET" To RlRunMode
               Else
                   Move "EXTRACT" To RlRunMode
               End-If
               If TaxYear Is Numeric
                   Compute RlCycleDate = TaxYear * 10000 + 1231
               Else
                   Move 0 To RlCycleDate
               End-If
               Move AccountsRead To RlInCount
               Move AccountsWritten To RlOutCount
               Move ClientExceptions To RlRejCount
               Move "INTEREST" To RlCtlLabel1
               Move TotInterest To RlCtlTotal1
               Move "TAX WHELD" To RlCtlLabel2
               Move TotTaxWithheld To RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
