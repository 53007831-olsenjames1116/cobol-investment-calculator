      *                      module name; list heading realigned.
      *      2026-09-02  JO  Checkpoint record picks up the fee
      *                      accumulator written by the schedule run.
      *      2026-10-15  JO  Checkpoint record picks up the withdrawal
      *                      plan run-out month.
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *
       Identification Division.
       Program-ID.  CkptMnt.
           Select AuditNewFile Assign To "AUDITNEW"
               Organization Is Line Sequential
               File Status Is AudNewStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
           05  CkptTotalTax            Pic 9(9)V9(2).
           05  CkptNetCashFlow         Pic S9(10)V9(2).
           05  CkptTotalFees           Pic 9(9)V9(2).
           05  CkptPlanRunOut          Pic 9(4).

       FD  AuditFile.
       01  AuditLine                   Pic X(100).
       FD  AuditNewFile.
       01  AuditNewLine                Pic X(100).

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

       01   RunDate         Pic 9(8).

       01   CommandsRead    Pic 9(7) Value 0.
       01   ListedCount     Pic 9(7) Value 0.
       01   PurgedCount     Pic 9(7) Value 0.
       01   ArchivedCount   Pic 9(7) Value 0.

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   MntHeading1.
           05  Filler              Pic X(01) Value Spaces.
           05  Filler              Pic X(34)
           Perform 200-ProcessCommands
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input CmdFile
           If Not CmdFileOk
               Display "Unable to open MNTCMDS, status = " CmdStatus
           Read CmdFile
               At End
                   Set CmdFileEof To True
               Not At End
                   Add 1 To CommandsRead
           End-Read.

       220-ExecuteCommand.
           If CkptAvailable
               Close CkptFile
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
               Move "CKPTMNT" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               Move "MAINT" To RlRunMode
               Move 0 To RlCycleDate
               Move CommandsRead To RlInCount
               Compute RlOutCount = PurgedCount + ArchivedCount
               Move 0 To RlRejCount
               Move Spaces To RlCtlLabel1 RlCtlLabel2
               Move 0 To RlCtlTotal1 RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
