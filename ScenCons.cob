      *      2026-09-02  JO  Scenario records widened to 98 bytes for
      *                      the simulation fields; "S" records ride
      *                      along like goal-seek records.
      *      2026-10-15  JO  Scenario records widened to 123 bytes for
      *                      the withdrawal plan fields (CONSREJ 134).
      *      2026-10-15  JO  Scenario records widened to 133 bytes for
      *                      the client id (CONSREJ 144).
      *      2026-10-15  JO  Appends a run record to the shared run
      *                      log (RUNLOG) at end of job for the
      *                      nightly operations summary.
      *
       Identification Division.
       Program-ID.  ScenCons.
           Select ConsRptFile Assign To "CONSRPT"
               Organization Is Sequential
               File Status Is ConsRptStatus.
           Select RunLogFile Assign To "RUNLOG"
               Organization Is Line Sequential
               File Status Is RunLogStatus.

       Data Division.
       File Section.
           05  ScenRecordType      Pic X(01).
           05  ScenAccountId       Pic X(10).
           05  ScenInvestAmt       Pic 9(9)V99.
           05  Filler              Pic X(111).
       01  BranchHeaderData Redefines BranchRecordIn.
           05  Filler              Pic X(01).
           05  ScenHdrFileDate     Pic 9(8).
           05  ScenHdrRunMode      Pic X(01).
           05  Filler              Pic X(123).
       01  BranchTrailerData Redefines BranchRecordIn.
           05  Filler              Pic X(01).
           05  ScenTrlRecordCount  Pic 9(9).
           05  ScenTrlHashTotal    Pic 9(13)V99.
           05  Filler              Pic X(108).

       FD  ConsFile.
       01  ConsRecordOut.
           05  ConsRecordType      Pic X(01).
           05  Filler              Pic X(132).
       01  ConsHeaderData Redefines ConsRecordOut.
           05  Filler              Pic X(01).
           05  ConsHdrFileDate     Pic 9(8).
           05  ConsHdrRunMode      Pic X(01).
           05  Filler              Pic X(123).
       01  ConsTrailerData Redefines ConsRecordOut.
           05  Filler              Pic X(01).
           05  ConsTrlRecordCount  Pic 9(9).
           05  ConsTrlHashTotal    Pic 9(13)V99.
           05  Filler              Pic X(108).

       FD  ConsRejFile.
       01  ConsRejRecordOut.
           05  ConsRejScenData     Pic X(133).
           05  ConsRejReasonCode   Pic X(03).
           05  ConsRejRunDate      Pic 9(8).

       FD  ConsRptFile.
       01  ConsRptLine             Pic X(132).

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
       01   BranchStatus    Pic XX.
           88  BranchFileOk     Value "00".

       01   HighestRc       Pic 9(2) Value 0.

       01   RunLogStatus    Pic XX.
           88  RunLogFileOk     Value "00".
       01   RunStartTime    Pic 9(8).

       01   CountStr        Pic Z(8)9.
       01   HashStr         Pic Z(12)9.99.

           Perform 800-WriteTotals
           Perform 900-Terminate
           Move HighestRc To Return-Code
           Perform 950-WriteRunLog
           Stop Run.

       100-Initialize.
           Accept RunStartTime From Time
           Open Input BranchFile
           If Not BranchFileOk
               Display "Unable to open BRANCHIN, status = "

       900-Terminate.
           Close BranchFile ConsFile ConsRejFile ConsRptFile.

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
               Move "SCENCONS" To RlProgram
               Move RunDate To RlRunDate
               Move RunStartTime To RlStartTime
               Accept RlEndTime From Time
               If ConsRunMode = "P"
                   Move "POST" To RlRunMode
               Else
                   Move "PROJECT" To RlRunMode
               End-If
               Move RunDate To RlCycleDate
               Move TotalRecsRead To RlInCount
               Move OutDetails To RlOutCount
               Move TotalRejects To RlRejCount
               Move "HASH" To RlCtlLabel1
               Move OutHash To RlCtlTotal1
               Move Spaces To RlCtlLabel2
               Move 0 To RlCtlTotal2
               Move Return-Code To RlReturnCode
               Write RunLogRecord
               Close RunLogFile
           End-If.
