      *      James Olsen
      *      One-time conversion of the account master for the wider
      *      record layout.  The master grew from 152 to 187 bytes
      *      (the systematic withdrawal plan: type, amount, percent,
      *      frequency, start month, and yearly increase; and the
      *      client id linking the account to CLNTMST), and the
      *      master is the book - it cannot be cleared and reseeded
      *      the way the checkpoint file can.  This program reads the
      *      old-layout records (REPROed flat to ACCTOLD by the
      *      conversion job), copies every old field unchanged, seeds
      *      the new fields - a blank plan type, which the schedule
      *      run treats as no plan, zeroes for the plan figures, and
      *      a blank client id for CLNTMNT LINK to fill in - and
      *      writes ACCTNEW for the job to REPRO into the redefined
      *      cluster.
      *
      *      Run once at promote, from the ACCTCONV job.  Return
      *      code 16 = a file would not open; the job's REPRO steps
      *
      *      Modification History
      *      2026-09-02  JO  Initial version.
      *      2026-10-15  JO  Reworked for the 152 to 177 byte master
      *                      (withdrawal plan fields).  The 97 to 152
      *                      conversion has run and is not repeated.
      *      2026-10-15  JO  Conversion goes straight to 187 bytes,
      *                      seeding the client link blank.
      *
       Identification Division.
       Program-ID.  AcctConv.

       Data Division.
       File Section.
      *    The account master as it was before the withdrawal plan
      *    and client link fields were added.
       FD  OldFile.
       01  OldRecord.
           05  OldAccountId            Pic X(10).
           05  OldTaxClass             Pic X(01).
           05  OldTaxRate              Pic 9(2)V99.
           05  OldTaxWithheld          Pic 9(9)V99.
           05  OldFeesPaid             Pic 9(9)V99.
           05  OldYtdInterest          Pic 9(9)V99.
           05  OldYtdTax               Pic 9(9)V99.
           05  OldYtdWithdrawn         Pic 9(9)V99.
           05  OldLastPostDate         Pic 9(8).
           05  OldCurrency             Pic X(03).

      *    This record must match the account master read by Lab2 -
      *    change them together.
           05  NewYtdWithdrawn         Pic 9(9)V99.
           05  NewLastPostDate         Pic 9(8).
           05  NewCurrency             Pic X(03).
           05  NewPlanType             Pic X(01).
           05  NewPlanAmount           Pic 9(9)V99.
           05  NewPlanPct              Pic 9(2)V99.
           05  NewPlanFreq             Pic X(01).
           05  NewPlanStart            Pic 9(4).
           05  NewPlanIncrease         Pic 9(2)V99.
           05  NewClientId             Pic X(10).

       Working-Storage Section.
       01   OldStatus       Pic XX.
           Move OldTaxClass To NewTaxClass
           Move OldTaxRate To NewTaxRate
           Move OldTaxWithheld To NewTaxWithheld
           Move OldFeesPaid To NewFeesPaid
           Move OldYtdInterest To NewYtdInterest
           Move OldYtdTax To NewYtdTax
           Move OldYtdWithdrawn To NewYtdWithdrawn
           Move OldLastPostDate To NewLastPostDate
           Move OldCurrency To NewCurrency
           Move Spaces To NewPlanType
           Move 0 To NewPlanAmount
           Move 0 To NewPlanPct
           Move Spaces To NewPlanFreq
           Move 0 To NewPlanStart
           Move 0 To NewPlanIncrease
           Move Spaces To NewClientId
           Write NewRecord
           Add 1 To RecordsWritten.

