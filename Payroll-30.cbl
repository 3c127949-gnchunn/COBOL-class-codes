       identification division.
       program-id. Payroll-30.

       environment division.
       input-output section.
       file-control.
           select depositFile assign to "TaxDeposits.txt"
               organization is line sequential
               file status is xStatusDeposit.

       data division.
       file section.
       fd depositFile.
       01 xDepositInput.
           05 nDepDateIn                  pic 9(8).
           05 xDepTypeIn                  pic x(4).
           05 nDepAmountIn                pic 9(7)v99.
           05 xDepReferenceIn             pic x(15).
           05 xDepOperatorIn              pic x(8).

       working-storage section.
           77  xStatusDeposit             pic xx          value "00".
           77  xCurrentStatus             pic xx.
           77  xCurrentFileName           pic x(30).
           77  xDoneFlag                  pic x           value "n".
           77  xOperatorId                pic x(8)        value spaces.
           77  xEntryTaxType              pic x(4)        value spaces.
           77  nEntryDepDate              pic 9(8)        value 0.
           77  nEntryAmount               pic 9(7)v99     value 0.
           77  xEntryReference            pic x(15)       value spaces.
           77  nEntriesAdded              pic 999         value 0.
           77  nEntryTotal                pic 9(9)v99     value 0.
           77  neEntryTotal               pic $$$$,$$$,$$9.99.
           77  xRunDate                   pic 9(8).

       procedure division.
       000-main.

           perform 100-initialization.
           perform 200-entry-loop until xDoneFlag = "y".
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "Payroll Tax Deposit Entry".

           display "Operator ID? " with no advancing.
           accept xOperatorId.

           open extend depositFile.
           if xStatusDeposit = "35"
               open output depositFile,
           end-if.
           move xStatusDeposit to xCurrentStatus.
           move "TaxDeposits.txt" to xCurrentFileName.
           perform 900-check-status.

       200-entry-loop.
           display " ".
           display "Tax type (FWT, FICA, SWT, SUTA; blank to finish)? "
               with no advancing.
           move spaces to xEntryTaxType.
           accept xEntryTaxType.
           move function upper-case(xEntryTaxType) to xEntryTaxType.

           if xEntryTaxType = spaces
               move "y" to xDoneFlag,
           else
               if xEntryTaxType not = "FWT" and xEntryTaxType not = "FICA"
                   and xEntryTaxType not = "SWT" and xEntryTaxType not = "SUTA"
                   display "Tax type must be FWT, FICA, SWT or SUTA.",
               else
                   perform 210-accept-deposit,
               end-if,
           end-if.

       210-accept-deposit.
           display "Deposit date (yyyymmdd, 0 = today)? " with no advancing.
           accept nEntryDepDate.
           if nEntryDepDate = 0
               move xRunDate to nEntryDepDate,
           end-if.

           display "Amount deposited? " with no advancing.
           accept nEntryAmount.

           display "Confirmation number? " with no advancing.
           move spaces to xEntryReference.
           accept xEntryReference.

           if function test-date-yyyymmdd (nEntryDepDate) not = 0
               or nEntryDepDate > xRunDate
               display "Deposit date is not a valid date on or before today",
                   " - not recorded.",
           else
               if nEntryAmount = 0
                   display "Amount is required - not recorded.",
               else
                   perform 220-write-deposit,
               end-if,
           end-if.

       220-write-deposit.
           move nEntryDepDate to nDepDateIn.
           move xEntryTaxType to xDepTypeIn.
           move nEntryAmount to nDepAmountIn.
           move xEntryReference to xDepReferenceIn.
           move xOperatorId to xDepOperatorIn.
           write xDepositInput.
           move xStatusDeposit to xCurrentStatus.
           move "TaxDeposits.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nEntriesAdded.
           add nEntryAmount to nEntryTotal.
           display "Deposit recorded.".

       300-termination.
           close depositFile.
           move xStatusDeposit to xCurrentStatus.
           move "TaxDeposits.txt" to xCurrentFileName.
           perform 900-check-status.

           move nEntryTotal to neEntryTotal.
           display " ".
           display "Recorded ", nEntriesAdded, " deposit(s) totalling ",
               neEntryTotal, ".".
           display " ".

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
