               file status is xStatusChangeLog.
           select rateHistory assign to "PayRateHistory.txt" organization is line sequential
               file status is xStatusRateHistory.
           select addressFile assign to "EmpAddresses.txt" organization is line sequential
               file status is xStatusAddress.

       data division.
       file section.
           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd changeLog.
       01 xChangeLogRecord                pic x(273).
           05 nRateEffDateOut             pic 9(8).
           05 nRateAmountOut              pic 999v99.

       fd addressFile.
       01 xAddressRecord.
           05 nAddrEmpNumIn               pic 9999.
           05 xAddrStreetIn               pic x(30).
           05 xAddrCityIn                 pic x(20).
           05 xAddrStateIn                pic xx.
           05 xAddrZipIn                  pic x(10).

       working-storage section.
           77  xStatusMaster              pic xx          value "00".
           77  xCurrentStatus             pic xx.
           77  xEntryFilingStatus         pic x.
           77  nEntryAllowances           pic 99.
           77  xEntryEmpStatus            pic x.
           77  xEntryPayMethod            pic x.
           77  nEntryHireDate             pic 9(8).
           77  nEntryTermDate             pic 9(8).
           77  xStatusChangeLog           pic xx          value "00".
           77  xStatusRateHistory         pic xx          value "00".
           77  xOperatorId                pic x(8)        value spaces.
           77  xStatusAddress             pic xx          value "00".
           77  xAddrEofFlag               pic x           value 'n'.
           77  xAddrChangedFlag           pic x           value 'n'.
           77  nAddrLoadSubscript         pic 9999        value 0.
           77  nAddrSubscript             pic 9999.
           77  nAddrFoundSubscript        pic 9999        value 0.
           77  xEntryStreet               pic x(30).
           77  xEntryCity                 pic x(20).
           77  xEntryState                pic xx.
           77  xEntryZip                  pic x(10).
           77  xRunDate                   pic 9(8).
           77  xRunTimeRaw                pic 9(8).

           05 filler                   pic x           value space.
           05 xLogAfterOut             pic x(120).

       01 xSignOnParms.
           05 xSignOnProgram           pic x(14).
           05 xSignOnAction            pic x.
           05 xSignOnOkFlag            pic x.
           05 xSignOnOperator          pic x(8).

       01 xMenu.
           05 filler                   pic x(38)   value
               "1. Add a new employee".
           05 filler                   pic x(38)   value
               "5. Change employment status".
           05 filler                   pic x(38)   value
               "6. Change mailing address".
           05 filler                   pic x(38)   value
               "7. Change pay method (cash/check)".
           05 filler                   pic x(38)   value
               "8. Save and exit".

       01 xPayMethodImage.
           05 filler                   pic x(11)   value "PAY METHOD ".
           05 xPayMethodImageOut       pic x.

       01 xMasterTable.
           05  xMasterElement occurs 1 to 500 times
               10 xEmpStatusT             pic x.
               10 nHireDateT              pic 9(8).
               10 nTermDateT              pic 9(8).
               10 xPayMethodT             pic x.

       01 xAddressTable.
           05  xAddressElement occurs 1 to 1000 times
                   depending on nAddrLoadSubscript.
               10 nAddrEmpNumT            pic 9999.
               10 xAddrStreetT            pic x(30).
               10 xAddrCityT              pic x(20).
               10 xAddrStateT             pic xx.
               10 xAddrZipT               pic x(10).

       procedure division.
       000-main.

           perform 100-initialization.
           perform 200-menu until xMenuChoice = 8.
           perform 300-termination.
           stop run.

           display " ".
           display "Payroll Master File Maintenance".

           move "PAYROLL-02" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.
           move xSignOnOperator to xOperatorId.

           open input masterfile.
           if xStatusMaster = "35"
               perform 900-check-status,
           end-if.

           open input addressFile.
           if xStatusAddress not = "35"
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 115-next-address until xAddrEofFlag = "y",
               close addressFile,
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       110-next-record.
           read masterfile
               at end
                   else
                       move 0 to nTermDateT (nLoadSubscript),
                   end-if,
                   if xPayMethod = "C"
                       move "C" to xPayMethodT (nLoadSubscript),
                   else
                       move space to xPayMethodT (nLoadSubscript),
                   end-if,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-next-address.
           read addressFile
               at end
                   move "y" to xAddrEofFlag,
               not at end
                   if nAddrLoadSubscript < 1000
                       add 1 to nAddrLoadSubscript,
                       move xAddressRecord
                           to xAddressElement (nAddrLoadSubscript),
                   end-if,
           end-read.

           move xStatusAddress to xCurrentStatus.
           move "EmpAddresses.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           display "Selection? " with no advancing.
           accept xMenuChoice.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate xMenuChoice
                   when 1
                       perform 210-add-record
                   when 2
                       perform 220-change-record
                   when 3
                       perform 230-delete-record
                   when 4
                       perform 240-change-withholding
                   when 5
                       perform 245-change-employment-status
                   when 6
                       perform 247-change-address
                   when 7
                       perform 255-change-pay-method
                   when 8
                       continue
                   when other
                       display "Please enter 1 through 8."
               end-evaluate,
           end-if.

       205-check-right.
           evaluate xMenuChoice
               when 3
                   move "D" to xSignOnAction
               when 1 thru 7
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-add-record.
           display "New employee number? " with no advancing.
           accept nEntryEmpNum.
               move "A" to xEmpStatusT (nLoadSubscript),
               move nEntryHireDate to nHireDateT (nLoadSubscript),
               move 0 to nTermDateT (nLoadSubscript),
               display "Paid in cash (Y/N)? " with no advancing,
               accept xEntryPayMethod,
               move function upper-case(xEntryPayMethod) to xEntryPayMethod,
               if xEntryPayMethod = "Y"
                   move "C" to xPayMethodT (nLoadSubscript),
               else
                   move space to xPayMethodT (nLoadSubscript),
               end-if,
               move "A" to xLogActionOut,
               move nEntryEmpNum to nLogEmpNumOut,
               move spaces to xLogBeforeOut,
               display "Employment status updated.",
           end-if.

       247-change-address.
           display "Employee number to change? " with no advancing.
           accept nEntryEmpNum.

           move "n" to xFoundFlag.
           perform 211-check-duplicate varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nLoadSubscript.

           if xFoundFlag = "n"
               display "Employee number not found.",
           else
               move 0 to nAddrFoundSubscript,
               perform 248-find-address varying nAddrSubscript from 1 by 1
                   until nAddrSubscript > nAddrLoadSubscript
                   or nAddrFoundSubscript > 0,
               if nAddrFoundSubscript = 0 and nAddrLoadSubscript = 1000
                   display "Address file is full - address not saved.",
               else
                   perform 249-enter-address,
               end-if,
           end-if.

       248-find-address.
           if nAddrEmpNumT (nAddrSubscript) = nEntryEmpNum
               move nAddrSubscript to nAddrFoundSubscript,
           end-if.

       249-enter-address.
           if nAddrFoundSubscript = 0
               add 1 to nAddrLoadSubscript,
               move nAddrLoadSubscript to nAddrFoundSubscript,
               move spaces to xAddressElement (nAddrFoundSubscript),
               move nEntryEmpNum to nAddrEmpNumT (nAddrFoundSubscript),
               move spaces to xLogBeforeOut,
           else
               move xAddressElement (nAddrFoundSubscript) to xLogBeforeOut,
           end-if.

           display "Street? " with no advancing.
           accept xEntryStreet.
           display "City? " with no advancing.
           accept xEntryCity.
           display "State? " with no advancing.
           accept xEntryState.
           move function upper-case(xEntryState) to xEntryState.
           display "Zip code? " with no advancing.
           accept xEntryZip.

           move xEntryStreet to xAddrStreetT (nAddrFoundSubscript).
           move xEntryCity to xAddrCityT (nAddrFoundSubscript).
           move xEntryState to xAddrStateT (nAddrFoundSubscript).
           move xEntryZip to xAddrZipT (nAddrFoundSubscript).
           move "y" to xAddrChangedFlag.

           move "C" to xLogActionOut.
           move nEntryEmpNum to nLogEmpNumOut.
           move xAddressElement (nAddrFoundSubscript) to xLogAfterOut.
           perform 250-write-change-log.
           display "Mailing address updated.".

       230-delete-record.
           display "Employee number to delete? " with no advancing.
           accept nEntryEmpNum.
       232-shift-up.
           move xMasterElement (nShiftSubscript + 1) to xMasterElement (nShiftSubscript).

       255-change-pay-method.
           display "Employee number to change? " with no advancing.
           accept nEntryEmpNum.

           move "n" to xFoundFlag.
           perform 256-find-and-change-method
               varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nLoadSubscript.

           if xFoundFlag = "n"
               display "Employee number not found.",
           end-if.

       256-find-and-change-method.
           if nEmpNumT (nProcessSubscript) = nEntryEmpNum
               move "y" to xFoundFlag,
               move xPayMethodT (nProcessSubscript) to xPayMethodImageOut,
               move xPayMethodImage to xLogBeforeOut,
               display "Paid in cash (Y/N)? " with no advancing,
               accept xEntryPayMethod,
               move function upper-case(xEntryPayMethod) to xEntryPayMethod,
               if xEntryPayMethod = "Y"
                   move "C" to xPayMethodT (nProcessSubscript),
               else
                   move space to xPayMethodT (nProcessSubscript),
               end-if,
               move xPayMethodT (nProcessSubscript) to xPayMethodImageOut,
               move xPayMethodImage to xLogAfterOut,
               move "C" to xLogActionOut,
               move nEntryEmpNum to nLogEmpNumOut,
               perform 250-write-change-log,
               display "Pay method updated.",
           end-if.

       250-write-change-log.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           if xAddrChangedFlag = "y"
               open output addressFile,
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 320-write-address varying nAddrSubscript from 1 by 1
                   until nAddrSubscript > nAddrLoadSubscript,
               close addressFile,
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           display " ".
           display "Master file saved.".
           display " ".
           move xEmpStatusT (nProcessSubscript) to xEmpStatus.
           move nHireDateT (nProcessSubscript) to nHireDate.
           move nTermDateT (nProcessSubscript) to nTermDate.
           move xPayMethodT (nProcessSubscript) to xPayMethod.

           write xMaster.

           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

       320-write-address.
           move xAddressElement (nAddrSubscript) to xAddressRecord.
           write xAddressRecord.

           move xStatusAddress to xCurrentStatus.
           move "EmpAddresses.txt" to xCurrentFileName.
           perform 900-check-status.

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
