       identification division.
       program-id. Payroll-28.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "Payroll.master.txt" organization is line sequential
               file status is xStatusMaster.
           select addressFile assign to "EmpAddresses.txt" organization is line sequential
               file status is xStatusAddress.
           select reportedFile assign to "NewHireReported.txt" organization is line sequential
               file status is xStatusReported.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select submitFile assign to "NewHireReport.txt" organization is line sequential
               file status is xStatusSubmit.
           select outfile assign to "Payroll-28-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd masterfile.
       01 xMaster.
           05 nDept                       pic 9.
           05 nEmpNumMstr                 pic 9999.
           05 xLastName                   pic x(20).
           05 xFirstName                  pic x(20).
           05 nPayRate                    pic 999v99.
           05 nYtdGrossPay                pic 9(7)v99.
           05 nYtdHours                   pic 9(5).
           05 xPayTypeMstr                pic x.
           05 nPeriodSalary               pic 9(4)v99.
           05 nQtdGrossPay                pic 9(7)v99.
           05 nQtdHours                   pic 9(5).
           05 nQtdQuarterKey              pic 9(5).
           05 nVacBalance                 pic 9(3)v99.
           05 nSickBalance                pic 9(3)v99.
           05 xFilingStatus               pic x.
           05 nAllowances                 pic 99.
           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd addressFile.
       01 xAddressRecord.
           05 nAddrEmpNumIn               pic 9999.
           05 xAddrStreetIn               pic x(30).
           05 xAddrCityIn                 pic x(20).
           05 xAddrStateIn                pic xx.
           05 xAddrZipIn                  pic x(10).

       fd reportedFile.
       01 xReportedRecord.
           05 nRptEmpNumIn                pic 9999.
           05 nRptHireDateIn              pic 9(8).
           05 nRptReportDateIn            pic 9(8).

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn         pic x(14).
           05   xControlParamIn           pic x(14).
           05   xControlValueIn           pic x(10).

       fd submitFile.
       01 xSubmitRecord.
           05 xNhRecordType               pic x.
           05 xNhFein                     pic x(9).
           05 xNhLastName                 pic x(20).
           05 xNhFirstName                pic x(20).
           05 nNhEmpNum                   pic 9999.
           05 nNhHireDate                 pic 9(8).
           05 xNhStreet                   pic x(30).
           05 xNhCity                     pic x(20).
           05 xNhState                    pic xx.
           05 xNhZip                      pic x(10).

       01 xSubmitHeader redefines xSubmitRecord.
           05 xNhHdrRecordType            pic x.
           05 xNhHdrFein                  pic x(9).
           05 xNhHdrEmployerName          pic x(30).
           05 xNhHdrEmployerState         pic xx.
           05 nNhHdrRunDate               pic 9(8).
           05 filler                      pic x(74).

       01 xSubmitTrailer redefines xSubmitRecord.
           05 xNhTrlRecordType            pic x.
           05 xNhTrlFein                  pic x(9).
           05 nNhTrlCount                 pic 9(5).
           05 filler                      pic x(109).

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusMaster                   pic xx      value "00".
       77 xStatusAddress                  pic xx      value "00".
       77 xStatusReported                 pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusSubmit                   pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xEofFlagMaster                  pic x       value "n".
       77 xAddrEofFlag                    pic x       value "n".
       77 xReportedEofFlag                pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 nAddrLoadSubscript              pic 9999    value 0.
       77 nAddrSubscript                  pic 9999.
       77 nAddrFoundSubscript             pic 9999    value 0.
       77 nReportedLoadSubscript          pic 9999    value 0.
       77 nReportedSubscript              pic 9999.
       77 xReportedFoundFlag              pic x       value "n".
       77 nNewLoadSubscript               pic 9999    value 0.
       77 nNewSubscript                   pic 9999.
       77 xFein                           pic x(9)    value spaces.
       77 xEmployerName                   pic x(30)   value spaces.
       77 xEmployerState                  pic xx      value spaces.
       77 nLookbackDays                   pic 9(4)    value 90.
       77 nDeadlineDays                   pic 999     value 20.
       77 nTodayInteger                   pic 9(7)    value 0.
       77 nHireInteger                    pic 9(7)    value 0.
       77 nDaysSinceHire                  pic s9(7)   value 0.
       77 nDueDate                        pic 9(8)    value 0.
       77 nMasterRecordsRead              pic 9(5)    value 0.
       77 nLateCount                      pic 9(5)    value 0.
       77 nNoAddressCount                 pic 9(5)    value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 20 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xAddressTable.
           05  xAddressElement occurs 1 to 1000 times
                   depending on nAddrLoadSubscript.
               10 nAddrEmpNumA            pic 9999.
               10 xAddrStreetA            pic x(30).
               10 xAddrCityA              pic x(20).
               10 xAddrStateA             pic xx.
               10 xAddrZipA               pic x(10).

       01 xReportedTable.
           05  xReportedElement occurs 1 to 3000 times
                   depending on nReportedLoadSubscript.
               10 nRptEmpNumR             pic 9999.
               10 nRptHireDateR           pic 9(8).

       01 xNewHireTable.
           05  xNewHireElement occurs 1 to 500 times
                   depending on nNewLoadSubscript.
               10 nNewEmpNumH             pic 9999.
               10 nNewHireDateH           pic 9(8).

       01 xReportHeading-1.
           05 filler                      pic x(40)   value
               "*** State New-Hire Report Transmittal **".
           05 filler                      pic x       value "*".

       01 xReportHeading-2.
           05 filler                      pic x(10)   value "Employer: ".
           05 xHeadingEmployer            pic x(30).
           05 filler                      pic x(7)    value "  FEIN ".
           05 xHeadingFein                pic x(9).
           05 filler                      pic x(8)    value "  State ".
           05 xHeadingState               pic xx.

       01 xReportHeading-3.
           05 filler                      pic x(8)    value "EMP NUM".
           05 filler                      pic x(42)   value "EMP NAME".
           05 filler                      pic x(12)   value "HIRE DATE".
           05 filler                      pic x(12)   value "DUE DATE".
           05 filler                      pic x(6)    value "DAYS".
           05 filler                      pic x(14)   value "FLAG".

       01 xDetailLine.
           05 neDetailEmpNum              pic zzz9.
           05 filler                      pic x(4)    value spaces.
           05 xDetailName                 pic x(40).
           05 filler                      pic xx      value spaces.
           05 neDetailHireDate            pic 9999/99/99.
           05 filler                      pic xx      value spaces.
           05 neDetailDueDate             pic 9999/99/99.
           05 filler                      pic xx      value spaces.
           05 neDetailDays                pic zzz9.
           05 filler                      pic xx      value spaces.
           05 xDetailLateFlag             pic x(5).
           05 xDetailAddrFlag             pic x(8).

       01 xNoneDetail.
           05 filler                      pic x(29)   value
               "(no new hires to report)".

       01 xReportFooter.
           05 neFooterReported            pic zzzz9.
           05 filler                      pic x(16)   value " hires reported,".
           05 neFooterLate                pic zzzz9.
           05 filler                      pic x(24)   value " past the reporting dead".
           05 filler                      pic x(6)    value "line, ".
           05 neFooterNoAddress           pic zzzz9.
           05 filler                      pic x(24)   value " with no address on file".

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
           05   filler                 pic x       value space.
           05   xAuditDateOut          pic x(8).
           05   filler                 pic x       value space.
           05   xAuditTimeOut          pic x(6).
           05   filler                 pic x       value space.
           05   neAuditRecordsReadOut  pic z(6)9.
           05   filler                 pic x       value space.
           05   neAuditRecordsWrittenOut pic z(6)9.
           05   filler                 pic x       value space.
           05   neAuditExceptionsOut   pic z(6)9.

       procedure division.
       000-main.

           perform 100-initialization.
           perform 200-read-master until xEofFlagMaster = "y".
           perform 240-print-footer.
           perform 300-termination.
           if nLateCount > 0 or nNoAddressCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           perform 105-load-control.

           move "FEIN" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move xControlValueFound to xFein
           end-if.

           move "EMPLOYER" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move xControlValueFound to xEmployerName
           end-if.

           move "STATE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move xControlValueFound to xEmployerState
           end-if.

           move "LOOKBACKDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nLookbackDays = function numval(xControlValueFound)
           end-if.

           move "DEADLINEDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDeadlineDays = function numval(xControlValueFound)
           end-if.

           if xFein = spaces
               display "*** No PAYROLL-28 FEIN row on RunControl.txt -",
                   " the state will reject the file ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

           perform 110-load-addresses.
           perform 115-load-reported.

           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           open output submitFile.
           move xStatusSubmit to xCurrentStatus.
           move "NewHireReport.txt" to xCurrentFileName.
           perform 900-check-status.

           move spaces to xSubmitRecord.
           move "H" to xNhHdrRecordType.
           move xFein to xNhHdrFein.
           move xEmployerName to xNhHdrEmployerName.
           move xEmployerState to xNhHdrEmployerState.
           move xRunDate to nNhHdrRunDate.
           write xSubmitRecord.
           move xStatusSubmit to xCurrentStatus.
           move "NewHireReport.txt" to xCurrentFileName.
           perform 900-check-status.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xEmployerName to xHeadingEmployer.
           move xFein to xHeadingFein.
           move xEmployerState to xHeadingState.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xReportHeading-3.
           write xOutput from xReportHeading-3 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

       105-load-control.
           open input controlFile.

           if xStatusControl = "00"
               perform 106-read-control until xControlEofFlag = "y",
               close controlFile,
           end-if.

       106-read-control.
           read controlFile
               at end
                   move "y" to xControlEofFlag,
               not at end
                   if xControlProgramIn = "PAYROLL-28"
                       and nControlLoadSubscript < 20
                       add 1 to nControlLoadSubscript,
                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
           end-read.

       107-find-control.
           move "n" to xControlFoundFlag.
           move spaces to xControlValueFound.
           perform 108-search-control varying nControlSearchSubscript from 1 by 1
               until nControlSearchSubscript > nControlLoadSubscript
               or xControlFoundFlag = "y".

       108-search-control.
           if xControlParamT (nControlSearchSubscript) = xControlParamWanted
               move "y" to xControlFoundFlag,
               move xControlValueT (nControlSearchSubscript) to xControlValueFound,
           end-if.

       110-load-addresses.
           open input addressFile.
           if xStatusAddress not = "35"
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-address until xAddrEofFlag = "y",
               close addressFile,
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       111-read-address.
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

       115-load-reported.
           open input reportedFile.
           if xStatusReported not = "35"
               move xStatusReported to xCurrentStatus,
               move "NewHireReported.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 116-read-reported until xReportedEofFlag = "y",
               close reportedFile,
               move xStatusReported to xCurrentStatus,
               move "NewHireReported.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       116-read-reported.
           read reportedFile
               at end
                   move "y" to xReportedEofFlag,
               not at end
                   if nReportedLoadSubscript < 3000
                       add 1 to nReportedLoadSubscript,
                       move nRptEmpNumIn
                           to nRptEmpNumR (nReportedLoadSubscript),
                       move nRptHireDateIn
                           to nRptHireDateR (nReportedLoadSubscript),
                   else
                       display "*** NewHireReported.txt holds more than",
                           " 3000 lines - archive the older entries",
                           " before reporting. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusReported to xCurrentStatus.
           move "NewHireReported.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-read-master.
           read masterfile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   add 1 to nMasterRecordsRead,
                   perform 210-check-hire,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-check-hire.
           if nHireDate numeric and nHireDate > 19000101
               and nHireDate <= xRunDate
               compute nHireInteger = function integer-of-date (nHireDate),
               compute nDaysSinceHire = nTodayInteger - nHireInteger,
               if nDaysSinceHire <= nLookbackDays
                   move "n" to xReportedFoundFlag,
                   perform 211-search-reported
                       varying nReportedSubscript from 1 by 1
                       until nReportedSubscript > nReportedLoadSubscript
                       or xReportedFoundFlag = "y",
                   if xReportedFoundFlag = "n"
                       perform 220-report-hire,
                   end-if,
               end-if,
           end-if.

       211-search-reported.
           if nRptEmpNumR (nReportedSubscript) = nEmpNumMstr
               and nRptHireDateR (nReportedSubscript) = nHireDate
               move "y" to xReportedFoundFlag,
           end-if.

       220-report-hire.
           if nNewLoadSubscript >= 500
               display "*** More than 500 new hires in one run -",
                   " report the rest on the next run. ***",
           else
               add 1 to nNewLoadSubscript,
               move nEmpNumMstr to nNewEmpNumH (nNewLoadSubscript),
               move nHireDate to nNewHireDateH (nNewLoadSubscript),
               perform 221-find-address,
               perform 222-write-submission,
               perform 223-print-hire,
           end-if.

       221-find-address.
           move 0 to nAddrFoundSubscript.
           perform 2211-search-address varying nAddrSubscript from 1 by 1
               until nAddrSubscript > nAddrLoadSubscript
               or nAddrFoundSubscript > 0.

       2211-search-address.
           if nAddrEmpNumA (nAddrSubscript) = nEmpNumMstr
               move nAddrSubscript to nAddrFoundSubscript,
           end-if.

       222-write-submission.
           move spaces to xSubmitRecord.
           move "E" to xNhRecordType.
           move xFein to xNhFein.
           move xLastName to xNhLastName.
           move xFirstName to xNhFirstName.
           move nEmpNumMstr to nNhEmpNum.
           move nHireDate to nNhHireDate.
           if nAddrFoundSubscript > 0
               move xAddrStreetA (nAddrFoundSubscript) to xNhStreet,
               move xAddrCityA (nAddrFoundSubscript) to xNhCity,
               move xAddrStateA (nAddrFoundSubscript) to xNhState,
               move xAddrZipA (nAddrFoundSubscript) to xNhZip,
           end-if.
           write xSubmitRecord.
           move xStatusSubmit to xCurrentStatus.
           move "NewHireReport.txt" to xCurrentFileName.
           perform 900-check-status.

       223-print-hire.
           compute nDueDate = function date-of-integer
               (nHireInteger + nDeadlineDays).

           move nEmpNumMstr to neDetailEmpNum.
           move spaces to xDetailName.
           string function trim(xLastName), ", ",
               function trim(xFirstName)
               delimited by size into xDetailName.
           move nHireDate to neDetailHireDate.
           move nDueDate to neDetailDueDate.
           move nDaysSinceHire to neDetailDays.
           if nDaysSinceHire > nDeadlineDays
               add 1 to nLateCount,
               move "LATE" to xDetailLateFlag,
           else
               move spaces to xDetailLateFlag,
           end-if.
           if nAddrFoundSubscript = 0
               add 1 to nNoAddressCount,
               move "NO ADDR" to xDetailAddrFlag,
           else
               move spaces to xDetailAddrFlag,
           end-if.

           display xDetailLine.
           write xOutput from xDetailLine before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

       240-print-footer.
           if nNewLoadSubscript = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
           end-if.

           display " ".
           write xOutput from " " before advancing 1 line.
           move nNewLoadSubscript to neFooterReported.
           move nLateCount to neFooterLate.
           move nNoAddressCount to neFooterNoAddress.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           move spaces to xSubmitRecord.
           move "T" to xNhTrlRecordType.
           move xFein to xNhTrlFein.
           move nNewLoadSubscript to nNhTrlCount.
           write xSubmitRecord.
           move xStatusSubmit to xCurrentStatus.
           move "NewHireReport.txt" to xCurrentFileName.
           perform 900-check-status.

           close submitFile.
           move xStatusSubmit to xCurrentStatus.
           move "NewHireReport.txt" to xCurrentFileName.
           perform 900-check-status.

           if nNewLoadSubscript > 0
               perform 310-record-reported,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

       310-record-reported.
           open extend reportedFile.
           if xStatusReported = "35"
               open output reportedFile,
           end-if.
           move xStatusReported to xCurrentStatus.
           move "NewHireReported.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 311-write-reported
               varying nNewSubscript from 1 by 1
               until nNewSubscript > nNewLoadSubscript.

           close reportedFile.
           move xStatusReported to xCurrentStatus.
           move "NewHireReported.txt" to xCurrentFileName.
           perform 900-check-status.

       311-write-reported.
           move nNewEmpNumH (nNewSubscript) to nRptEmpNumIn.
           move nNewHireDateH (nNewSubscript) to nRptHireDateIn.
           move xRunDate to nRptReportDateIn.
           write xReportedRecord.
           move xStatusReported to xCurrentStatus.
           move "NewHireReported.txt" to xCurrentFileName.
           perform 900-check-status.

       295-write-audit.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "PAYROLL-28" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nMasterRecordsRead to neAuditRecordsReadOut.
           move nNewLoadSubscript to neAuditRecordsWrittenOut.
           add nLateCount nNoAddressCount giving neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           close auditFile.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       901-check-read-status.
           if xCurrentStatus not = "00" and xCurrentStatus not = "10"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
