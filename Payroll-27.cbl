       identification division.
       program-id. Payroll-27.

       environment division.
       input-output section.
       file-control.
           select checkRegister assign to "CheckRegister.txt" organization is line sequential
               file status is xStatusCheckReg.
           select addressFile assign to "EmpAddresses.txt" organization is line sequential
               file status is xStatusAddress.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select unclaimedFile assign to "UnclaimedProperty.txt" organization is line sequential
               file status is xStatusUnclaimed.
           select outfile assign to "Payroll-27-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd checkRegister.
       01 xCheckRecord                    pic x(110).

       fd addressFile.
       01 xAddressRecord.
           05 nAddrEmpNumIn               pic 9999.
           05 xAddrStreetIn               pic x(30).
           05 xAddrCityIn                 pic x(20).
           05 xAddrStateIn                pic xx.
           05 xAddrZipIn                  pic x(10).

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn         pic x(14).
           05   xControlParamIn           pic x(14).
           05   xControlValueIn           pic x(10).

       fd unclaimedFile.
       01 xUnclaimedRecord.
           05 nUpReportDateOut            pic 9(8).
           05 nUpCheckNumOut              pic 9(6).
           05 nUpEmpNumOut                pic 9999.
           05 xUpPayeeNameOut             pic x(34).
           05 nUpAmountOut                pic 9(6)v99.
           05 nUpIssueDateOut             pic 9(8).
           05 xUpPropertyTypeOut          pic x(4).
           05 xUpStreetOut                pic x(30).
           05 xUpCityOut                  pic x(20).
           05 xUpStateOut                 pic xx.
           05 xUpZipOut                   pic x(10).

       fd outfile.
       01 xOutput                         pic x(110).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusCheckReg                 pic xx      value "00".
       77 xStatusAddress                  pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusUnclaimed                pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xCheckRegEofFlag                pic x       value "n".
       77 xAddrEofFlag                    pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 nCheckRegCount                  pic 9999    value 0.
       77 nCheckRegSubscript              pic 9999.
       77 nAddrLoadSubscript              pic 9999    value 0.
       77 nAddrSubscript                  pic 9999.
       77 nAddrFoundSubscript             pic 9999    value 0.
       77 nStaleDays                      pic 9(5)    value 180.
       77 nDormancyDays                   pic 9(5)    value 365.
       77 nOutstandingCount               pic 9999    value 0.
       77 nStaleCount                     pic 9999    value 0.
       77 nStaleTotal                     pic 9(8)v99 value 0.
       77 nEscheatCount                   pic 9999    value 0.
       77 nEscheatTotal                   pic 9(8)v99 value 0.
       77 nNoAddressCount                 pic 9999    value 0.
       77 nCheckNet                       pic 9(6)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).
       77 nTodayInteger                   pic 9(8)    value 0.
       77 nCheckDateNum                   pic 9(8)    value 0.
       77 nCheckInteger                   pic 9(8)    value 0.
       77 nAgeDays                        pic s9(5)   value 0.

       01 xCheckRegParse.
           05 xCheckParseNum              pic x(6).
           05 filler                      pic x(3).
           05 xCheckParseDate             pic x(10).
           05 filler                      pic xx.
           05 xCheckParseEmp              pic x(4).
           05 filler                      pic x(4).
           05 xCheckParseName             pic x(34).
           05 filler                      pic xx.
           05 xCheckParseNet              pic x(8).
           05 filler                      pic xx.
           05 xCheckParseGross            pic x(8).
           05 filler                      pic xx.
           05 xCheckParseRegHrs           pic x(4).
           05 filler                      pic xx.
           05 xCheckParseOTHrs            pic x(4).
           05 filler                      pic xx.
           05 xCheckParseStatus           pic x(4).

       01 xCheckRegTable.
           05  xCheckRegElement occurs 1 to 2000 times
                   depending on nCheckRegCount.
               10 xCheckLineT             pic x(110).

       01 xAddressTable.
           05  xAddressElement occurs 1 to 1000 times
                   depending on nAddrLoadSubscript.
               10 nAddrEmpNumA            pic 9999.
               10 xAddrStreetA            pic x(30).
               10 xAddrCityA              pic x(20).
               10 xAddrStateA             pic xx.
               10 xAddrZipA               pic x(10).

       01 xControlTable.
           05  xControlElement occurs 20 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xReportHeading-1.
           05 filler                      pic x(40)   value
               "*** Stale-Dated and Unclaimed Payroll Ch".
           05 filler                      pic x(9)    value "ecks ***".

       01 xReportHeading-2.
           05 filler                      pic x(12)   value "Stale after ".
           05 neHeadingStale              pic zzzz9.
           05 filler                      pic x(25)   value
               " days, escheated at/after".
           05 neHeadingDormancy           pic zzzzz9.
           05 filler                      pic x(5)    value " days".

       01 xEscheatHeading.
           05 filler                      pic x(45)   value
               "*** Escheated to unclaimed property file ***".

       01 xStaleHeading.
           05 filler                      pic x(42)   value
               "*** Stale-dated checks - contact payee ***".

       01 xDetailHeading.
           05 filler                      pic x(9)    value "CHECK NO".
           05 filler                      pic x(12)   value "DATE".
           05 filler                      pic x(8)    value "EMP NUM".
           05 filler                      pic x(36)   value "EMP NAME".
           05 filler                      pic x(10)   value "NET AMT".
           05 filler                      pic x(10)   value "AGE DAYS".
           05 filler                      pic x(7)    value "FLAG".

       01 xCheckDetail.
           05 xOutCheckNum                pic x(6).
           05 filler                      pic x(3)    value spaces.
           05 xOutCheckDate               pic x(10).
           05 filler                      pic xx      value spaces.
           05 xOutEmpNum                  pic x(4).
           05 filler                      pic x(4)    value spaces.
           05 xOutName                    pic x(34).
           05 filler                      pic xx      value spaces.
           05 xOutNet                     pic x(8).
           05 filler                      pic x(4)    value spaces.
           05 neOutAgeDays                pic zzzz9.
           05 filler                      pic x(3)    value spaces.
           05 xOutFlag                    pic x(7).

       01 xAddressDetail.
           05 filler                      pic x(21)   value spaces.
           05 xOutStreet                  pic x(30).
           05 filler                      pic x       value space.
           05 xOutCity                    pic x(20).
           05 filler                      pic x       value space.
           05 xOutState                   pic xx.
           05 filler                      pic x       value space.
           05 xOutZip                     pic x(10).

       01 xNoneDetail.
           05 filler                      pic x(6)    value "(none)".

       01 xReportFooter.
           05 neFooterOutstanding         pic zzz9.
           05 filler                      pic x(21)   value " outstanding checks, ".
           05 neFooterStale               pic zzz9.
           05 filler                      pic x(14)   value " stale-dated $".
           05 neFooterStaleTotal          pic zzz,zz9.99.

       01 xReportFooter-2.
           05 neFooterEscheat             pic zzz9.
           05 filler                      pic x(12)   value " escheated $".
           05 neFooterEscheatTotal        pic zzz,zz9.99.
           05 filler                      pic x(2)    value ", ".
           05 neFooterNoAddress           pic zzz9.
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
           perform 200-escheat-report.
           perform 220-stale-report.
           perform 300-termination.
           if nNoAddressCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           perform 105-load-control.

           move "STALEDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nStaleDays = function numval(xControlValueFound)
           end-if.

           move "DORMANCYDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDormancyDays = function numval(xControlValueFound)
           end-if.

           perform 110-load-check-register.
           perform 115-load-addresses.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nStaleDays to neHeadingStale.
           move nDormancyDays to neHeadingDormancy.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "PAYROLL-27"
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

       110-load-check-register.
           open input checkRegister.
           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-check-register until xCheckRegEofFlag = "y".

           close checkRegister.
           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-check-register.
           read checkRegister
               at end
                   move "y" to xCheckRegEofFlag,
               not at end
                   if nCheckRegCount < 2000
                       add 1 to nCheckRegCount,
                       move xCheckRecord to xCheckLineT (nCheckRegCount),
                   else
                       display "*** CheckRegister.txt holds more than",
                           " 2000 lines - run the retention purge",
                           " before aging checks. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-load-addresses.
           open input addressFile.
           if xStatusAddress = "35"
               display "*** No EmpAddresses.txt on file - addresses will",
                   " be reported as unknown ***",
           else
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 116-read-address until xAddrEofFlag = "y",
               close addressFile,
               move xStatusAddress to xCurrentStatus,
               move "EmpAddresses.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       116-read-address.
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

       200-escheat-report.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xEscheatHeading.
           write xOutput from xEscheatHeading before advancing 1 line.
           display xDetailHeading.
           write xOutput from xDetailHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 210-escheat-line
               varying nCheckRegSubscript from 1 by 1
               until nCheckRegSubscript > nCheckRegCount.

           if nEscheatCount = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-27-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       210-escheat-line.
           perform 230-age-check.
           if xCheckParseNum numeric
               and (xCheckParseStatus = "GOOD" or xCheckParseStatus = spaces)
               and nAgeDays not < nDormancyDays
               add 1 to nEscheatCount,
               compute nCheckNet = function numval (xCheckParseNet),
               add nCheckNet to nEscheatTotal,
               perform 231-find-address,
               perform 211-write-unclaimed,
               move "ESCH" to xCheckParseStatus,
               move xCheckRegParse to xCheckLineT (nCheckRegSubscript),
               perform 240-print-check,
           end-if.

       211-write-unclaimed.
           if nEscheatCount = 1
               open extend unclaimedFile,
               if xStatusUnclaimed = "35"
                   open output unclaimedFile,
               end-if,
               move xStatusUnclaimed to xCurrentStatus,
               move "UnclaimedProperty.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           move xRunDate to nUpReportDateOut.
           move function numval (xCheckParseNum) to nUpCheckNumOut.
           if xCheckParseEmp numeric
               move xCheckParseEmp to nUpEmpNumOut,
           else
               move 0 to nUpEmpNumOut,
           end-if.
           move xCheckParseName to xUpPayeeNameOut.
           move nCheckNet to nUpAmountOut.
           move nCheckDateNum to nUpIssueDateOut.
           move "MS01" to xUpPropertyTypeOut.
           if nAddrFoundSubscript = 0
               move spaces to xUpStreetOut,
               move spaces to xUpCityOut,
               move spaces to xUpStateOut,
               move spaces to xUpZipOut,
           else
               move xAddrStreetA (nAddrFoundSubscript) to xUpStreetOut,
               move xAddrCityA (nAddrFoundSubscript) to xUpCityOut,
               move xAddrStateA (nAddrFoundSubscript) to xUpStateOut,
               move xAddrZipA (nAddrFoundSubscript) to xUpZipOut,
           end-if.
           write xUnclaimedRecord.

           move xStatusUnclaimed to xCurrentStatus.
           move "UnclaimedProperty.txt" to xCurrentFileName.
           perform 900-check-status.

       220-stale-report.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xStaleHeading.
           write xOutput from xStaleHeading before advancing 1 line.
           display xDetailHeading.
           write xOutput from xDetailHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 221-stale-line
               varying nCheckRegSubscript from 1 by 1
               until nCheckRegSubscript > nCheckRegCount.

           if nStaleCount = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-27-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           display " ".
           write xOutput from " " before advancing 1 line.
           move nOutstandingCount to neFooterOutstanding.
           move nStaleCount to neFooterStale.
           move nStaleTotal to neFooterStaleTotal.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.
           move nEscheatCount to neFooterEscheat.
           move nEscheatTotal to neFooterEscheatTotal.
           move nNoAddressCount to neFooterNoAddress.
           display xReportFooter-2.
           write xOutput from xReportFooter-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

       221-stale-line.
           perform 230-age-check.
           if xCheckParseNum numeric
               and (xCheckParseStatus = "GOOD" or xCheckParseStatus = spaces)
               add 1 to nOutstandingCount,
               if nAgeDays > nStaleDays
                   add 1 to nStaleCount,
                   compute nCheckNet = function numval (xCheckParseNet),
                   add nCheckNet to nStaleTotal,
                   perform 231-find-address,
                   perform 240-print-check,
               end-if,
           end-if.

       230-age-check.
           move xCheckLineT (nCheckRegSubscript) to xCheckRegParse.
           move 0 to nAgeDays.
           move 0 to nCheckDateNum.
           if xCheckParseDate (1:4) numeric
               and xCheckParseDate (6:2) numeric
               and xCheckParseDate (9:2) numeric
               compute nCheckDateNum =
                   function numval (xCheckParseDate (1:4)) * 10000
                   + function numval (xCheckParseDate (6:2)) * 100
                   + function numval (xCheckParseDate (9:2)),
               compute nCheckInteger =
                   function integer-of-date (nCheckDateNum),
               compute nAgeDays = nTodayInteger - nCheckInteger,
           end-if.

       231-find-address.
           move 0 to nAddrFoundSubscript.
           if xCheckParseEmp numeric
               perform 232-search-address varying nAddrSubscript from 1 by 1
                   until nAddrSubscript > nAddrLoadSubscript
                   or nAddrFoundSubscript > 0,
           end-if.

       232-search-address.
           if nAddrEmpNumA (nAddrSubscript) = function numval (xCheckParseEmp)
               move nAddrSubscript to nAddrFoundSubscript,
           end-if.

       240-print-check.
           move xCheckParseNum to xOutCheckNum.
           move xCheckParseDate to xOutCheckDate.
           move xCheckParseEmp to xOutEmpNum.
           move xCheckParseName to xOutName.
           move xCheckParseNet to xOutNet.
           move nAgeDays to neOutAgeDays.
           if nAddrFoundSubscript = 0
               add 1 to nNoAddressCount,
               move "NO ADDR" to xOutFlag,
           else
               move spaces to xOutFlag,
           end-if.

           display xCheckDetail.
           write xOutput from xCheckDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           if nAddrFoundSubscript > 0
               move xAddrStreetA (nAddrFoundSubscript) to xOutStreet,
               move xAddrCityA (nAddrFoundSubscript) to xOutCity,
               move xAddrStateA (nAddrFoundSubscript) to xOutState,
               move xAddrZipA (nAddrFoundSubscript) to xOutZip,
               display xAddressDetail,
               write xOutput from xAddressDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-27-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       300-termination.
           if nEscheatCount > 0
               close unclaimedFile,
               move xStatusUnclaimed to xCurrentStatus,
               move "UnclaimedProperty.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 310-rewrite-check-register,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

       310-rewrite-check-register.
           open output checkRegister.
           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 311-write-check-line
               varying nCheckRegSubscript from 1 by 1
               until nCheckRegSubscript > nCheckRegCount.

           close checkRegister.
           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 900-check-status.

       311-write-check-line.
           move xCheckLineT (nCheckRegSubscript) to xCheckRecord.
           write xCheckRecord.
           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
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

           move "PAYROLL-27" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nCheckRegCount to neAuditRecordsReadOut.
           move nEscheatCount to neAuditRecordsWrittenOut.
           move nNoAddressCount to neAuditExceptionsOut.
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
