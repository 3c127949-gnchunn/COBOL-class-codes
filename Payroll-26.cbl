       identification division.
       program-id. Payroll-26.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "Payroll.master.txt" organization is line sequential
               file status is xStatusMaster.
           select outfile assign to "Payroll-26-output.txt" organization is line sequential
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

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusMaster                   pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xEofFlagMaster                  pic x       value "n".
       77 nEntryMonth                     pic 9(6)    value 0.
       77 nRunYear                        pic 9(4)    value 0.
       77 nRunMonth                       pic 99      value 0.
       77 nMonthStart                     pic 9(8)    value 0.
       77 nMonthEnd                       pic 9(8)    value 0.
       77 nNextMonthStart                 pic 9(8)    value 0.
       77 nYearStart                      pic 9(8)    value 0.
       77 nWorkHireDate                   pic 9(8)    value 0.
       77 nWorkTermDate                   pic 9(8)    value 0.
       77 nDeptSubscript                  pic 99.
       77 nDeptNumber                     pic 9.
       77 nMasterRecordsRead              pic 9(5)    value 0.
       77 nUndatedCount                   pic 9(5)    value 0.
       77 nAverageHeads                   pic 9(5)v9  value 0.
       77 nTurnoverPct                    pic 9(3)v9  value 0.
       77 nTodayInteger                   pic 9(7)    value 0.
       77 nWindowEndInteger               pic 9(7)    value 0.
       77 nAnnivDate                      pic 9(8)    value 0.
       77 nAnnivInteger                   pic 9(7)    value 0.
       77 nServiceYears                   pic 99      value 0.
       77 nServiceRemainder               pic 9       value 0.
       77 nServiceQuotient                pic 99      value 0.
       77 nHireYear                       pic 9(4)    value 0.
       77 nHireMMDD                       pic 9(4)    value 0.
       77 nAnnivLoadSubscript             pic 999     value 0.
       77 nAnnivSubscript                 pic 999.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xDeptTable.
           05  xDeptElement occurs 11 times.
               10 nOpeningD               pic 9(5).
               10 nHiresD                 pic 9(5).
               10 nTermsD                 pic 9(5).
               10 nClosingD               pic 9(5).
               10 nYearOpeningD           pic 9(5).
               10 nYtdTermsD              pic 9(5).

       01 xAnnivTable.
           05  xAnnivElement occurs 1 to 500 times
                   depending on nAnnivLoadSubscript.
               10 nAnnivDateA             pic 9(8).
               10 nAnnivEmpNumA           pic 9999.
               10 nAnnivDeptA             pic 9.
               10 xAnnivNameA             pic x(30).
               10 nAnnivYearsA            pic 99.
               10 nAnnivHireA             pic 9(8).

       01 xReportHeading-1.
           05 filler                      pic x(35)   value
               "*** Workforce Headcount Report for ".
           05 neHeadingMonth              pic 9999/99.
           05 filler                      pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                      pic x(9)    value "DEPT".
           05 filler                      pic x(9)    value "  OPENING".
           05 filler                      pic x(7)    value "  HIRES".
           05 filler                      pic x(7)    value "  TERMS".
           05 filler                      pic x(9)    value "  CLOSING".
           05 filler                      pic x(11)   value "  MTH TURN%".
           05 filler                      pic x(9)    value "  YTD TRM".
           05 filler                      pic x(11)   value "  YTD TURN%".

       01 xDeptDetail.
           05 filler                      pic x(5)    value "Dept ".
           05 xDeptLabelOut               pic x(5).
           05 neOpeningOut                pic zzzz9.
           05 filler                      pic xx      value spaces.
           05 neHiresOut                  pic zzzz9.
           05 filler                      pic xx      value spaces.
           05 neTermsOut                  pic zzzz9.
           05 filler                      pic xxxx    value spaces.
           05 neClosingOut                pic zzzz9.
           05 filler                      pic x(5)    value spaces.
           05 neMonthTurnOut              pic zz9.9.
           05 filler                      pic x(5)    value spaces.
           05 neYtdTermsOut               pic zzzz9.
           05 filler                      pic x(5)    value spaces.
           05 neYtdTurnOut                pic zz9.9.

       01 xAnnivHeading-1.
           05 filler                      pic x(41)   value
               "*** Service anniversaries in the 60 days ".
           05 filler                      pic x(10)   value "following ".
           05 neAnnivHeadingDate          pic 9999/99/99.
           05 filler                      pic x(4)    value " ***".

       01 xAnnivHeading-2.
           05 filler                      pic x(12)   value "DATE".
           05 filler                      pic x(7)    value "YEARS".
           05 filler                      pic x(6)    value "EMP".
           05 filler                      pic x(32)   value "EMPLOYEE NAME".
           05 filler                      pic x(5)    value "DEPT".
           05 filler                      pic x(10)   value "HIRED".

       01 xAnnivDetail.
           05 neAnnivDateOut              pic 9999/99/99.
           05 filler                      pic x(4)    value spaces.
           05 neAnnivYearsOut             pic z9.
           05 filler                      pic x(3)    value spaces.
           05 neAnnivEmpNumOut            pic zzz9.
           05 filler                      pic xx      value spaces.
           05 xAnnivNameOut               pic x(30).
           05 filler                      pic xx      value spaces.
           05 nAnnivDeptOut               pic 9.
           05 filler                      pic x(4)    value spaces.
           05 neAnnivHireOut              pic 9999/99/99.

       01 xAnnivNone.
           05 filler                      pic x(40)   value
               "No 5-year service anniversaries due.".

       01 xReportFooter.
           05 neFooterRead                pic zzzz9.
           05 filler                      pic x(25)   value
               " master record(s) read,".
           05 neFooterNoHire              pic zzzz9.
           05 filler                      pic x(46)   value
               " without a hire or term date (not counted)".

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
           perform 240-print-headcount.
           perform 250-print-anniversaries.
           perform 300-termination.

           if nUndatedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "Workforce Headcount and Turnover".
           display " ".
           display "Report month (yyyymm, 0 = last month)? "
               with no advancing.
           accept nEntryMonth.

           if nEntryMonth = 0
               divide xRunDate by 10000 giving nRunYear,
               compute nRunMonth = (xRunDate - nRunYear * 10000) / 100,
               if nRunMonth = 1
                   compute nEntryMonth = (nRunYear - 1) * 100 + 12,
               else
                   compute nEntryMonth = nRunYear * 100 + nRunMonth - 1,
               end-if,
           end-if.

           divide nEntryMonth by 100 giving nRunYear
               remainder nRunMonth.
           if nRunMonth < 1 or nRunMonth > 12
               display "*** Month must be 01 through 12 ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

           compute nMonthStart = nEntryMonth * 100 + 1.
           compute nYearStart = nRunYear * 10000 + 101.
           if nRunMonth = 12
               compute nNextMonthStart = (nRunYear + 1) * 10000 + 101,
           else
               compute nNextMonthStart = nMonthStart + 100,
           end-if.
           compute nMonthEnd = function date-of-integer
               (function integer-of-date (nNextMonthStart) - 1).

           compute nTodayInteger = function integer-of-date (xRunDate).
           compute nWindowEndInteger = nTodayInteger + 60.

           perform 105-clear-dept
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 11.

           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-26-output.txt" to xCurrentFileName.
           perform 900-check-status.

       105-clear-dept.
           move 0 to nOpeningD (nDeptSubscript).
           move 0 to nHiresD (nDeptSubscript).
           move 0 to nTermsD (nDeptSubscript).
           move 0 to nClosingD (nDeptSubscript).
           move 0 to nYearOpeningD (nDeptSubscript).
           move 0 to nYtdTermsD (nDeptSubscript).

       200-read-master.
           read masterfile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   add 1 to nMasterRecordsRead,
                   perform 210-count-employee,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-count-employee.
           if nHireDate numeric
               move nHireDate to nWorkHireDate,
           else
               move 0 to nWorkHireDate,
           end-if.
           if nTermDate numeric
               move nTermDate to nWorkTermDate,
           else
               move 0 to nWorkTermDate,
           end-if.

           if nWorkHireDate = 0
               or (xEmpStatus = "T" and nWorkTermDate = 0)
               add 1 to nUndatedCount,
           else
               compute nDeptSubscript = nDept + 1,
               perform 211-tally-dept,
               move 11 to nDeptSubscript,
               perform 211-tally-dept,
               if xEmpStatus not = "T" and nWorkTermDate = 0
                   perform 220-check-anniversary,
               end-if,
           end-if.

       211-tally-dept.
           if nWorkHireDate < nMonthStart
               and (nWorkTermDate = 0 or nWorkTermDate >= nMonthStart)
               add 1 to nOpeningD (nDeptSubscript),
           end-if.
           if nWorkHireDate >= nMonthStart and nWorkHireDate <= nMonthEnd
               add 1 to nHiresD (nDeptSubscript),
           end-if.
           if nWorkTermDate >= nMonthStart and nWorkTermDate <= nMonthEnd
               add 1 to nTermsD (nDeptSubscript),
           end-if.
           if nWorkHireDate <= nMonthEnd
               and (nWorkTermDate = 0 or nWorkTermDate > nMonthEnd)
               add 1 to nClosingD (nDeptSubscript),
           end-if.
           if nWorkHireDate < nYearStart
               and (nWorkTermDate = 0 or nWorkTermDate >= nYearStart)
               add 1 to nYearOpeningD (nDeptSubscript),
           end-if.
           if nWorkTermDate >= nYearStart and nWorkTermDate <= nMonthEnd
               add 1 to nYtdTermsD (nDeptSubscript),
           end-if.

       220-check-anniversary.
           divide nWorkHireDate by 10000 giving nHireYear
               remainder nHireMMDD.
           divide xRunDate by 10000 giving nRunYear.

           perform 221-try-anniversary-year.
           if nAnnivInteger < nTodayInteger
               add 1 to nRunYear,
               perform 221-try-anniversary-year,
           end-if.

           if nAnnivInteger >= nTodayInteger
               and nAnnivInteger <= nWindowEndInteger
               and nRunYear > nHireYear
               compute nServiceYears = nRunYear - nHireYear,
               divide nServiceYears by 5 giving nServiceQuotient
                   remainder nServiceRemainder,
               if nServiceRemainder = 0 and nAnnivLoadSubscript < 500
                   add 1 to nAnnivLoadSubscript,
                   move nAnnivDate to nAnnivDateA (nAnnivLoadSubscript),
                   move nEmpNumMstr to nAnnivEmpNumA (nAnnivLoadSubscript),
                   move nDept to nAnnivDeptA (nAnnivLoadSubscript),
                   move spaces to xAnnivNameA (nAnnivLoadSubscript),
                   string xLastName delimited by "  "
                       ", " delimited by size
                       xFirstName delimited by "  "
                       into xAnnivNameA (nAnnivLoadSubscript),
                   move nServiceYears to nAnnivYearsA (nAnnivLoadSubscript),
                   move nWorkHireDate to nAnnivHireA (nAnnivLoadSubscript),
               end-if,
           end-if.

       221-try-anniversary-year.
           compute nAnnivDate = nRunYear * 10000 + nHireMMDD.
           if function test-date-yyyymmdd (nAnnivDate) not = 0
               subtract 1 from nAnnivDate,
           end-if.
           compute nAnnivInteger = function integer-of-date (nAnnivDate).

       240-print-headcount.
           move nEntryMonth to neHeadingMonth.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-26-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-print-dept
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 11.

       241-print-dept.
           if nDeptSubscript = 11
               or nOpeningD (nDeptSubscript) > 0
               or nHiresD (nDeptSubscript) > 0
               or nTermsD (nDeptSubscript) > 0
               or nYtdTermsD (nDeptSubscript) > 0
               if nDeptSubscript = 11
                   move "TOTAL" to xDeptLabelOut,
               else
                   compute nDeptNumber = nDeptSubscript - 1,
                   move nDeptNumber to xDeptLabelOut,
               end-if,
               move nOpeningD (nDeptSubscript) to neOpeningOut,
               move nHiresD (nDeptSubscript) to neHiresOut,
               move nTermsD (nDeptSubscript) to neTermsOut,
               move nClosingD (nDeptSubscript) to neClosingOut,
               move nYtdTermsD (nDeptSubscript) to neYtdTermsOut,

               compute nAverageHeads = (nOpeningD (nDeptSubscript)
                   + nClosingD (nDeptSubscript)) / 2,
               if nAverageHeads > 0
                   compute nTurnoverPct rounded = nTermsD (nDeptSubscript)
                       * 100 / nAverageHeads,
               else
                   move 0 to nTurnoverPct,
               end-if,
               move nTurnoverPct to neMonthTurnOut,

               compute nAverageHeads = (nYearOpeningD (nDeptSubscript)
                   + nClosingD (nDeptSubscript)) / 2,
               if nAverageHeads > 0
                   compute nTurnoverPct rounded = nYtdTermsD (nDeptSubscript)
                       * 100 / nAverageHeads,
               else
                   move 0 to nTurnoverPct,
               end-if,
               move nTurnoverPct to neYtdTurnOut,

               display xDeptDetail,
               write xOutput from xDeptDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-26-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       250-print-anniversaries.
           move xRunDate to neAnnivHeadingDate.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xAnnivHeading-1.
           write xOutput from xAnnivHeading-1 before advancing 1 line.

           if nAnnivLoadSubscript = 0
               display xAnnivNone,
               write xOutput from xAnnivNone before advancing 1 line,
           else
               sort xAnnivElement on ascending key nAnnivDateA,
               display xAnnivHeading-2,
               write xOutput from xAnnivHeading-2 before advancing 1 line,
               perform 251-print-anniversary
                   varying nAnnivSubscript from 1 by 1
                   until nAnnivSubscript > nAnnivLoadSubscript,
           end-if.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-26-output.txt" to xCurrentFileName.
           perform 900-check-status.

       251-print-anniversary.
           move nAnnivDateA (nAnnivSubscript) to neAnnivDateOut.
           move nAnnivYearsA (nAnnivSubscript) to neAnnivYearsOut.
           move nAnnivEmpNumA (nAnnivSubscript) to neAnnivEmpNumOut.
           move xAnnivNameA (nAnnivSubscript) to xAnnivNameOut.
           move nAnnivDeptA (nAnnivSubscript) to nAnnivDeptOut.
           move nAnnivHireA (nAnnivSubscript) to neAnnivHireOut.

           display xAnnivDetail.
           write xOutput from xAnnivDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-26-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           move nMasterRecordsRead to neFooterRead.
           move nUndatedCount to neFooterNoHire.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-26-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-26-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

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

           move "PAYROLL-26" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nMasterRecordsRead to neAuditRecordsReadOut.
           move nAnnivLoadSubscript to neAuditRecordsWrittenOut.
           move nUndatedCount to neAuditExceptionsOut.
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
