       identification division.
       program-id. Payroll-31.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "Payroll.master.txt" organization is line sequential
               file status is xStatusMaster.
           select scheduleFile assign to "PaySchedule.txt" organization is line sequential
               file status is xStatusSchedule.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select accountMap assign to "AccountMap.txt" organization is line sequential
               file status is xStatusMap.
           select journalFile assign to "GLJournal.txt" organization is line sequential
               file status is xStatusJournal.
           select outfile assign to "Payroll-31-output.txt" organization is line sequential
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

       fd scheduleFile.
       01 xScheduleInput.
           05   xSchedFreqIn           pic x.
           05   nSchedDateIn           pic 9(8).

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn         pic x(14).
           05   xControlParamIn           pic x(14).
           05   xControlValueIn           pic x(10).

       fd accountMap.
       01 xMapInput.
           05 xMapSourceIn           pic x(10).
           05 xMapDebitIn            pic x(8).
           05 xMapCreditIn           pic x(8).

       fd journalFile.
       01 xJournalInput.
           05 nJnlDateIn             pic 9(8).
           05 xJnlAccountIn          pic x(8).
           05 xJnlSideIn             pic x.
           05 nJnlAmountIn           pic 9(9)v99.
           05 xJnlSourceIn           pic x(10).

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusMaster                   pic xx      value "00".
       77 xStatusSchedule                 pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusMap                      pic xx      value "00".
       77 xStatusJournal                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xEofFlagMaster                  pic x       value "n".
       77 xSchedEofFlag                   pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 xMapEofFlag                     pic x       value "n".
       77 xJournalEofFlag                 pic x       value "n".
       77 xAccrualPostedFlag              pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlProgramWanted           pic x(14).
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 xPayFrequency                   pic x       value "W".
       77 nPeriodLengthDays               pic 99      value 7.
       77 nHoursPerDay                    pic 99v99   value 8.
       77 nFicaPct                        pic 99v99   value 7.65.
       77 nFicaWageBase                   pic 9(7)    value 0.
       77 nSutaPct                        pic 99v99   value 0.
       77 nSutaWageBase                   pic 9(7)    value 0.
       77 nEntryMonth                     pic 9(6)    value 0.
       77 nEntryYear                      pic 9(4)    value 0.
       77 nEntryMon                       pic 99      value 0.
       77 nRunYear                        pic 9(4)    value 0.
       77 nRunMonth                       pic 99      value 0.
       77 nMonthEndDate                   pic 9(8)    value 0.
       77 nReversalDate                   pic 9(8)    value 0.
       77 nLastPeriodEnd                  pic 9(8)    value 0.
       77 nNextPeriodEnd                  pic 9(8)    value 99999999.
       77 nMonthEndInteger                pic 9(7)    value 0.
       77 nLastEndInteger                 pic 9(7)    value 0.
       77 nNextEndInteger                 pic 9(7)    value 0.
       77 nWindowStart                    pic 9(7)    value 0.
       77 nWindowEnd                      pic 9(7)    value 0.
       77 nDayInteger                     pic 9(7)    value 0.
       77 nDayWeekday                     pic 9       value 0.
       77 nWorkdayCount                   pic 999     value 0.
       77 nPeriodWorkdays                 pic 999     value 0.
       77 nUnpaidWorkdays                 pic 999     value 0.
       77 nEmpUnpaidWorkdays              pic 999     value 0.
       77 nHireInteger                    pic 9(7)    value 0.
       77 nEmpAccrual                     pic 9(6)v99 value 0.
       77 nEmpFica                        pic 9(5)v99 value 0.
       77 nEmpSuta                        pic 9(5)v99 value 0.
       77 nDeptSubscript                  pic 99.
       77 nSourceDept                     pic 9.
       77 nMapCount                       pic 99      value 0.
       77 nMapSubscript                   pic 99.
       77 xMapFoundFlag                   pic x       value "n".
       77 xMapDebitFound                  pic x(8)    value spaces.
       77 xMapCreditFound                 pic x(8)    value spaces.
       77 xSourceName                     pic x(10)   value spaces.
       77 xSourceBase                     pic x(10)   value spaces.
       77 nSourceAmount                   pic 9(9)v99 value 0.
       77 nEntryCount                     pic 999     value 0.
       77 nEntrySubscript                 pic 999.
       77 nUnmappedCount                  pic 99      value 0.
       77 nMasterRecordsRead              pic 9(5)    value 0.
       77 nAccruedEmployees               pic 9(5)    value 0.
       77 nTotalAccrual                   pic 9(9)v99 value 0.
       77 nTotalEmployerTax               pic 9(9)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 20 times.
               10 xControlProgramT        pic x(14).
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xDeptTable.
           05  xDeptElement occurs 10 times.
               10 nDeptEmployeesA         pic 9(5).
               10 nDeptWagesA             pic 9(9)v99.
               10 nDeptTaxA               pic 9(9)v99.

       01 xMapTable.
           05  xMapElement occurs 1 to 50 times
                   depending on nMapCount.
               10 xMapSourceT            pic x(10).
               10 xMapDebitT             pic x(8).
               10 xMapCreditT            pic x(8).

       01 xEntryTable.
           05  xEntryElement occurs 1 to 100 times
                   depending on nEntryCount.
               10 nEntryDateT            pic 9(8).
               10 xEntryAccountT         pic x(8).
               10 xEntrySideT            pic x.
               10 nEntryAmountT          pic 9(9)v99.
               10 xEntrySourceT          pic x(10).

       01 xReportHeading-1.
           05 filler                      pic x(33)   value
               "*** Month-End Wage Accrual as of ".
           05 neHeadingMonthEnd           pic 9999/99/99.
           05 filler                      pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                      pic x(19)   value
               "Last period ended: ".
           05 neHeadingLastEnd            pic 9999/99/99.
           05 filler                      pic x(15)   value "  next period: ".
           05 neHeadingNextEnd            pic 9999/99/99.
           05 filler                      pic x(18)   value "  unpaid workdays ".
           05 neHeadingUnpaidDays         pic zz9.
           05 filler                      pic x(4)    value " of ".
           05 neHeadingPeriodDays         pic zz9.

       01 xDeptHeading.
           05 filler                      pic x(6)    value "DEPT".
           05 filler                      pic x(11)   value "EMPLOYEES".
           05 filler                      pic x(18)   value "   ACCRUED WAGES".
           05 filler                      pic x(18)   value "    EMPLOYER TAX".

       01 xDeptDetail.
           05 filler                      pic xx      value spaces.
           05 nDeptOut                    pic 9.
           05 filler                      pic x(6)    value spaces.
           05 neDeptEmployeesOut          pic zzzz9.
           05 filler                      pic x(3)    value spaces.
           05 neDeptWagesOut              pic $$$$,$$$,$$9.99.
           05 filler                      pic x(3)    value spaces.
           05 neDeptTaxOut                pic $$$$,$$$,$$9.99.

       01 xDeptTotal.
           05 filler                      pic x(9)    value "TOTAL".
           05 neTotalEmployeesOut         pic zzzz9.
           05 filler                      pic x(3)    value spaces.
           05 neTotalWagesOut             pic $$$$,$$$,$$9.99.
           05 filler                      pic x(3)    value spaces.
           05 neTotalTaxOut               pic $$$$,$$$,$$9.99.

       01 xJournalHeading.
           05 filler                      pic x(40)   value
               "Accrual and reversal journal lines".

       01 xJournalDetail.
           05 neJnlDateOut             pic 9999/99/99.
           05 filler                   pic xx      value spaces.
           05 xJnlAccountOut           pic x(8).
           05 filler                   pic xx      value spaces.
           05 xJnlSideOut              pic x.
           05 filler                   pic xx      value spaces.
           05 neJnlAmountOut           pic zzz,zzz,zz9.99.
           05 filler                   pic xx      value spaces.
           05 xJnlSourceOut            pic x(10).

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
           perform 240-print-departments.
           perform 250-build-entries
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 10.

           if nUnmappedCount > 0
               display "*** Accrual journal not released ***",
               write xOutput from "*** Accrual journal not released ***"
                   before advancing 1 line,
               perform 300-termination,
               move 16 to return-code,
               stop run,
           end-if.

           perform 270-release-journal.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "*** Month-end wage accrual ***".
           display "Accrual month (yyyymm, 0 = last month)? "
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

           divide nEntryMonth by 100 giving nEntryYear
               remainder nEntryMon.
           if nEntryMon < 1 or nEntryMon > 12
               display "*** Month must be 01 through 12 ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

           if nEntryMon = 12
               compute nReversalDate = (nEntryYear + 1) * 10000 + 101,
           else
               compute nReversalDate = nEntryYear * 10000
                   + (nEntryMon + 1) * 100 + 1,
           end-if.
           compute nMonthEndInteger =
               function integer-of-date (nReversalDate) - 1.
           compute nMonthEndDate = function date-of-integer (nMonthEndInteger).

           perform 105-load-control.

           move "PAYROLL-01" to xControlProgramWanted.
           move "PAYFREQ" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move xControlValueFound (1:1) to xPayFrequency
           end-if.

           move "FICAPCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nFicaPct = function numval(xControlValueFound)
           end-if.

           move "FICABASE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nFicaWageBase = function numval(xControlValueFound)
           end-if.

           move "SUTAPCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSutaPct = function numval(xControlValueFound)
           end-if.

           move "SUTABASE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSutaWageBase = function numval(xControlValueFound)
           end-if.

           move "PAYROLL-31" to xControlProgramWanted.
           move "HOURSPERDAY" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nHoursPerDay = function numval(xControlValueFound)
           end-if.

           evaluate xPayFrequency
               when "B"
                   move 14 to nPeriodLengthDays,
               when "S"
                   move 15 to nPeriodLengthDays,
               when "M"
                   move 30 to nPeriodLengthDays,
               when other
                   move 7 to nPeriodLengthDays,
           end-evaluate.

           perform 110-load-schedule.

           if nLastPeriodEnd = 0
               display "*** No ", xPayFrequency, " period on PaySchedule.txt",
                   " ends on or before ", nMonthEndDate, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
           if nNextPeriodEnd = 99999999
               compute nNextPeriodEnd = function date-of-integer
                   (function integer-of-date (nLastPeriodEnd)
                   + nPeriodLengthDays),
           end-if.
           compute nLastEndInteger = function integer-of-date (nLastPeriodEnd).
           compute nNextEndInteger = function integer-of-date (nNextPeriodEnd).

           compute nWindowStart = nLastEndInteger + 1.
           move nNextEndInteger to nWindowEnd.
           perform 230-count-workdays.
           move nWorkdayCount to nPeriodWorkdays.

           move nMonthEndInteger to nWindowEnd.
           perform 230-count-workdays.
           move nWorkdayCount to nUnpaidWorkdays.

           perform 115-check-journal.
           perform 120-load-account-map.

           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nMonthEndDate to neHeadingMonthEnd.
           move nLastPeriodEnd to neHeadingLastEnd.
           move nNextPeriodEnd to neHeadingNextEnd.
           move nUnpaidWorkdays to neHeadingUnpaidDays.
           move nPeriodWorkdays to neHeadingPeriodDays.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
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
                   if (xControlProgramIn = "PAYROLL-01"
                       or xControlProgramIn = "PAYROLL-31")
                       and nControlLoadSubscript < 20
                       add 1 to nControlLoadSubscript,
                       move xControlProgramIn to xControlProgramT (nControlLoadSubscript),
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
           if xControlProgramT (nControlSearchSubscript) = xControlProgramWanted
               and xControlParamT (nControlSearchSubscript) = xControlParamWanted
               move "y" to xControlFoundFlag,
               move xControlValueT (nControlSearchSubscript) to xControlValueFound,
           end-if.

       110-load-schedule.
           open input scheduleFile.
           move xStatusSchedule to xCurrentStatus.
           move "PaySchedule.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-schedule until xSchedEofFlag = "y".

           close scheduleFile.
           move xStatusSchedule to xCurrentStatus.
           move "PaySchedule.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-schedule.
           read scheduleFile
               at end
                   move "y" to xSchedEofFlag,
               not at end
                   if xSchedFreqIn = xPayFrequency
                       if nSchedDateIn <= nMonthEndDate
                           and nSchedDateIn > nLastPeriodEnd
                           move nSchedDateIn to nLastPeriodEnd,
                       end-if,
                       if nSchedDateIn > nMonthEndDate
                           and nSchedDateIn < nNextPeriodEnd
                           move nSchedDateIn to nNextPeriodEnd,
                       end-if,
                   end-if,
           end-read.

           move xStatusSchedule to xCurrentStatus.
           move "PaySchedule.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-check-journal.
           open input journalFile.
           if xStatusJournal not = "35"
               move xStatusJournal to xCurrentStatus,
               move "GLJournal.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 116-read-journal until xJournalEofFlag = "y",
               close journalFile,
               move xStatusJournal to xCurrentStatus,
               move "GLJournal.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           if xAccrualPostedFlag = "y"
               display "*** An accrual for ", nMonthEndDate,
                   " is already on GLJournal.txt ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       116-read-journal.
           read journalFile
               at end
                   move "y" to xJournalEofFlag,
               not at end
                   if nJnlDateIn = nMonthEndDate
                       and xJnlSourceIn (1:4) = "ACCR"
                       move "y" to xAccrualPostedFlag,
                   end-if,
           end-read.

           move xStatusJournal to xCurrentStatus.
           move "GLJournal.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-account-map.
           open input accountMap.
           move xStatusMap to xCurrentStatus.
           move "AccountMap.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-map until xMapEofFlag = "y".

           close accountMap.
           move xStatusMap to xCurrentStatus.
           move "AccountMap.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-map.
           read accountMap
               at end
                   move "y" to xMapEofFlag,
               not at end
                   if nMapCount < 50
                       add 1 to nMapCount,
                       move xMapSourceIn to xMapSourceT (nMapCount),
                       move xMapDebitIn to xMapDebitT (nMapCount),
                       move xMapCreditIn to xMapCreditT (nMapCount),
                   end-if,
           end-read.

           move xStatusMap to xCurrentStatus.
           move "AccountMap.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-read-master.
           read masterfile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   add 1 to nMasterRecordsRead,
                   perform 210-accrue-employee,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-accrue-employee.
           if xEmpStatus = "T"
               continue
           else
               if nHireDate numeric and nHireDate > nMonthEndDate
                   continue
               else
                   move nUnpaidWorkdays to nEmpUnpaidWorkdays,
                   if nHireDate numeric and nHireDate > nLastPeriodEnd
                       compute nHireInteger =
                           function integer-of-date (nHireDate),
                       move nHireInteger to nWindowStart,
                       move nMonthEndInteger to nWindowEnd,
                       perform 230-count-workdays,
                       move nWorkdayCount to nEmpUnpaidWorkdays,
                   end-if,
                   perform 220-estimate-wages,
               end-if,
           end-if.

       220-estimate-wages.
           move 0 to nEmpAccrual.
           if xPayTypeMstr = "S"
               if nPeriodWorkdays > 0
                   compute nEmpAccrual rounded = nPeriodSalary
                       * nEmpUnpaidWorkdays / nPeriodWorkdays,
               end-if,
           else
               compute nEmpAccrual rounded = nPayRate * nHoursPerDay
                   * nEmpUnpaidWorkdays,
           end-if.

           if nEmpAccrual > 0
               move 0 to nEmpFica,
               if nFicaWageBase = 0 or nYtdGrossPay < nFicaWageBase
                   compute nEmpFica rounded = nEmpAccrual * nFicaPct / 100,
               end-if,
               move 0 to nEmpSuta,
               if nSutaWageBase = 0 or nYtdGrossPay < nSutaWageBase
                   compute nEmpSuta rounded = nEmpAccrual * nSutaPct / 100,
               end-if,

               compute nDeptSubscript = nDept + 1,
               add 1 to nDeptEmployeesA (nDeptSubscript),
               add nEmpAccrual to nDeptWagesA (nDeptSubscript),
               add nEmpFica nEmpSuta to nDeptTaxA (nDeptSubscript),
               add 1 to nAccruedEmployees,
               add nEmpAccrual to nTotalAccrual,
               add nEmpFica nEmpSuta to nTotalEmployerTax,
           end-if.

       230-count-workdays.
           move 0 to nWorkdayCount.
           perform 231-count-one-day
               varying nDayInteger from nWindowStart by 1
               until nDayInteger > nWindowEnd.

       231-count-one-day.
           compute nDayWeekday = function mod (nDayInteger, 7).
           if nDayWeekday >= 1 and nDayWeekday <= 5
               add 1 to nWorkdayCount,
           end-if.

       240-print-departments.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xDeptHeading.
           write xOutput from xDeptHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-print-department
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 10.

           move nAccruedEmployees to neTotalEmployeesOut.
           move nTotalAccrual to neTotalWagesOut.
           move nTotalEmployerTax to neTotalTaxOut.
           display xDeptTotal.
           write xOutput from xDeptTotal before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

       241-print-department.
           if nDeptEmployeesA (nDeptSubscript) > 0
               compute nDeptOut = nDeptSubscript - 1,
               move nDeptEmployeesA (nDeptSubscript) to neDeptEmployeesOut,
               move nDeptWagesA (nDeptSubscript) to neDeptWagesOut,
               move nDeptTaxA (nDeptSubscript) to neDeptTaxOut,
               display xDeptDetail,
               write xOutput from xDeptDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-31-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       250-build-entries.
           if nDeptWagesA (nDeptSubscript) > 0
               move "ACCRWAGE" to xSourceBase,
               move nDeptWagesA (nDeptSubscript) to nSourceAmount,
               perform 251-post-source,
           end-if.

           if nDeptTaxA (nDeptSubscript) > 0
               move "ACCRTAX" to xSourceBase,
               move nDeptTaxA (nDeptSubscript) to nSourceAmount,
               perform 251-post-source,
           end-if.

       251-post-source.
           compute nSourceDept = nDeptSubscript - 1.
           move spaces to xSourceName.
           string xSourceBase delimited by space,
               nSourceDept delimited by size
               into xSourceName.

           perform 252-find-mapping.
           if xMapFoundFlag = "n"
               move xSourceBase to xSourceName,
               perform 252-find-mapping,
               move spaces to xSourceName,
               string xSourceBase delimited by space,
                   nSourceDept delimited by size
                   into xSourceName,
           end-if.

           if xMapFoundFlag = "n"
               add 1 to nUnmappedCount,
               display "*** No AccountMap.txt entry for source ",
                   xSourceName, " or ", xSourceBase, " ***",
           else
               move nMonthEndDate to nEntryDateT (nEntryCount + 1),
               move nMonthEndDate to nEntryDateT (nEntryCount + 2),
               perform 253-add-entry-pair,
               move nReversalDate to nEntryDateT (nEntryCount + 1),
               move nReversalDate to nEntryDateT (nEntryCount + 2),
               perform 254-add-entry-reversed,
           end-if.

       252-find-mapping.
           move "n" to xMapFoundFlag.
           perform 2521-search-map
               varying nMapSubscript from 1 by 1
               until nMapSubscript > nMapCount
               or xMapFoundFlag = "y".

       2521-search-map.
           if xMapSourceT (nMapSubscript) = xSourceName
               move "y" to xMapFoundFlag,
               move xMapDebitT (nMapSubscript) to xMapDebitFound,
               move xMapCreditT (nMapSubscript) to xMapCreditFound,
           end-if.

       253-add-entry-pair.
           add 1 to nEntryCount.
           move xMapDebitFound to xEntryAccountT (nEntryCount).
           move "D" to xEntrySideT (nEntryCount).
           move nSourceAmount to nEntryAmountT (nEntryCount).
           move xSourceName to xEntrySourceT (nEntryCount).

           add 1 to nEntryCount.
           move xMapCreditFound to xEntryAccountT (nEntryCount).
           move "C" to xEntrySideT (nEntryCount).
           move nSourceAmount to nEntryAmountT (nEntryCount).
           move xSourceName to xEntrySourceT (nEntryCount).

       254-add-entry-reversed.
           add 1 to nEntryCount.
           move xMapCreditFound to xEntryAccountT (nEntryCount).
           move "D" to xEntrySideT (nEntryCount).
           move nSourceAmount to nEntryAmountT (nEntryCount).
           move xSourceName to xEntrySourceT (nEntryCount).

           add 1 to nEntryCount.
           move xMapDebitFound to xEntryAccountT (nEntryCount).
           move "C" to xEntrySideT (nEntryCount).
           move nSourceAmount to nEntryAmountT (nEntryCount).
           move xSourceName to xEntrySourceT (nEntryCount).

       270-release-journal.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xJournalHeading.
           write xOutput from xJournalHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

           if nEntryCount = 0
               display "(nothing to accrue)",
               write xOutput from "(nothing to accrue)"
                   before advancing 1 line,
           else
               open extend journalFile,
               if xStatusJournal = "35"
                   open output journalFile,
               end-if,
               move xStatusJournal to xCurrentStatus,
               move "GLJournal.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 271-write-entry
                   varying nEntrySubscript from 1 by 1
                   until nEntrySubscript > nEntryCount,

               close journalFile,
               move xStatusJournal to xCurrentStatus,
               move "GLJournal.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           display nEntryCount, " journal line(s) released.".

       271-write-entry.
           move nEntryDateT (nEntrySubscript) to nJnlDateIn.
           move xEntryAccountT (nEntrySubscript) to xJnlAccountIn.
           move xEntrySideT (nEntrySubscript) to xJnlSideIn.
           move nEntryAmountT (nEntrySubscript) to nJnlAmountIn.
           move xEntrySourceT (nEntrySubscript) to xJnlSourceIn.

           write xJournalInput.
           move xStatusJournal to xCurrentStatus.
           move "GLJournal.txt" to xCurrentFileName.
           perform 900-check-status.

           move nEntryDateT (nEntrySubscript) to neJnlDateOut.
           move xEntryAccountT (nEntrySubscript) to xJnlAccountOut.
           move xEntrySideT (nEntrySubscript) to xJnlSideOut.
           move nEntryAmountT (nEntrySubscript) to neJnlAmountOut.
           move xEntrySourceT (nEntrySubscript) to xJnlSourceOut.

           display xJournalDetail.
           write xOutput from xJournalDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-31-output.txt" to xCurrentFileName.
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

           move "PAYROLL-31" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nMasterRecordsRead to neAuditRecordsReadOut.
           move nEntryCount to neAuditRecordsWrittenOut.
           move nUnmappedCount to neAuditExceptionsOut.
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
