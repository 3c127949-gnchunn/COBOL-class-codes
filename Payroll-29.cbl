       identification division.
       program-id. Payroll-29.

       environment division.
       input-output section.
       file-control.
           select liabilityFile assign to "TaxLiability.txt" organization is line sequential
               file status is xStatusLiability.
           select depositFile assign to "TaxDeposits.txt" organization is line sequential
               file status is xStatusDeposit.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Payroll-29-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd liabilityFile.
       01 xLiabilityInput.
           05 nLiabCheckDateIn            pic 9(8).
           05 xLiabTypeIn                 pic x(4).
           05 nLiabAmountIn               pic 9(7)v99.

       fd depositFile.
       01 xDepositInput.
           05 nDepDateIn                  pic 9(8).
           05 xDepTypeIn                  pic x(4).
           05 nDepAmountIn                pic 9(7)v99.
           05 xDepReferenceIn             pic x(15).
           05 xDepOperatorIn              pic x(8).

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn         pic x(14).
           05   xControlParamIn           pic x(14).
           05   xControlValueIn           pic x(10).

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusLiability                pic xx      value "00".
       77 xStatusDeposit                  pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xLiabEofFlag                    pic x       value "n".
       77 xDepEofFlag                     pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 xDepositorSchedule              pic x(10)   value "MONTHLY".
       77 nEntryQuarter                   pic 9(5)    value 0.
       77 nEntryYear                      pic 9(4)    value 0.
       77 nEntryQtr                       pic 9       value 0.
       77 nStartDate                      pic 9(8)    value 0.
       77 nEndDate                        pic 9(8)    value 0.
       77 nNextStartDate                  pic 9(8)    value 0.
       77 nRunYear                        pic 9(4)    value 0.
       77 nRunMonth                       pic 99      value 0.
       77 nLiabLoadSubscript              pic 9999    value 0.
       77 nLiabSubscript                  pic 9999.
       77 nLiabSearchSubscript            pic 9999.
       77 nLiabFoundSubscript             pic 9999    value 0.
       77 nDepLoadSubscript               pic 9999    value 0.
       77 nDepSubscript                   pic 9999.
       77 nTypeSubscript                  pic 9.
       77 nTypeFoundSubscript             pic 9       value 0.
       77 nMonthSubscript                 pic 9.
       77 nLiabOpen                       pic 9(7)v99 value 0.
       77 nApplyAmount                    pic 9(7)v99 value 0.
       77 nDueWorkDate                    pic 9(8)    value 0.
       77 nQuarterMonthLabel              pic 9(6)    value 0.
       77 nDueYear                        pic 9(4)    value 0.
       77 nDueMonth                       pic 99      value 0.
       77 nDueQtr                         pic 9       value 0.
       77 nDueWeekday                     pic 9       value 0.
       77 nDueInteger                     pic 9(7)    value 0.
       77 nTodayInteger                   pic 9(7)    value 0.
       77 nLiabRecordsRead                pic 9(6)    value 0.
       77 nDepRecordsRead                 pic 9(6)    value 0.
       77 nLinesPrinted                   pic 9(6)    value 0.
       77 nPastDueCount                   pic 9(5)    value 0.
       77 nLateCount                      pic 9(5)    value 0.
       77 nShortCount                     pic 9(5)    value 0.
       77 nBadTypeCount                   pic 9(5)    value 0.
       77 nUnappliedTotal                 pic 9(9)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 20 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xTaxTypeList                    pic x(16)   value "FWT FICASWT SUTA".
       01 xTaxTypeTable redefines xTaxTypeList.
           05 xTaxTypeK                   pic x(4)    occurs 4 times.

       01 xLiabilityTable.
           05  xLiabilityElement occurs 1 to 2000 times
                   depending on nLiabLoadSubscript.
               10 nLiabCheckDateL         pic 9(8).
               10 xLiabTypeL              pic x(4).
               10 nLiabAmountL            pic 9(7)v99.
               10 nLiabAppliedL           pic 9(7)v99.
               10 nLiabDueDateL           pic 9(8).
               10 nLiabLastDepL           pic 9(8).

       01 xDepositTable.
           05  xDepositElement occurs 1 to 2000 times
                   depending on nDepLoadSubscript.
               10 nDepDateD               pic 9(8).
               10 xDepTypeD               pic x(4).
               10 nDepAmountD             pic 9(7)v99.
               10 nDepLeftD               pic 9(7)v99.

       01 xQuarterTable.
           05  xQuarterMonth occurs 3 times.
               10  xQuarterType occurs 4 times.
                   15 nQtrLiabM           pic 9(7)v99.
                   15 nQtrDepM            pic 9(7)v99.

       01 xQuarterTotals.
           05  xQuarterTotalType occurs 4 times.
               10 nQtrLiabTotalQ          pic 9(7)v99.
               10 nQtrDepTotalQ           pic 9(7)v99.

       01 xReportHeading-1.
           05 filler                      pic x(38)   value
               "*** Payroll Tax Deposit Schedule for ".
           05 neHeadingStart              pic 9999/99/99.
           05 filler                      pic x(4)    value " to ".
           05 neHeadingEnd                pic 9999/99/99.
           05 filler                      pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                      pic x(20)   value
               "Depositor schedule: ".
           05 xHeadingSchedule            pic x(10).

       01 xLiabHeading.
           05 filler                      pic x(40)   value
               "Liability by check date (quarter and all".
           05 filler                      pic x(25)   value
               " open prior balances)".

       01 xLiabColumns.
           05 filler                      pic x(12)   value "CHECK DATE".
           05 filler                      pic x(6)    value "TAX".
           05 filler                      pic x(15)   value "   LIABILITY".
           05 filler                      pic x(15)   value "   DEPOSITED".
           05 filler                      pic x(15)   value "     BALANCE".
           05 filler                      pic x(12)   value "  DUE DATE".
           05 filler                      pic x(10)   value "  STATUS".

       01 xLiabDetail.
           05 neLiabCheckDateOut          pic 9999/99/99.
           05 filler                      pic xx      value spaces.
           05 xLiabTypeOut                pic x(4).
           05 filler                      pic xx      value spaces.
           05 neLiabAmountOut             pic $$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 neLiabAppliedOut            pic $$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 neLiabBalanceOut            pic $$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 neLiabDueDateOut            pic 9999/99/99.
           05 filler                      pic xx      value spaces.
           05 xLiabStatusOut              pic x(8).

       01 xNoneDetail.
           05 filler                      pic x(30)   value
               "(no tax liability to report)".

       01 xQuarterHeading.
           05 filler                      pic x(39)   value
               "Quarter-end liability against deposits".

       01 xQuarterColumns.
           05 filler                      pic x(8)    value "MONTH".
           05 filler                      pic x(6)    value "TAX".
           05 filler                      pic x(15)   value "   LIABILITY".
           05 filler                      pic x(15)   value "   DEPOSITED".
           05 filler                      pic x(15)   value "   SHORTFALL".

       01 xQuarterDetail.
           05 xQuarterLabelOut            pic x(6).
           05 filler                      pic xx      value spaces.
           05 xQuarterTypeOut             pic x(4).
           05 filler                      pic xx      value spaces.
           05 neQuarterLiabOut            pic $$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 neQuarterDepOut             pic $$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 neQuarterShortOut           pic $$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 xQuarterFlagOut             pic x(5).

       01 xUnappliedDetail.
           05 filler                      pic x(38)   value
               "Deposits not yet applied to liability:".
           05 neUnappliedOut              pic $$$$,$$$,$$9.99.

       01 xReportFooter.
           05 neFooterPastDue             pic zzzz9.
           05 filler                      pic x(18)   value " past due balance,".
           05 neFooterLate                pic zzzz9.
           05 filler                      pic x(25)   value
               " deposited after due date".
           05 filler                      pic xx      value ", ".
           05 neFooterShort               pic zzzz9.
           05 filler                      pic x(22)   value
               " quarter shortfall(s)".

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
           perform 200-apply-deposits
               varying nLiabSubscript from 1 by 1
               until nLiabSubscript > nLiabLoadSubscript.
           perform 240-print-liabilities.
           perform 250-print-quarter.
           perform 300-termination.

           if nPastDueCount > 0 or nLateCount > 0 or nShortCount > 0
               or nBadTypeCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           display " ".
           display "Payroll Tax Deposit Schedule".
           display " ".

           perform 105-load-control.

           move "DEPOSITOR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move function upper-case(xControlValueFound)
                   to xDepositorSchedule,
           end-if.
           if xDepositorSchedule not = "SEMIWEEKLY"
               and xDepositorSchedule not = "MONTHLY"
               display "*** DEPOSITOR must be SEMIWEEKLY or MONTHLY ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

           perform 101-quarter-range.

           perform 110-load-liabilities.
           perform 120-load-deposits.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nStartDate to neHeadingStart.
           move nEndDate to neHeadingEnd.
           move xDepositorSchedule to xHeadingSchedule.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
           perform 900-check-status.

       101-quarter-range.
           display "Quarter (yyyyq, 0 = last quarter)? "
               with no advancing.
           accept nEntryQuarter.

           if nEntryQuarter = 0
               divide xRunDate by 10000 giving nRunYear,
               compute nRunMonth = (xRunDate - nRunYear * 10000) / 100,
               compute nEntryQtr = (nRunMonth + 2) / 3,
               if nEntryQtr = 1
                   compute nEntryQuarter = (nRunYear - 1) * 10 + 4,
               else
                   compute nEntryQuarter = nRunYear * 10 + nEntryQtr - 1,
               end-if,
           end-if.

           divide nEntryQuarter by 10 giving nEntryYear
               remainder nEntryQtr.
           if nEntryQtr < 1 or nEntryQtr > 4
               display "*** Quarter must be 1 through 4 ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

           compute nStartDate = nEntryYear * 10000
               + (nEntryQtr * 3 - 2) * 100 + 1.
           if nEntryQtr = 4
               compute nNextStartDate = (nEntryYear + 1) * 10000 + 101,
           else
               compute nNextStartDate = nStartDate + 300,
           end-if.
           compute nEndDate = function date-of-integer
               (function integer-of-date (nNextStartDate) - 1).

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
                   if xControlProgramIn = "PAYROLL-29"
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

       110-load-liabilities.
           open input liabilityFile.
           if xStatusLiability not = "35"
               move xStatusLiability to xCurrentStatus,
               move "TaxLiability.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-liability until xLiabEofFlag = "y",
               close liabilityFile,
               move xStatusLiability to xCurrentStatus,
               move "TaxLiability.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       111-read-liability.
           read liabilityFile
               at end
                   move "y" to xLiabEofFlag,
               not at end
                   add 1 to nLiabRecordsRead,
                   perform 112-add-liability,
           end-read.

           move xStatusLiability to xCurrentStatus.
           move "TaxLiability.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-add-liability.
           move 0 to nLiabFoundSubscript.
           perform 113-search-liability
               varying nLiabSearchSubscript from 1 by 1
               until nLiabSearchSubscript > nLiabLoadSubscript
               or nLiabFoundSubscript > 0.

           if nLiabFoundSubscript > 0
               add nLiabAmountIn to nLiabAmountL (nLiabFoundSubscript),
           else
               if nLiabLoadSubscript >= 2000
                   display "*** TaxLiability.txt holds more than 2000",
                       " check dates - archive the closed years. ***",
                   display "*** Ending run. ***",
                   move 16 to return-code,
                   stop run,
               end-if,
               add 1 to nLiabLoadSubscript,
               move nLiabCheckDateIn to nLiabCheckDateL (nLiabLoadSubscript),
               move xLiabTypeIn to xLiabTypeL (nLiabLoadSubscript),
               move nLiabAmountIn to nLiabAmountL (nLiabLoadSubscript),
               move 0 to nLiabAppliedL (nLiabLoadSubscript),
               move 0 to nLiabLastDepL (nLiabLoadSubscript),
               move nLiabCheckDateIn to nDueWorkDate,
               perform 220-compute-due-date,
               move nDueWorkDate to nLiabDueDateL (nLiabLoadSubscript),
           end-if.

       113-search-liability.
           if nLiabCheckDateL (nLiabSearchSubscript) = nLiabCheckDateIn
               and xLiabTypeL (nLiabSearchSubscript) = xLiabTypeIn
               move nLiabSearchSubscript to nLiabFoundSubscript,
           end-if.

       120-load-deposits.
           open input depositFile.
           if xStatusDeposit not = "35"
               move xStatusDeposit to xCurrentStatus,
               move "TaxDeposits.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-deposit until xDepEofFlag = "y",
               close depositFile,
               move xStatusDeposit to xCurrentStatus,
               move "TaxDeposits.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       121-read-deposit.
           read depositFile
               at end
                   move "y" to xDepEofFlag,
               not at end
                   add 1 to nDepRecordsRead,
                   if nDepLoadSubscript < 2000
                       add 1 to nDepLoadSubscript,
                       move nDepDateIn to nDepDateD (nDepLoadSubscript),
                       move xDepTypeIn to xDepTypeD (nDepLoadSubscript),
                       move nDepAmountIn to nDepAmountD (nDepLoadSubscript),
                       move nDepAmountIn to nDepLeftD (nDepLoadSubscript),
                   else
                       display "*** TaxDeposits.txt holds more than 2000",
                           " deposits - archive the closed years. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusDeposit to xCurrentStatus.
           move "TaxDeposits.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-apply-deposits.
           move nLiabAmountL (nLiabSubscript) to nLiabOpen.
           perform 210-apply-one-deposit
               varying nDepSubscript from 1 by 1
               until nDepSubscript > nDepLoadSubscript
               or nLiabOpen = 0.

       210-apply-one-deposit.
           if xDepTypeD (nDepSubscript) = xLiabTypeL (nLiabSubscript)
               and nDepLeftD (nDepSubscript) > 0
               if nDepLeftD (nDepSubscript) < nLiabOpen
                   move nDepLeftD (nDepSubscript) to nApplyAmount,
               else
                   move nLiabOpen to nApplyAmount,
               end-if,
               subtract nApplyAmount from nDepLeftD (nDepSubscript),
               subtract nApplyAmount from nLiabOpen,
               add nApplyAmount to nLiabAppliedL (nLiabSubscript),
               move nDepDateD (nDepSubscript) to nLiabLastDepL (nLiabSubscript),
           end-if.

       220-compute-due-date.
           divide nDueWorkDate by 10000 giving nDueYear.
           compute nDueMonth = (nDueWorkDate - nDueYear * 10000) / 100.

           if xLiabTypeIn = "SUTA"
               compute nDueQtr = (nDueMonth + 2) / 3,
               compute nDueMonth = nDueQtr * 3 + 2,
               if nDueMonth > 12
                   subtract 12 from nDueMonth,
                   add 1 to nDueYear,
               end-if,
               compute nDueWorkDate = nDueYear * 10000 + nDueMonth * 100 + 1,
               compute nDueWorkDate = function date-of-integer
                   (function integer-of-date (nDueWorkDate) - 1),
           else
               if xDepositorSchedule = "MONTHLY"
                   add 1 to nDueMonth,
                   if nDueMonth > 12
                       move 1 to nDueMonth,
                       add 1 to nDueYear,
                   end-if,
                   compute nDueWorkDate = nDueYear * 10000
                       + nDueMonth * 100 + 15,
               else
                   compute nDueInteger =
                       function integer-of-date (nDueWorkDate),
                   compute nDueWeekday = function mod (nDueInteger, 7),
                   if nDueWeekday = 0
                       move 7 to nDueWeekday,
                   end-if,
                   if nDueWeekday >= 3 and nDueWeekday <= 5
                       compute nDueInteger = nDueInteger + 10 - nDueWeekday,
                   else
                       if nDueWeekday <= 2
                           compute nDueInteger = nDueInteger + 5 - nDueWeekday,
                       else
                           compute nDueInteger = nDueInteger + 12 - nDueWeekday,
                       end-if,
                   end-if,
                   compute nDueWorkDate = function date-of-integer (nDueInteger),
               end-if,
           end-if.

       240-print-liabilities.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xLiabHeading.
           write xOutput from xLiabHeading before advancing 1 line.
           display xLiabColumns.
           write xOutput from xLiabColumns before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-print-liability-line
               varying nLiabSubscript from 1 by 1
               until nLiabSubscript > nLiabLoadSubscript.

           if nLinesPrinted = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-29-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       241-print-liability-line.
           compute nLiabOpen = nLiabAmountL (nLiabSubscript)
               - nLiabAppliedL (nLiabSubscript).

           if nLiabCheckDateL (nLiabSubscript) > nEndDate
               continue
           else
               if nLiabCheckDateL (nLiabSubscript) >= nStartDate
                   or nLiabOpen > 0
                   perform 242-liability-status,
                   perform 243-write-liability-line,
               end-if,
           end-if.

       242-liability-status.
           if nLiabOpen = 0
               if nLiabLastDepL (nLiabSubscript) > nLiabDueDateL (nLiabSubscript)
                   move "LATE" to xLiabStatusOut,
                   add 1 to nLateCount,
               else
                   move "PAID" to xLiabStatusOut,
               end-if,
           else
               if nLiabDueDateL (nLiabSubscript) < xRunDate
                   move "PAST DUE" to xLiabStatusOut,
                   add 1 to nPastDueCount,
               else
                   if nLiabAppliedL (nLiabSubscript) > 0
                       move "PARTIAL" to xLiabStatusOut,
                   else
                       move "OPEN" to xLiabStatusOut,
                   end-if,
               end-if,
           end-if.

           move 0 to nTypeFoundSubscript.
           perform 244-find-tax-type
               varying nTypeSubscript from 1 by 1
               until nTypeSubscript > 4 or nTypeFoundSubscript > 0.
           if nTypeFoundSubscript = 0
               move "BAD TYPE" to xLiabStatusOut,
               add 1 to nBadTypeCount,
           end-if.

       243-write-liability-line.
           move nLiabCheckDateL (nLiabSubscript) to neLiabCheckDateOut.
           move xLiabTypeL (nLiabSubscript) to xLiabTypeOut.
           move nLiabAmountL (nLiabSubscript) to neLiabAmountOut.
           move nLiabAppliedL (nLiabSubscript) to neLiabAppliedOut.
           move nLiabOpen to neLiabBalanceOut.
           move nLiabDueDateL (nLiabSubscript) to neLiabDueDateOut.
           display xLiabDetail.
           write xOutput from xLiabDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
           perform 900-check-status.
           add 1 to nLinesPrinted.

       244-find-tax-type.
           if xTaxTypeK (nTypeSubscript) = xLiabTypeL (nLiabSubscript)
               move nTypeSubscript to nTypeFoundSubscript,
           end-if.

       250-print-quarter.
           initialize xQuarterTable.
           initialize xQuarterTotals.
           perform 251-sum-quarter
               varying nLiabSubscript from 1 by 1
               until nLiabSubscript > nLiabLoadSubscript.

           display " ".
           write xOutput from " " before advancing 1 line.
           display xQuarterHeading.
           write xOutput from xQuarterHeading before advancing 1 line.
           display xQuarterColumns.
           write xOutput from xQuarterColumns before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 252-print-quarter-month
               varying nMonthSubscript from 1 by 1
               until nMonthSubscript > 3.

           perform 254-print-quarter-total
               varying nTypeSubscript from 1 by 1
               until nTypeSubscript > 4.

           move 0 to nUnappliedTotal.
           perform 255-sum-unapplied
               varying nDepSubscript from 1 by 1
               until nDepSubscript > nDepLoadSubscript.
           if nUnappliedTotal > 0
               move nUnappliedTotal to neUnappliedOut,
               display xUnappliedDetail,
               write xOutput from xUnappliedDetail before advancing 1 line,
           end-if.

           display " ".
           write xOutput from " " before advancing 1 line.
           move nPastDueCount to neFooterPastDue.
           move nLateCount to neFooterLate.
           move nShortCount to neFooterShort.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
           perform 900-check-status.

       251-sum-quarter.
           if nLiabCheckDateL (nLiabSubscript) >= nStartDate
               and nLiabCheckDateL (nLiabSubscript) <= nEndDate
               move 0 to nTypeFoundSubscript,
               perform 244-find-tax-type
                   varying nTypeSubscript from 1 by 1
                   until nTypeSubscript > 4 or nTypeFoundSubscript > 0,
               if nTypeFoundSubscript > 0
                   divide nLiabCheckDateL (nLiabSubscript) by 10000
                       giving nDueYear,
                   compute nDueMonth = (nLiabCheckDateL (nLiabSubscript)
                       - nDueYear * 10000) / 100,
                   compute nMonthSubscript = nDueMonth - (nEntryQtr * 3 - 3),
                   add nLiabAmountL (nLiabSubscript)
                       to nQtrLiabM (nMonthSubscript, nTypeFoundSubscript),
                   add nLiabAppliedL (nLiabSubscript)
                       to nQtrDepM (nMonthSubscript, nTypeFoundSubscript),
                   add nLiabAmountL (nLiabSubscript)
                       to nQtrLiabTotalQ (nTypeFoundSubscript),
                   add nLiabAppliedL (nLiabSubscript)
                       to nQtrDepTotalQ (nTypeFoundSubscript),
               end-if,
           end-if.

       252-print-quarter-month.
           perform 253-print-quarter-line
               varying nTypeSubscript from 1 by 1
               until nTypeSubscript > 4.

       253-print-quarter-line.
           if nQtrLiabM (nMonthSubscript, nTypeSubscript) > 0
               or nQtrDepM (nMonthSubscript, nTypeSubscript) > 0
               compute nQuarterMonthLabel = nEntryYear * 100
                   + nEntryQtr * 3 - 3 + nMonthSubscript,
               move nQuarterMonthLabel to xQuarterLabelOut,
               move xTaxTypeK (nTypeSubscript) to xQuarterTypeOut,
               move nQtrLiabM (nMonthSubscript, nTypeSubscript)
                   to neQuarterLiabOut,
               move nQtrDepM (nMonthSubscript, nTypeSubscript)
                   to neQuarterDepOut,
               compute nLiabOpen = nQtrLiabM (nMonthSubscript, nTypeSubscript)
                   - nQtrDepM (nMonthSubscript, nTypeSubscript),
               move nLiabOpen to neQuarterShortOut,
               if nLiabOpen > 0
                   move "SHORT" to xQuarterFlagOut,
               else
                   move spaces to xQuarterFlagOut,
               end-if,
               display xQuarterDetail,
               write xOutput from xQuarterDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-29-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       254-print-quarter-total.
           if nQtrLiabTotalQ (nTypeSubscript) > 0
               move "QUARTR" to xQuarterLabelOut,
               move xTaxTypeK (nTypeSubscript) to xQuarterTypeOut,
               move nQtrLiabTotalQ (nTypeSubscript) to neQuarterLiabOut,
               move nQtrDepTotalQ (nTypeSubscript) to neQuarterDepOut,
               compute nLiabOpen = nQtrLiabTotalQ (nTypeSubscript)
                   - nQtrDepTotalQ (nTypeSubscript),
               move nLiabOpen to neQuarterShortOut,
               if nLiabOpen > 0
                   move "SHORT" to xQuarterFlagOut,
                   add 1 to nShortCount,
               else
                   move spaces to xQuarterFlagOut,
               end-if,
               display xQuarterDetail,
               write xOutput from xQuarterDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-29-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       255-sum-unapplied.
           add nDepLeftD (nDepSubscript) to nUnappliedTotal.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-29-output.txt" to xCurrentFileName.
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

           move "PAYROLL-29" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           add nLiabRecordsRead nDepRecordsRead giving neAuditRecordsReadOut.
           move nLinesPrinted to neAuditRecordsWrittenOut.
           add nPastDueCount nLateCount nShortCount nBadTypeCount
               giving neAuditExceptionsOut.
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
