       identification division.
       program-id. Payroll-21.

       environment division.
       input-output section.
       file-control.
           select benefitPlanFile assign to "BenefitPlans.txt" organization is line sequential
               file status is xStatusBenPlan.
           select benefitDedFile assign to "BenefitDeductions.txt" organization is line sequential
               file status is xStatusBenDed.
           select outfile assign to "Payroll-21-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd benefitPlanFile.
       01 xBenPlanInput.
           05   xPlanCodeIn               pic x(4).
           05   xPlanNameIn               pic x(20).
           05   nPlanEmpCostIn            pic 9(4)v99.
           05   nPlanErCostIn             pic 9(4)v99.
           05   xPlanPreTaxIn             pic x.

       fd benefitDedFile.
       01 xBenDedInput.
           05   nBdedRunDateIn            pic 9(8).
           05   nBdedPeriodIn             pic 9(8).
           05   nBdedEmpNumIn             pic 9999.
           05   nBdedCheckNumIn           pic 9(6).
           05   xBdedPlanCodeIn           pic x(4).
           05   nBdedEmpAmtIn             pic 9(5)v99.
           05   nBdedErAmtIn              pic 9(5)v99.

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusBenPlan                  pic xx      value "00".
       77 xStatusBenDed                   pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xPlanEofFlag                    pic x       value "n".
       77 xBenDedEofFlag                  pic x       value "n".
       77 nPlanLoadSubscript              pic 99      value 0.
       77 nPlanSearchSubscript            pic 99.
       77 xPlanFoundFlag                  pic x       value "n".
       77 nEntryMonth                     pic 9(6)    value 0.
       77 nRecordMonth                    pic 9(6)    value 0.
       77 nRunYear                        pic 9(4)    value 0.
       77 nRunMonth                       pic 99      value 0.
       77 nDedRecordsRead                 pic 9(6)    value 0.
       77 nDedRecordsUsed                 pic 9(6)    value 0.
       77 nUnknownPlanCount               pic 9999    value 0.
       77 nTotalEmpPremium                pic 9(7)v99 value 0.
       77 nTotalErPremium                 pic 9(7)v99 value 0.
       77 nPlanOwed                       pic 9(7)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xPlanTable.
           05  xPlanElement occurs 1 to 50 times
                   depending on nPlanLoadSubscript.
               10 xPlanCodeP              pic x(4).
               10 xPlanNameP              pic x(20).
               10 xPlanPreTaxP            pic x.
               10 nPlanDedCountP          pic 9(5).
               10 nPlanEmpTotalP          pic 9(7)v99.
               10 nPlanErTotalP           pic 9(7)v99.

       01 xReportHeading-1.
           05 filler                      pic x(46)   value
               "*** Benefits Carrier Remittance Report for ".
           05 neHeadingMonth              pic 9999/99.
           05 filler                      pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                      pic x(6)    value "PLAN".
           05 filler                      pic x(21)   value "DESCRIPTION".
           05 filler                      pic x(5)    value "TAX".
           05 filler                      pic x(7)    value "DEDS".
           05 filler                      pic x(14)   value "EMPLOYEE".
           05 filler                      pic x(14)   value "EMPLOYER".
           05 filler                      pic x(14)   value "TOTAL OWED".

       01 xPlanDetail.
           05 xPlanCodeOut                pic x(4).
           05 filler                      pic xx      value spaces.
           05 xPlanNameOut                pic x(20).
           05 filler                      pic x       value space.
           05 xPlanTaxOut                 pic x(4).
           05 filler                      pic x       value space.
           05 nePlanDedCountOut           pic zzzz9.
           05 filler                      pic xx      value spaces.
           05 nePlanEmpOut                pic $$,$$$,$$9.99.
           05 filler                      pic x       value space.
           05 nePlanErOut                 pic $$,$$$,$$9.99.
           05 filler                      pic x       value space.
           05 nePlanOwedOut               pic $$,$$$,$$9.99.

       01 xUnknownDetail.
           05 filler                      pic x(13)   value "Employee Num ".
           05 neUnknownEmpNum             pic zzz9.
           05 filler                      pic x(7)    value " check ".
           05 neUnknownCheckNum           pic 9(6).
           05 filler                      pic x(6)    value " plan ".
           05 xUnknownPlan                pic x(4).
           05 filler                      pic x(32)   value
               " is not on BenefitPlans.txt".

       01 xReportFooter.
           05 filler                      pic x(34)   value
               "Total remittance due to carriers: ".
           05 neFooterEmp                 pic $$,$$$,$$9.99.
           05 filler                      pic x(11)   value " employee, ".
           05 neFooterEr                  pic $$,$$$,$$9.99.
           05 filler                      pic x(9)    value " employer".

       01 xReportFooter-2.
           05 neFooterDeds                pic zzzzz9.
           05 filler                      pic x(27)   value
               " deduction(s) in the month,".
           05 neFooterUnknown             pic zzz9.
           05 filler                      pic x(25)   value
               " for unknown plan codes.".

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
           perform 200-read-deductions.
           perform 240-print-plans.
           perform 300-termination.

           if nUnknownPlanCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "Benefits Carrier Remittance".
           display " ".
           display "Remittance month (yyyymm, 0 = last month)? "
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

           perform 110-load-plans.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-21-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nEntryMonth to neHeadingMonth.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-21-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-plans.
           open input benefitPlanFile.

           if xStatusBenPlan = "35"
               display "*** BenefitPlans.txt not found -",
                   " no plans to report ***",
           else
               move xStatusBenPlan to xCurrentStatus,
               move "BenefitPlans.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-plan until xPlanEofFlag = "y",
               close benefitPlanFile,
               move xStatusBenPlan to xCurrentStatus,
               move "BenefitPlans.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       111-read-plan.
           read benefitPlanFile
               at end
                   move "y" to xPlanEofFlag,
               not at end
                   if nPlanLoadSubscript < 50
                       add 1 to nPlanLoadSubscript,
                       move xPlanCodeIn to xPlanCodeP (nPlanLoadSubscript),
                       move xPlanNameIn to xPlanNameP (nPlanLoadSubscript),
                       move function upper-case(xPlanPreTaxIn)
                           to xPlanPreTaxP (nPlanLoadSubscript),
                       move 0 to nPlanDedCountP (nPlanLoadSubscript),
                       move 0 to nPlanEmpTotalP (nPlanLoadSubscript),
                       move 0 to nPlanErTotalP (nPlanLoadSubscript),
                   end-if,
           end-read.

           move xStatusBenPlan to xCurrentStatus.
           move "BenefitPlans.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-read-deductions.
           open input benefitDedFile.

           if xStatusBenDed = "35"
               display "*** BenefitDeductions.txt not found -",
                   " no deductions taken yet ***",
           else
               move xStatusBenDed to xCurrentStatus,
               move "BenefitDeductions.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 201-read-deduction until xBenDedEofFlag = "y",
               close benefitDedFile,
               move xStatusBenDed to xCurrentStatus,
               move "BenefitDeductions.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       201-read-deduction.
           read benefitDedFile
               at end
                   move "y" to xBenDedEofFlag,
               not at end
                   add 1 to nDedRecordsRead,
                   divide nBdedPeriodIn by 100 giving nRecordMonth,
                   if nRecordMonth = nEntryMonth
                       perform 210-accumulate-deduction,
                   end-if,
           end-read.

           move xStatusBenDed to xCurrentStatus.
           move "BenefitDeductions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-accumulate-deduction.
           add 1 to nDedRecordsUsed.
           move "n" to xPlanFoundFlag.
           perform 211-search-plan
               varying nPlanSearchSubscript from 1 by 1
               until nPlanSearchSubscript > nPlanLoadSubscript
               or xPlanFoundFlag = "y".

           if xPlanFoundFlag = "n"
               perform 220-report-unknown-plan,
           end-if.

       211-search-plan.
           if xPlanCodeP (nPlanSearchSubscript) = xBdedPlanCodeIn
               move "y" to xPlanFoundFlag,
               add 1 to nPlanDedCountP (nPlanSearchSubscript),
               add nBdedEmpAmtIn to nPlanEmpTotalP (nPlanSearchSubscript),
               add nBdedErAmtIn to nPlanErTotalP (nPlanSearchSubscript),
           end-if.

       220-report-unknown-plan.
           add 1 to nUnknownPlanCount.
           move nBdedEmpNumIn to neUnknownEmpNum.
           move nBdedCheckNumIn to neUnknownCheckNum.
           move xBdedPlanCodeIn to xUnknownPlan.

           display xUnknownDetail.
           write xOutput from xUnknownDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-21-output.txt" to xCurrentFileName.
           perform 900-check-status.

       240-print-plans.
           perform 241-print-plan
               varying nPlanSearchSubscript from 1 by 1
               until nPlanSearchSubscript > nPlanLoadSubscript.

       241-print-plan.
           move xPlanCodeP (nPlanSearchSubscript) to xPlanCodeOut.
           move xPlanNameP (nPlanSearchSubscript) to xPlanNameOut.
           if xPlanPreTaxP (nPlanSearchSubscript) = "Y"
               move "PRE" to xPlanTaxOut,
           else
               move "POST" to xPlanTaxOut,
           end-if.
           move nPlanDedCountP (nPlanSearchSubscript) to nePlanDedCountOut.
           move nPlanEmpTotalP (nPlanSearchSubscript) to nePlanEmpOut.
           move nPlanErTotalP (nPlanSearchSubscript) to nePlanErOut.
           compute nPlanOwed = nPlanEmpTotalP (nPlanSearchSubscript)
               + nPlanErTotalP (nPlanSearchSubscript).
           move nPlanOwed to nePlanOwedOut.

           add nPlanEmpTotalP (nPlanSearchSubscript) to nTotalEmpPremium.
           add nPlanErTotalP (nPlanSearchSubscript) to nTotalErPremium.

           display xPlanDetail.
           write xOutput from xPlanDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-21-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nTotalEmpPremium to neFooterEmp.
           move nTotalErPremium to neFooterEr.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.

           move nDedRecordsUsed to neFooterDeds.
           move nUnknownPlanCount to neFooterUnknown.
           display xReportFooter-2.
           write xOutput from xReportFooter-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-21-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-21-output.txt" to xCurrentFileName.
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

           move "PAYROLL-21" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nDedRecordsRead to neAuditRecordsReadOut.
           move nPlanLoadSubscript to neAuditRecordsWrittenOut.
           move nUnknownPlanCount to neAuditExceptionsOut.
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
