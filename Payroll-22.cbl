       identification division.
       program-id. Payroll-22.

       environment division.
       input-output section.
       file-control.
           select wcClassFile assign to "WCClasses.txt" organization is line sequential
               file status is xStatusWcClass.
           select jobWageFile assign to "JobCodeWages.txt" organization is line sequential
               file status is xStatusJobWage.
           select outfile assign to "Payroll-22-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd wcClassFile.
       01 xWcClassInput.
           05   xWcJobCodeIn              pic x(4).
           05   xWcClassCodeIn            pic x(4).
           05   xWcClassNameIn            pic x(20).
           05   nWcRateIn                 pic 99v9999.

       fd jobWageFile.
       01 xJobWageInput.
           05   nJwRunDateIn              pic 9(8).
           05   nJwPeriodIn               pic 9(8).
           05   nJwEmpNumIn               pic 9999.
           05   nJwCheckNumIn             pic 9(6).
           05   xJwJobCodeIn              pic x(4).
           05   nJwHoursIn                pic 999.
           05   nJwWagesIn                pic 9(6)v99.
           05   nJwOTPremIn               pic 9(5)v99.

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusWcClass                  pic xx      value "00".
       77 xStatusJobWage                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xWcEofFlag                      pic x       value "n".
       77 xJobWageEofFlag                 pic x       value "n".
       77 xBasisType                      pic x       value "Q".
       77 nEntryQuarter                   pic 9(5)    value 0.
       77 nEntryYear                      pic 9(4)    value 0.
       77 nEntryQtr                       pic 9       value 0.
       77 nPolicyStart                    pic 9(8)    value 0.
       77 nStartDate                      pic 9(8)    value 0.
       77 nEndDate                        pic 9(8)    value 0.
       77 nNextStartDate                  pic 9(8)    value 0.
       77 nRunYear                        pic 9(4)    value 0.
       77 nRunMonth                       pic 99      value 0.
       77 nJobLoadSubscript               pic 999     value 0.
       77 nJobSearchSubscript             pic 999.
       77 xJobFoundFlag                   pic x       value "n".
       77 nClassLoadSubscript             pic 99      value 0.
       77 nClassSearchSubscript           pic 99.
       77 nClassFoundSubscript            pic 99      value 0.
       77 nUnmappedLoadSubscript          pic 99      value 0.
       77 nUnmappedSearchSubscript        pic 99.
       77 xUnmappedFoundFlag              pic x       value "n".
       77 nWageRecordsRead                pic 9(6)    value 0.
       77 nWageRecordsUsed                pic 9(6)    value 0.
       77 nUnmappedCount                  pic 9999    value 0.
       77 nClassPremium                   pic 9(7)v99 value 0.
       77 nTotalWages                     pic 9(9)v99 value 0.
       77 nTotalOTPrem                    pic 9(7)v99 value 0.
       77 nTotalPremium                   pic 9(7)v99 value 0.
       77 nUnmappedWages                  pic 9(9)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xJobClassTable.
           05  xJobClassElement occurs 1 to 200 times
                   depending on nJobLoadSubscript.
               10 xJobCodeJ               pic x(4).
               10 nJobClassJ              pic 99.

       01 xClassTable.
           05  xClassElement occurs 1 to 50 times
                   depending on nClassLoadSubscript.
               10 xClassCodeW             pic x(4).
               10 xClassNameW             pic x(20).
               10 nClassRateW             pic 99v9999.
               10 nClassWagesW            pic 9(9)v99.
               10 nClassOTPremW           pic 9(7)v99.

       01 xUnmappedTable.
           05  xUnmappedElement occurs 1 to 50 times
                   depending on nUnmappedLoadSubscript.
               10 xUnmappedJobU           pic x(4).
               10 nUnmappedLinesU         pic 9(5).
               10 nUnmappedWagesU         pic 9(9)v99.

       01 xReportHeading-1.
           05 filler                      pic x(45)   value
               "*** Workers' Compensation Premium Report for ".
           05 neHeadingStart              pic 9999/99/99.
           05 filler                      pic x(4)    value " to ".
           05 neHeadingEnd                pic 9999/99/99.
           05 filler                      pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                      pic x(6)    value "CLASS".
           05 filler                      pic x(21)   value "DESCRIPTION".
           05 filler                      pic x(9)    value "RATE".
           05 filler                      pic x(18)   value "PAYROLL".
           05 filler                      pic x(14)   value "OT PREM EXCL".
           05 filler                      pic x(14)   value "PREMIUM".

       01 xClassDetail.
           05 xClassCodeOut               pic x(4).
           05 filler                      pic xx      value spaces.
           05 xClassNameOut               pic x(20).
           05 filler                      pic x       value space.
           05 neClassRateOut              pic z9.9999.
           05 filler                      pic xx      value spaces.
           05 neClassWagesOut             pic $$$$,$$$,$$9.99.
           05 filler                      pic xx      value spaces.
           05 neClassOTPremOut            pic $$,$$$,$$9.99.
           05 filler                      pic x       value space.
           05 neClassPremiumOut           pic $$,$$$,$$9.99.

       01 xUnmappedDetail.
           05 filler                      pic x(9)    value "Job code ".
           05 xUnmappedJobOut             pic x(4).
           05 filler                      pic x(28)   value
               " is not on WCClasses.txt -  ".
           05 neUnmappedLinesOut          pic zzzz9.
           05 filler                      pic x(10)   value " line(s), ".
           05 neUnmappedWagesOut          pic $$$$,$$$,$$9.99.
           05 filler                      pic x(9)    value " unrated".

       01 xReportFooter.
           05 filler                      pic x(26)   value
               "Total payroll (OT premium ".
           05 filler                      pic x(11)   value "excluded): ".
           05 neFooterWages               pic $$$$,$$$,$$9.99.
           05 filler                      pic x(11)   value "  premium: ".
           05 neFooterPremium             pic $$,$$$,$$9.99.

       01 xReportFooter-2.
           05 neFooterLines               pic zzzzz9.
           05 filler                      pic x(26)   value
               " wage line(s) in range,".
           05 neFooterUnmapped            pic zzz9.
           05 filler                      pic x(27)   value
               " unmapped job code(s) for ".
           05 neFooterUnmappedWages       pic $$$$,$$$,$$9.99.

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
           perform 200-read-wages.
           perform 240-print-classes.
           perform 250-print-unmapped.
           perform 300-termination.

           if nUnmappedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "Workers' Compensation Premium".
           display " ".
           display "Report by (Q)uarter or policy (Y)ear? "
               with no advancing.
           accept xBasisType.
           move function upper-case(xBasisType) to xBasisType.

           if xBasisType = "Y"
               perform 102-policy-year-range,
           else
               perform 101-quarter-range,
           end-if.

           perform 110-load-classes.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-22-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nStartDate to neHeadingStart.
           move nEndDate to neHeadingEnd.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-22-output.txt" to xCurrentFileName.
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

       102-policy-year-range.
           display "Policy year start date (yyyymmdd)? "
               with no advancing.
           accept nPolicyStart.

           if function test-date-yyyymmdd (nPolicyStart) not = 0
               display "*** Invalid policy year start date ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

           move nPolicyStart to nStartDate.
           compute nNextStartDate = nPolicyStart + 10000.
           if function test-date-yyyymmdd (nNextStartDate) not = 0
               compute nNextStartDate = nNextStartDate - 28 + 100,
           end-if.
           compute nEndDate = function date-of-integer
               (function integer-of-date (nNextStartDate) - 1).

       110-load-classes.
           open input wcClassFile.

           if xStatusWcClass = "35"
               display "*** WCClasses.txt not found -",
                   " all job codes will be unrated ***",
           else
               move xStatusWcClass to xCurrentStatus,
               move "WCClasses.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-class until xWcEofFlag = "y",
               close wcClassFile,
               move xStatusWcClass to xCurrentStatus,
               move "WCClasses.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       111-read-class.
           read wcClassFile
               at end
                   move "y" to xWcEofFlag,
               not at end
                   perform 112-store-class,
           end-read.

           move xStatusWcClass to xCurrentStatus.
           move "WCClasses.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-store-class.
           move 0 to nClassFoundSubscript.
           perform 113-search-class
               varying nClassSearchSubscript from 1 by 1
               until nClassSearchSubscript > nClassLoadSubscript
               or nClassFoundSubscript > 0.

           if nClassFoundSubscript = 0 and nClassLoadSubscript < 50
               add 1 to nClassLoadSubscript,
               move nClassLoadSubscript to nClassFoundSubscript,
               move xWcClassCodeIn to xClassCodeW (nClassLoadSubscript),
               move xWcClassNameIn to xClassNameW (nClassLoadSubscript),
               move nWcRateIn to nClassRateW (nClassLoadSubscript),
               move 0 to nClassWagesW (nClassLoadSubscript),
               move 0 to nClassOTPremW (nClassLoadSubscript),
           end-if.

           if nClassFoundSubscript > 0 and nJobLoadSubscript < 200
               add 1 to nJobLoadSubscript,
               move xWcJobCodeIn to xJobCodeJ (nJobLoadSubscript),
               move nClassFoundSubscript to nJobClassJ (nJobLoadSubscript),
           end-if.

       113-search-class.
           if xClassCodeW (nClassSearchSubscript) = xWcClassCodeIn
               move nClassSearchSubscript to nClassFoundSubscript,
           end-if.

       200-read-wages.
           open input jobWageFile.

           if xStatusJobWage = "35"
               display "*** JobCodeWages.txt not found -",
                   " no payroll recorded yet ***",
           else
               move xStatusJobWage to xCurrentStatus,
               move "JobCodeWages.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 201-read-wage until xJobWageEofFlag = "y",
               close jobWageFile,
               move xStatusJobWage to xCurrentStatus,
               move "JobCodeWages.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       201-read-wage.
           read jobWageFile
               at end
                   move "y" to xJobWageEofFlag,
               not at end
                   add 1 to nWageRecordsRead,
                   if nJwPeriodIn >= nStartDate
                       and nJwPeriodIn <= nEndDate
                       perform 210-accumulate-wage,
                   end-if,
           end-read.

           move xStatusJobWage to xCurrentStatus.
           move "JobCodeWages.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-accumulate-wage.
           add 1 to nWageRecordsUsed.
           move "n" to xJobFoundFlag.
           perform 211-search-job
               varying nJobSearchSubscript from 1 by 1
               until nJobSearchSubscript > nJobLoadSubscript
               or xJobFoundFlag = "y".

           if xJobFoundFlag = "n"
               perform 220-accumulate-unmapped,
           end-if.

       211-search-job.
           if xJobCodeJ (nJobSearchSubscript) = xJwJobCodeIn
               move "y" to xJobFoundFlag,
               move nJobClassJ (nJobSearchSubscript) to nClassFoundSubscript,
               add nJwWagesIn to nClassWagesW (nClassFoundSubscript),
               add nJwOTPremIn to nClassOTPremW (nClassFoundSubscript),
           end-if.

       220-accumulate-unmapped.
           add nJwWagesIn to nUnmappedWages.
           move "n" to xUnmappedFoundFlag.
           perform 221-search-unmapped
               varying nUnmappedSearchSubscript from 1 by 1
               until nUnmappedSearchSubscript > nUnmappedLoadSubscript
               or xUnmappedFoundFlag = "y".

           if xUnmappedFoundFlag = "n" and nUnmappedLoadSubscript < 50
               add 1 to nUnmappedLoadSubscript,
               move xJwJobCodeIn to xUnmappedJobU (nUnmappedLoadSubscript),
               move 1 to nUnmappedLinesU (nUnmappedLoadSubscript),
               move nJwWagesIn to nUnmappedWagesU (nUnmappedLoadSubscript),
           end-if.

       221-search-unmapped.
           if xUnmappedJobU (nUnmappedSearchSubscript) = xJwJobCodeIn
               move "y" to xUnmappedFoundFlag,
               add 1 to nUnmappedLinesU (nUnmappedSearchSubscript),
               add nJwWagesIn to nUnmappedWagesU (nUnmappedSearchSubscript),
           end-if.

       240-print-classes.
           perform 241-print-class
               varying nClassSearchSubscript from 1 by 1
               until nClassSearchSubscript > nClassLoadSubscript.

       241-print-class.
           move xClassCodeW (nClassSearchSubscript) to xClassCodeOut.
           move xClassNameW (nClassSearchSubscript) to xClassNameOut.
           move nClassRateW (nClassSearchSubscript) to neClassRateOut.
           move nClassWagesW (nClassSearchSubscript) to neClassWagesOut.
           move nClassOTPremW (nClassSearchSubscript) to neClassOTPremOut.
           compute nClassPremium rounded =
               nClassWagesW (nClassSearchSubscript) / 100
               * nClassRateW (nClassSearchSubscript).
           move nClassPremium to neClassPremiumOut.

           add nClassWagesW (nClassSearchSubscript) to nTotalWages.
           add nClassOTPremW (nClassSearchSubscript) to nTotalOTPrem.
           add nClassPremium to nTotalPremium.

           display xClassDetail.
           write xOutput from xClassDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-22-output.txt" to xCurrentFileName.
           perform 900-check-status.

       250-print-unmapped.
           perform 251-print-unmapped-job
               varying nUnmappedSearchSubscript from 1 by 1
               until nUnmappedSearchSubscript > nUnmappedLoadSubscript.

       251-print-unmapped-job.
           add 1 to nUnmappedCount.
           move xUnmappedJobU (nUnmappedSearchSubscript) to xUnmappedJobOut.
           move nUnmappedLinesU (nUnmappedSearchSubscript)
               to neUnmappedLinesOut.
           move nUnmappedWagesU (nUnmappedSearchSubscript)
               to neUnmappedWagesOut.

           display xUnmappedDetail.
           write xOutput from xUnmappedDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-22-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nTotalWages to neFooterWages.
           move nTotalPremium to neFooterPremium.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.

           move nWageRecordsUsed to neFooterLines.
           move nUnmappedCount to neFooterUnmapped.
           move nUnmappedWages to neFooterUnmappedWages.
           display xReportFooter-2.
           write xOutput from xReportFooter-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-22-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-22-output.txt" to xCurrentFileName.
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

           move "PAYROLL-22" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nWageRecordsRead to neAuditRecordsReadOut.
           move nClassLoadSubscript to neAuditRecordsWrittenOut.
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
