       identification division.
       program-id. Payroll-23.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "Payroll.master.txt" organization is line sequential
               file status is xStatusMaster.
           select scenarioFile assign to "RaiseScenario.txt" organization is line sequential
               file status is xStatusScenario.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Payroll-23-output.txt" organization is line sequential
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

       fd scenarioFile.
       01 xScenarioInput.
           05   xScnTypeIn                pic x.
           05   xScnDeptIn                pic x.
           05   xScnPayTypeIn             pic x.
           05   nScnAmountIn              pic 9(5)v99.

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn      pic x(14).
           05   xControlParamIn        pic x(14).
           05   xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput                         pic x(132).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusMaster                   pic xx      value "00".
       77 xStatusScenario                 pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xEofFlagMaster                  pic x       value "n".
       77 xScenarioEofFlag                pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 nFicaPct                        pic 99v99   value 7.65.
       77 nFicaWageBase                   pic 9(7)    value 0.
       77 nSutaPct                        pic 99v99   value 0.
       77 nSutaWageBase                   pic 9(7)    value 0.
       77 nPeriodsPerYear                 pic 99      value 52.
       77 nAnnualHours                    pic 9999    value 2080.
       77 nScnLoadSubscript               pic 99      value 0.
       77 nScnSubscript                   pic 99.
       77 nDeptSubscript                  pic 99.
       77 nDeptNumber                     pic 9.
       77 nMasterRecordsRead              pic 9(5)    value 0.
       77 nEmpSimulated                   pic 9(5)    value 0.
       77 nScenarioRejects                pic 999     value 0.
       77 nCurAmount                      pic 9(4)v99 value 0.
       77 nNewAmount                      pic 9(5)v99 value 0.
       77 nCurAnnual                      pic 9(7)v99 value 0.
       77 nNewAnnual                      pic 9(7)v99 value 0.
       77 nCurErTax                       pic 9(6)v99 value 0.
       77 nNewErTax                       pic 9(6)v99 value 0.
       77 nTaxAnnual                      pic 9(7)v99 value 0.
       77 nTaxableWages                   pic 9(7)v99 value 0.
       77 nErTaxWork                      pic 9(6)v99 value 0.
       77 nIncrease                       pic 9(7)v99 value 0.
       77 nTotalCurAnnual                 pic 9(9)v99 value 0.
       77 nTotalNewAnnual                 pic 9(9)v99 value 0.
       77 nTotalCurErTax                  pic 9(8)v99 value 0.
       77 nTotalNewErTax                  pic 9(8)v99 value 0.
       77 nTotalCost                      pic 9(9)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 20 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xScenarioTable.
           05  xScenarioElement occurs 1 to 50 times
                   depending on nScnLoadSubscript.
               10 xScnTypeT               pic x.
               10 xScnDeptT               pic x.
               10 xScnPayTypeT            pic x.
               10 nScnAmountT             pic 9(5)v99.

       01 xDeptTable.
           05  xDeptElement occurs 10 times.
               10 nDeptCountD             pic 9(5).
               10 nDeptCurAnnualD         pic 9(9)v99.
               10 nDeptNewAnnualD         pic 9(9)v99.
               10 nDeptCurErTaxD          pic 9(8)v99.
               10 nDeptNewErTaxD          pic 9(8)v99.

       01 xReportHeading-1.
           05 filler                      pic x(43)   value
               "*** Pay Raise Simulation - Annualized Cost ".
           05 filler                      pic x(13)   value "Comparison - ".
           05 neHeadingDate               pic 9999/99/99.
           05 filler                      pic x(4)    value " ***".

       01 xScenarioHeading.
           05 filler                      pic x(20)   value "Scenario lines:".

       01 xScenarioDetail.
           05 filler                      pic x(4)    value spaces.
           05 xScnDescOut                 pic x(22).
           05 filler                      pic x(6)    value " dept ".
           05 xScnDeptOut                 pic x.
           05 filler                      pic x(11)   value "  pay type ".
           05 xScnPayTypeOut              pic x.
           05 filler                      pic xx      value spaces.
           05 neScnAmountOut              pic zz,zz9.99.

       01 xScenarioReject.
           05 filler                      pic x(18)   value
               "*** Scenario line ".
           05 neRejectLine                pic z9.
           05 filler                      pic x(40)   value
               " rejected - type must be P, F or M ***".

       01 xReportHeading-2.
           05 filler                      pic x(6)    value "EMP".
           05 filler                      pic x(25)   value "EMPLOYEE NAME".
           05 filler                      pic x(3)    value "D".
           05 filler                      pic x(3)    value "T".
           05 filler                      pic x(10)   value " CURRENT".
           05 filler                      pic x(11)   value " PROPOSED".
           05 filler                      pic x(14)   value "  CUR ANNUAL".
           05 filler                      pic x(14)   value "  NEW ANNUAL".
           05 filler                      pic x(13)   value "   INCREASE".
           05 filler                      pic x(12)   value " CUR ER TAX".
           05 filler                      pic x(12)   value " NEW ER TAX".

       01 xEmpDetail.
           05 neEmpNumOut                 pic zzz9.
           05 filler                      pic xx      value spaces.
           05 xEmpNameOut                 pic x(24).
           05 filler                      pic x       value space.
           05 nEmpDeptOut                 pic 9.
           05 filler                      pic xx      value spaces.
           05 xEmpPayTypeOut              pic x.
           05 filler                      pic xx      value spaces.
           05 neEmpCurAmountOut           pic z,zz9.99.
           05 filler                      pic xx      value spaces.
           05 neEmpNewAmountOut           pic zz,zz9.99.
           05 filler                      pic x       value space.
           05 neEmpCurAnnualOut           pic z,zzz,zz9.99.
           05 filler                      pic xx      value spaces.
           05 neEmpNewAnnualOut           pic z,zzz,zz9.99.
           05 filler                      pic x       value space.
           05 neEmpIncreaseOut            pic z,zzz,zz9.99.
           05 filler                      pic x       value space.
           05 neEmpCurErTaxOut            pic zzz,zz9.99.
           05 filler                      pic xx      value spaces.
           05 neEmpNewErTaxOut            pic zzz,zz9.99.

       01 xDeptHeading.
           05 filler                      pic x(28)   value
               "*** Department summary:".

       01 xDeptHeading-2.
           05 filler                      pic x(8)    value "DEPT".
           05 filler                      pic x(7)    value "  EMPS".
           05 filler                      pic x(16)   value "    CUR ANNUAL".
           05 filler                      pic x(16)   value "    NEW ANNUAL".
           05 filler                      pic x(16)   value "      INCREASE".
           05 filler                      pic x(15)   value "   CUR ER TAX".
           05 filler                      pic x(15)   value "   NEW ER TAX".
           05 filler                      pic x(16)   value "    TOTAL COST".

       01 xDeptDetail.
           05 filler                      pic x(5)    value "Dept ".
           05 xDeptLabelOut               pic x(5).
           05 neDeptCountOut              pic zzzz9.
           05 filler                      pic xx      value spaces.
           05 neDeptCurAnnualOut          pic zzz,zzz,zz9.99.
           05 filler                      pic xx      value spaces.
           05 neDeptNewAnnualOut          pic zzz,zzz,zz9.99.
           05 filler                      pic xx      value spaces.
           05 neDeptIncreaseOut           pic zzz,zzz,zz9.99.
           05 filler                      pic x       value space.
           05 neDeptCurErTaxOut           pic zz,zzz,zz9.99.
           05 filler                      pic x       value space.
           05 neDeptNewErTaxOut           pic zz,zzz,zz9.99.
           05 filler                      pic xx      value spaces.
           05 neDeptCostOut               pic zzz,zzz,zz9.99.

       01 xReportFooter.
           05 filler                      pic x(39)   value
               "Proposed annual cost increase (wages + ".
           05 filler                      pic x(14)   value "employer tax):".
           05 neFooterCost                pic $$$$,$$$,$$9.99.

       01 xReportFooter-2.
           05 neFooterEmps                pic zzzz9.
           05 filler                      pic x(26)   value
               " employee(s) simulated at ".
           05 neFooterHours               pic zzz9.
           05 filler                      pic x(23)   value
               " hours/year hourly and ".
           05 neFooterPeriods             pic z9.
           05 filler                      pic x(31)   value
               " periods/year salaried; master ".
           05 filler                      pic x(9)    value "unchanged".

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
           perform 240-print-depts.
           perform 300-termination.

           if nScenarioRejects > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           perform 105-load-control.

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

           move "PERIODSYEAR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nPeriodsPerYear = function numval(xControlValueFound)
           end-if.

           move "ANNUALHOURS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nAnnualHours = function numval(xControlValueFound)
           end-if.

           perform 109-clear-dept
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 10.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           write xOutput from xScenarioHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 110-load-scenario.

           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
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
                       or xControlProgramIn = "PAYROLL-23")
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

       109-clear-dept.
           move 0 to nDeptCountD (nDeptSubscript).
           move 0 to nDeptCurAnnualD (nDeptSubscript).
           move 0 to nDeptNewAnnualD (nDeptSubscript).
           move 0 to nDeptCurErTaxD (nDeptSubscript).
           move 0 to nDeptNewErTaxD (nDeptSubscript).

       110-load-scenario.
           open input scenarioFile.

           if xStatusScenario = "35"
               display "*** RaiseScenario.txt not found -",
                   " proposed cost equals current cost ***",
           else
               move xStatusScenario to xCurrentStatus,
               move "RaiseScenario.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-scenario until xScenarioEofFlag = "y",
               close scenarioFile,
               move xStatusScenario to xCurrentStatus,
               move "RaiseScenario.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       111-read-scenario.
           read scenarioFile
               at end
                   move "y" to xScenarioEofFlag,
               not at end
                   perform 112-store-scenario,
           end-read.

           move xStatusScenario to xCurrentStatus.
           move "RaiseScenario.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-store-scenario.
           move function upper-case(xScnTypeIn) to xScnTypeIn.
           move function upper-case(xScnPayTypeIn) to xScnPayTypeIn.
           if xScnDeptIn = space
               move "*" to xScnDeptIn,
           end-if.
           if xScnPayTypeIn = space
               move "*" to xScnPayTypeIn,
           end-if.
           if nScnAmountIn not numeric
               move 0 to nScnAmountIn,
           end-if.

           if (xScnTypeIn not = "P" and xScnTypeIn not = "F"
               and xScnTypeIn not = "M")
               or nScnLoadSubscript = 50
               add 1 to nScenarioRejects,
               compute neRejectLine = nScnLoadSubscript + nScenarioRejects,
               display xScenarioReject,
               write xOutput from xScenarioReject before advancing 1 line,
           else
               add 1 to nScnLoadSubscript,
               move xScnTypeIn to xScnTypeT (nScnLoadSubscript),
               move xScnDeptIn to xScnDeptT (nScnLoadSubscript),
               move xScnPayTypeIn to xScnPayTypeT (nScnLoadSubscript),
               move nScnAmountIn to nScnAmountT (nScnLoadSubscript),
               evaluate xScnTypeIn
                   when "P"
                       move "Percent raise" to xScnDescOut
                   when "F"
                       move "Flat amount added" to xScnDescOut
                   when "M"
                       move "New minimum rate" to xScnDescOut
               end-evaluate,
               move xScnDeptIn to xScnDeptOut,
               move xScnPayTypeIn to xScnPayTypeOut,
               move nScnAmountIn to neScnAmountOut,
               display xScenarioDetail,
               write xOutput from xScenarioDetail before advancing 1 line,
           end-if.

           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

       200-read-master.
           read masterfile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   add 1 to nMasterRecordsRead,
                   if xEmpStatus not = "T"
                       perform 210-simulate-employee,
                   end-if,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-simulate-employee.
           if xPayTypeMstr = "S"
               move nPeriodSalary to nCurAmount,
           else
               move nPayRate to nCurAmount,
           end-if.
           move nCurAmount to nNewAmount.

           perform 211-apply-scenario
               varying nScnSubscript from 1 by 1
               until nScnSubscript > nScnLoadSubscript.

           if xPayTypeMstr = "S"
               compute nCurAnnual rounded = nCurAmount * nPeriodsPerYear,
               compute nNewAnnual rounded = nNewAmount * nPeriodsPerYear,
           else
               compute nCurAnnual rounded = nCurAmount * nAnnualHours,
               compute nNewAnnual rounded = nNewAmount * nAnnualHours,
           end-if.

           move nCurAnnual to nTaxAnnual.
           perform 215-compute-employer-tax.
           move nErTaxWork to nCurErTax.
           move nNewAnnual to nTaxAnnual.
           perform 215-compute-employer-tax.
           move nErTaxWork to nNewErTax.

           if nNewAnnual > nCurAnnual
               compute nIncrease = nNewAnnual - nCurAnnual,
           else
               move 0 to nIncrease,
           end-if.

           add 1 to nEmpSimulated.
           compute nDeptSubscript = nDept + 1.
           add 1 to nDeptCountD (nDeptSubscript).
           add nCurAnnual to nDeptCurAnnualD (nDeptSubscript).
           add nNewAnnual to nDeptNewAnnualD (nDeptSubscript).
           add nCurErTax to nDeptCurErTaxD (nDeptSubscript).
           add nNewErTax to nDeptNewErTaxD (nDeptSubscript).

           perform 220-print-employee.

       211-apply-scenario.
           if (xScnDeptT (nScnSubscript) = "*"
               or xScnDeptT (nScnSubscript) = nDept)
               and (xScnPayTypeT (nScnSubscript) = "*"
               or xScnPayTypeT (nScnSubscript) = xPayTypeMstr
               or (xScnPayTypeT (nScnSubscript) = "H"
               and xPayTypeMstr not = "S"))
               evaluate xScnTypeT (nScnSubscript)
                   when "P"
                       compute nNewAmount rounded = nNewAmount
                           * (100 + nScnAmountT (nScnSubscript)) / 100
                   when "F"
                       add nScnAmountT (nScnSubscript) to nNewAmount
                   when "M"
                       if (xPayTypeMstr not = "S"
                           or xScnPayTypeT (nScnSubscript) = "S")
                           and nNewAmount < nScnAmountT (nScnSubscript)
                           move nScnAmountT (nScnSubscript) to nNewAmount
                       end-if
               end-evaluate,
           end-if.

       215-compute-employer-tax.
           move nTaxAnnual to nTaxableWages.
           if nFicaWageBase > 0 and nTaxableWages > nFicaWageBase
               move nFicaWageBase to nTaxableWages,
           end-if.
           compute nErTaxWork rounded = nTaxableWages * nFicaPct / 100.

           move nTaxAnnual to nTaxableWages.
           if nSutaWageBase > 0 and nTaxableWages > nSutaWageBase
               move nSutaWageBase to nTaxableWages,
           end-if.
           compute nErTaxWork rounded = nErTaxWork
               + nTaxableWages * nSutaPct / 100.

       220-print-employee.
           move nEmpNumMstr to neEmpNumOut.
           move spaces to xEmpNameOut.
           string xLastName delimited by "  "
               ", " delimited by size
               xFirstName delimited by "  "
               into xEmpNameOut.
           move nDept to nEmpDeptOut.
           if xPayTypeMstr = "S"
               move "S" to xEmpPayTypeOut,
           else
               move "H" to xEmpPayTypeOut,
           end-if.
           move nCurAmount to neEmpCurAmountOut.
           move nNewAmount to neEmpNewAmountOut.
           move nCurAnnual to neEmpCurAnnualOut.
           move nNewAnnual to neEmpNewAnnualOut.
           move nIncrease to neEmpIncreaseOut.
           move nCurErTax to neEmpCurErTaxOut.
           move nNewErTax to neEmpNewErTaxOut.

           display xEmpDetail.
           write xOutput from xEmpDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

       240-print-depts.
           display xDeptHeading.
           write xOutput from xDeptHeading before advancing 1 line.
           display xDeptHeading-2.
           write xOutput from xDeptHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-print-dept
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 10.

           move "TOTAL" to xDeptLabelOut.
           move nEmpSimulated to neDeptCountOut.
           move nTotalCurAnnual to neDeptCurAnnualOut.
           move nTotalNewAnnual to neDeptNewAnnualOut.
           compute nIncrease = nTotalNewAnnual - nTotalCurAnnual.
           move nIncrease to neDeptIncreaseOut.
           move nTotalCurErTax to neDeptCurErTaxOut.
           move nTotalNewErTax to neDeptNewErTaxOut.
           compute nTotalCost = nIncrease
               + nTotalNewErTax - nTotalCurErTax.
           move nTotalCost to neDeptCostOut.
           display xDeptDetail.
           write xOutput from xDeptDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

       241-print-dept.
           if nDeptCountD (nDeptSubscript) > 0
               compute nDeptNumber = nDeptSubscript - 1,
               move nDeptNumber to xDeptLabelOut,
               move nDeptCountD (nDeptSubscript) to neDeptCountOut,
               move nDeptCurAnnualD (nDeptSubscript) to neDeptCurAnnualOut,
               move nDeptNewAnnualD (nDeptSubscript) to neDeptNewAnnualOut,
               compute nIncrease = nDeptNewAnnualD (nDeptSubscript)
                   - nDeptCurAnnualD (nDeptSubscript),
               move nIncrease to neDeptIncreaseOut,
               move nDeptCurErTaxD (nDeptSubscript) to neDeptCurErTaxOut,
               move nDeptNewErTaxD (nDeptSubscript) to neDeptNewErTaxOut,
               compute nTotalCost = nIncrease
                   + nDeptNewErTaxD (nDeptSubscript)
                   - nDeptCurErTaxD (nDeptSubscript),
               move nTotalCost to neDeptCostOut,
               add nDeptCurAnnualD (nDeptSubscript) to nTotalCurAnnual,
               add nDeptNewAnnualD (nDeptSubscript) to nTotalNewAnnual,
               add nDeptCurErTaxD (nDeptSubscript) to nTotalCurErTax,
               add nDeptNewErTaxD (nDeptSubscript) to nTotalNewErTax,
               display xDeptDetail,
               write xOutput from xDeptDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-23-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       300-termination.
           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           move nTotalCost to neFooterCost.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.

           move nEmpSimulated to neFooterEmps.
           move nAnnualHours to neFooterHours.
           move nPeriodsPerYear to neFooterPeriods.
           display xReportFooter-2.
           write xOutput from xReportFooter-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-23-output.txt" to xCurrentFileName.
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

           move "PAYROLL-23" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nMasterRecordsRead to neAuditRecordsReadOut.
           move nEmpSimulated to neAuditRecordsWrittenOut.
           move nScenarioRejects to neAuditExceptionsOut.
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
