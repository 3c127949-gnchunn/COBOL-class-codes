       identification division.
       program-id. Mgmt-01.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "Payroll.master.txt" organization is line sequential
               file status is xStatusMaster.
           select checkRegister assign to "CheckRegister.txt" organization is line sequential
               file status is xStatusCheck.
           select salesHistory assign to "SalesHistory.txt" organization is line sequential
               file status is xStatusSales.
           select vendorCosts assign to "VendorCosts.txt" organization is line sequential
               file status is xStatusCosts.
           select ratesFile assign to "ExamRates.txt" organization is line sequential
               file status is xStatusRates.
           select rateHistoryFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusRateHist.
           select spoilageLog assign to "SpoilageLog.txt" organization is line sequential
               file status is xStatusSpoil.
           select adjustFile assign to "StockAdjustments.txt" organization is line sequential
               file status is xStatusAdjust.
           select invoicesFile assign to "Invoices.txt" organization is line sequential
               file status is xStatusInvoices.
           select budgetFile assign to "DeptBudget.txt" organization is line sequential
               file status is xStatusBudget.
           select actualYtdFile assign to "DeptActualYtd.txt" organization is line sequential
               file status is xStatusActual.
           select runtimeFile assign to "StepRuntimes.txt" organization is line sequential
               file status is xStatusRuntime.
           select alertFile assign to "Alerts.txt" organization is line sequential
               file status is xStatusAlert.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select historyFile assign to "MgmtHistory.txt" organization is line sequential
               file status is xStatusHistory.
           select outfile assign to "Mgmt-01-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select archiveFile assign dynamic xArchiveFileName
               organization is line sequential
               file status is xStatusArchive.
           select indexFile assign to "ReportArchive.txt" organization is line sequential
               file status is xStatusIndex.
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

       fd checkRegister.
       01 xCheckRecord                    pic x(110).

       fd salesHistory.
       01 xSalesInput.
           05 xSalesDateIn                pic 9(8).
           05 filler                      pic x.
           05 xSalesTimeIn                pic 9(6).
           05 filler                      pic x.
           05 xSalesNameIn                pic x(14).
           05 filler                      pic x.
           05 nSalesQtyIn                 pic 9(5)v99.
           05 filler                      pic x.
           05 nSalesPriceIn               pic 9(5)v99.
           05 filler                      pic x.
           05 xSalesCustIn                pic x(8).

       fd vendorCosts.
       01 xCostInput.
           05 xCostSupplierIn             pic x(14).
           05 xCostFruitIn                pic x(14).
           05 nCostUnitIn                 pic 9v99.
           05 nCostEffDateIn              pic 9(8).
           05 xCostCurrencyIn             pic x(3).

       fd ratesFile.
       01 xRateInput.
           05 xRateCurrencyIn             pic x(3).
           05 nRateIn                     pic 9v99999.
           05 nRateEffDateIn              pic 9(8).

       fd rateHistoryFile.
       01 xRateHistoryInput.
           05 xHistCurrencyIn             pic x(3).
           05 nHistRateIn                 pic 9v99999.
           05 nHistRateEffDateIn          pic 9(8).

       fd spoilageLog.
       01 xSpoilageInput.
           05 nSpoilDateIn                pic 9(8).
           05 nSpoilUnitsIn               pic 9(6)v99.
           05 nSpoilValueIn               pic 9(8)v99.
           05 xSpoilLocIn                 pic x(3).
           05 xSpoilFruitIn               pic x(14).

       fd adjustFile.
       01 xAdjustInput.
           05 nAdjDateIn                  pic 9(8).
           05 filler                      pic x.
           05 nAdjTimeIn                  pic 9(6).
           05 filler                      pic x.
           05 xAdjFruitIn                 pic x(14).
           05 filler                      pic x.
           05 nAdjBookIn                  pic 9(3)v99.
           05 filler                      pic x.
           05 nAdjCountedIn               pic 9(3)v99.
           05 filler                      pic x.
           05 xAdjReasonIn                pic x(2).

       fd invoicesFile.
       01 xInvoiceInput.
           05 nInvNumIn                   pic 9(6).
           05 xInvCustIn                  pic x(8).
           05 nInvDateIn                  pic 9(8).
           05 nInvAmountIn                pic 9(7)v99.
           05 nInvPaidIn                  pic 9(7)v99.

       fd budgetFile.
       01 xBudgetInput.
           05 nBudgetDeptIn               pic 9.
           05 nBudPerHoursIn              pic 9(5).
           05 nBudPerDollarsIn            pic 9(7)v99.
           05 nBudYtdHoursIn              pic 9(6).
           05 nBudYtdDollarsIn            pic 9(8)v99.

       fd actualYtdFile.
       01 xActualYtdInput.
           05 nActualDeptIn               pic 9.
           05 nActualYtdHoursIn           pic 9(6).
           05 nActualYtdDollarsIn         pic 9(8)v99.

       fd runtimeFile.
       01 xRuntimeInput.
           05 nRtDateIn                   pic 9(8).
           05 filler                      pic x.
           05 xRtStepIn                   pic x(14).
           05 filler                      pic x.
           05 nRtStartIn                  pic 9(6).
           05 filler                      pic x.
           05 nRtEndIn                    pic 9(6).
           05 filler                      pic x.
           05 nRtSecondsIn                pic 9(6).

       fd alertFile.
       01 xAlertInput.
           05 nAlertIdIn                  pic 9(6).
           05 nAlertDateIn                pic 9(8).
           05 nAlertTimeIn                pic 9(6).
           05 xAlertSevIn                 pic x.
           05 xAlertSourceIn              pic x(14).
           05 xAlertTextIn                pic x(40).
           05 xAlertStateIn               pic x.
           05 xAlertAckByIn               pic x(3).
           05 xAlertNoteIn                pic x(30).

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn           pic x(14).
           05 xControlParamIn             pic x(14).
           05 xControlValueIn             pic x(10).

       fd historyFile.
       01 xHistoryRecord.
           05 nHistMonthIn                pic 9(6).
           05 xHistDataIn                 pic x(480).

       fd outfile.
       01 xOutput                         pic x(100).

       fd archiveFile.
       01 xArchiveRecord                  pic x(100).

       fd indexFile.
       01 xIndexInput.
           05 xIndexProgramIn             pic x(14).
           05 nIndexDateIn                pic 9(8).
           05 xIndexFileNameIn            pic x(40).
           05 xIndexStatusIn              pic x.

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusMaster                   pic xx      value "00".
       77 xStatusCheck                    pic xx      value "00".
       77 xStatusSales                    pic xx      value "00".
       77 xStatusCosts                    pic xx      value "00".
       77 xStatusRates                    pic xx      value "00".
       77 xStatusRateHist                 pic xx      value "00".
       77 xStatusSpoil                    pic xx      value "00".
       77 xStatusAdjust                   pic xx      value "00".
       77 xStatusInvoices                 pic xx      value "00".
       77 xStatusBudget                   pic xx      value "00".
       77 xStatusActual                   pic xx      value "00".
       77 xStatusRuntime                  pic xx      value "00".
       77 xStatusAlert                    pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusHistory                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusArchive                  pic xx      value "00".
       77 xStatusIndex                    pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(40).
       77 xEofFlag                        pic x       value "n".
       77 xArchiveFileName                pic x(40)   value spaces.
       77 nEntryMonth                     pic 9(6)    value 0.
       77 nPriorMonth                     pic 9(6)    value 0.
       77 nYearAgoMonth                   pic 9(6)    value 0.
       77 nRunYear                        pic 9(4)    value 0.
       77 nRunMonth                       pic 99      value 0.
       77 nMonthStart                     pic 9(8)    value 0.
       77 nNextMonthStart                 pic 9(8)    value 0.
       77 nMonthEnd                       pic 9(8)    value 0.
       77 nMonthEndInteger                pic 9(7)    value 0.
       77 nWindowEnd                      pic 9(4)    value 0600.
       77 nWindowMinutes                  pic 9(6)    value 0.
       77 nEmpCount                       pic 9(4)    value 0.
       77 nEmpSubscript                   pic 9(4).
       77 xEmpFoundFlag                   pic x       value "n".
       77 nWorkHireDate                   pic 9(8)    value 0.
       77 nWorkTermDate                   pic 9(8)    value 0.
       77 nWorkEmpNum                     pic 9999    value 0.
       77 nDeptSubscript                  pic 99.
       77 nUnmatchedChecks                pic 9(5)    value 0.
       77 nRateCount                      pic 999     value 0.
       77 nRateSubscript                  pic 999.
       77 xRateFoundFlag                  pic x       value "n".
       77 nRateFound                      pic 9v99999 value 0.
       77 nBestEffDate                    pic 9(8)    value 0.
       77 nCostCount                      pic 999     value 0.
       77 nCostSubscript                  pic 999.
       77 xCostFoundFlag                  pic x       value "n".
       77 xCostFruitWanted                pic x(14)   value spaces.
       77 nBestCost                       pic 9v99    value 0.
       77 nBestCostDate                   pic 9(8)    value 0.
       77 nLineRevenue                    pic s9(9)v99 value 0.
       77 nLineUnits                      pic s9(7)v99 value 0.
       77 nOpenAmount                     pic s9(8)v99 value 0.
       77 nAgeDays                        pic s9(7)   value 0.
       77 xCycleOpenFlag                  pic x       value "n".
       77 nCycleStartDate                 pic 9(8)    value 0.
       77 nCycleStartTime                 pic 9(6)    value 0.
       77 nCycleStartMinutes              pic 9(6)    value 0.
       77 nCycleEndMinutes                pic 9(6)    value 0.
       77 nDeadlineInteger                pic 9(7)    value 0.
       77 nCycleEndInteger                pic 9(7)    value 0.
       77 nHistCount                      pic 999     value 0.
       77 nHistSubscript                  pic 999.
       77 xHistFoundFlag                  pic x       value "n".
       77 xPriorFoundFlag                 pic x       value "n".
       77 xYearFoundFlag                  pic x       value "n".
       77 nMetricSubscript                pic 99.
       77 nPageNumber                     pic 9       value 0.
       77 xPageBreakFlag                  pic x       value "n".
       77 nLinesWritten                   pic 9(5)    value 0.
       77 nRecordsRead                    pic 9(7)    value 0.
       77 xIndexFoundFlag                 pic x       value "n".
       77 nWorkChange                     pic s9(9)v99 value 0.
       77 nWorkDept                       pic 9       value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xCurrentData.
           05 xCurDeptElement occurs 10 times.
               10 nCurHead                pic 9(4).
               10 nCurGross               pic 9(8)v99.
               10 nCurNet                 pic 9(8)v99.
           05 nCurMetric occurs 20 times  pic s9(9)v99 sign leading separate.

       01 xPriorData.
           05 xPriorDeptElement occurs 10 times.
               10 nPriorHead              pic 9(4).
               10 nPriorGross             pic 9(8)v99.
               10 nPriorNet               pic 9(8)v99.
           05 nPriorMetric occurs 20 times pic s9(9)v99 sign leading separate.

       01 xYearData.
           05 xYearDeptElement occurs 10 times.
               10 nYearHead               pic 9(4).
               10 nYearGross              pic 9(8)v99.
               10 nYearNet                pic 9(8)v99.
           05 nYearMetric occurs 20 times pic s9(9)v99 sign leading separate.

       01 xPayrollTotals.
           05 nTotCurHead                 pic 9(5).
           05 nTotCurGross                pic 9(9)v99.
           05 nTotCurNet                  pic 9(9)v99.
           05 nTotPriorHead               pic 9(5).
           05 nTotPriorGross              pic 9(9)v99.
           05 nTotPriorNet                pic 9(9)v99.
           05 nTotYearGross               pic 9(9)v99.

       01 xLaborTable.
           05 xLaborElement occurs 11 times.
               10 nBudHoursL              pic 9(7).
               10 nBudDollarsL            pic 9(9)v99.
               10 nActHoursL              pic 9(7).
               10 nActDollarsL            pic 9(9)v99.

       01 xMetricLabels.
           05 filler pic x(26) value "Sales".
           05 filler pic x(26) value "Cost of sales".
           05 filler pic x(26) value "Gross margin".
           05 filler pic x(26) value "Gross margin %".
           05 filler pic x(26) value "Shrink".
           05 filler pic x(26) value "Shrink % of sales".
           05 filler pic x(26) value "Receivables over 60 days".
           05 filler pic x(26) value "Labor budget YTD".
           05 filler pic x(26) value "Labor actual YTD".
           05 filler pic x(26) value "Labor over/(under) budget".
           05 filler pic x(26) value "Cycles started".
           05 filler pic x(26) value "Cycles completed".
           05 filler pic x(26) value "Cycles on time".
           05 filler pic x(26) value "On-time rate %".
           05 filler pic x(26) value "Program runs audited".
           05 filler pic x(26) value "Runs with exceptions".
           05 filler pic x(26) value "Open alerts".
           05 filler pic x(26) value "Open high-severity alerts".
           05 filler pic x(26) value "Alerts raised in month".
           05 filler pic x(26) value "Sales with no cost on file".
       01 xMetricLabelsR redefines xMetricLabels.
           05 xMetricLabelT occurs 20 times pic x(26).

       01 xEmpTable.
           05  xEmpElement occurs 1 to 2000 times
                   depending on nEmpCount.
               10 nEmpNumT                pic 9999.
               10 nEmpDeptT               pic 9.

       01 xRateTable.
           05  xRateElement occurs 200 times.
               10 xRateCurrencyT          pic x(3).
               10 nRateT                  pic 9v99999.
               10 nRateEffDateT           pic 9(8).

       01 xCostTable.
           05  xCostElement occurs 500 times.
               10 xCostFruitT             pic x(14).
               10 nCostUnitT              pic 9v99.
               10 nCostEffDateT           pic 9(8).

       01 xHistTable.
           05  xHistElement occurs 1 to 240 times
                   depending on nHistCount.
               10 nHistMonthT             pic 9(6).
               10 xHistDataT              pic x(480).

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

       01 xCheckDateWork.
           05 xCheckYearW                 pic x(4).
           05 xCheckMonthW                pic xx.
           05 xCheckDayW                  pic xx.
       01 nCheckDateWork redefines xCheckDateWork pic 9(8).

       01 xAuditParse.
           05 xAuditProgramIn             pic x(14).
           05 filler                      pic x.
           05 xAuditDateIn                pic x(8).
           05 filler                      pic x.
           05 xAuditTimeIn                pic x(6).
           05 filler                      pic x.
           05 xAuditReadIn                pic x(7).
           05 filler                      pic x.
           05 xAuditWrittenIn             pic x(7).
           05 filler                      pic x.
           05 xAuditExceptionsIn          pic x(7).

       01 xPageHeading.
           05 filler                      pic x(35)   value
               "*** Monthly Management Summary for ".
           05 nePageMonthOut              pic 9999/99.
           05 filler                      pic x(4)    value " ***".
           05 filler                      pic x(40)   value spaces.
           05 filler                      pic x(5)    value "Page ".
           05 nePageNumberOut             pic 9.

       01 xPageTitle.
           05 xPageTitleOut               pic x(60).

       01 xPayrollHeading.
           05 filler                      pic x(6)    value "DEPT".
           05 filler                      pic x(10)   value "HEAD  CHG".
           05 filler                      pic x(13)   value "       GROSS".
           05 filler                      pic x(14)   value "     CHG MONTH".
           05 filler                      pic x(13)   value "         NET".
           05 filler                      pic x(14)   value "     CHG MONTH".
           05 filler                      pic x(13)   value "    GROSS LY".
           05 filler                      pic x(14)   value "      CHG YEAR".

       01 xPayrollDetail.
           05 xPayDeptOut                 pic x(5).
           05 nePayHeadOut                pic zzzz9.
           05 nePayHeadChgOut             pic -(4)9.
           05 xPayHeadChgOut redefines nePayHeadChgOut pic x(5).
           05 filler                      pic x       value space.
           05 nePayGrossOut               pic zzz,zzz,zz9.99.
           05 nePayGrossChgOut            pic -(3),---,--9.99.
           05 xPayGrossChgOut redefines nePayGrossChgOut pic x(14).
           05 nePayNetOut                 pic zzz,zzz,zz9.99.
           05 nePayNetChgOut              pic -(3),---,--9.99.
           05 xPayNetChgOut redefines nePayNetChgOut pic x(14).
           05 nePayYearGrossOut           pic zzz,zzz,zz9.99.
           05 xPayYearGrossOut redefines nePayYearGrossOut pic x(14).
           05 nePayYearChgOut             pic -(3),---,--9.99.
           05 xPayYearChgOut redefines nePayYearChgOut pic x(14).

       01 xMetricHeading.
           05 filler                      pic x(26)   value "MEASURE".
           05 filler                      pic x(14)   value "    THIS MONTH".
           05 filler                      pic x(14)   value "   PRIOR MONTH".
           05 filler                      pic x(14)   value "        CHANGE".
           05 filler                      pic x(14)   value "     YEAR AGO".
           05 filler                      pic x(14)   value "        CHANGE".

       01 xMetricDetail.
           05 xMetLabelOut                pic x(26).
           05 neMetCurOut                 pic -(3),---,--9.99.
           05 neMetPriorOut               pic -(3),---,--9.99.
           05 xMetPriorOut redefines neMetPriorOut pic x(14).
           05 neMetPriorChgOut            pic -(3),---,--9.99.
           05 xMetPriorChgOut redefines neMetPriorChgOut pic x(14).
           05 neMetYearOut                pic -(3),---,--9.99.
           05 xMetYearOut redefines neMetYearOut pic x(14).
           05 neMetYearChgOut             pic -(3),---,--9.99.
           05 xMetYearChgOut redefines neMetYearChgOut pic x(14).

       01 xLaborHeading.
           05 filler                      pic x(6)    value "DEPT".
           05 filler                      pic x(10)   value "  BUD HRS".
           05 filler                      pic x(10)   value "  ACT HRS".
           05 filler                      pic x(10)   value "  VAR HRS".
           05 filler                      pic x(14)   value "    BUDGET YTD".
           05 filler                      pic x(14)   value "    ACTUAL YTD".
           05 filler                      pic x(14)   value "      VARIANCE".
           05 filler                      pic x(8)    value "   VAR %".

       01 xLaborDetail.
           05 xLabDeptOut                 pic x(6).
           05 neLabBudHoursOut            pic z,zzz,zz9.
           05 neLabActHoursOut            pic zz,zzz,zz9.
           05 neLabVarHoursOut            pic -,---,--9.
           05 filler                      pic x       value space.
           05 neLabBudDollarsOut          pic zzz,zzz,zz9.99.
           05 neLabActDollarsOut          pic zzz,zzz,zz9.99.
           05 neLabVarDollarsOut          pic -(3),---,--9.99.
           05 neLabVarPctOut              pic ----9.99.
           05 xLabVarPctOut redefines neLabVarPctOut pic x(8).

       01 xNoteLine.
           05 xNoteOut                    pic x(100).

       01 xNoteDetail.
           05 neNoteCountOut              pic zzzz9.
           05 xNoteTextOut                pic x(90).

       01 xAuditDetail.
           05   xAuditProgramOut          pic x(14).
           05   filler                    pic x       value space.
           05   xAuditDateOut             pic x(8).
           05   filler                    pic x       value space.
           05   xAuditTimeOut             pic x(6).
           05   filler                    pic x       value space.
           05   neAuditRecordsReadOut     pic z(6)9.
           05   filler                    pic x       value space.
           05   neAuditRecordsWrittenOut  pic z(6)9.
           05   filler                    pic x       value space.
           05   neAuditExceptionsOut      pic z(6)9.

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-payroll-figures.
           perform 210-store-figures.
           perform 220-labor-figures.
           perform 230-operations-figures.
           perform 240-compute-ratios.
           perform 250-print-pack.
           perform 270-save-history.
           perform 280-archive-pack.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "Monthly Management Summary".
           display " ".
           display "Summary month (yyyymm, 0 = last month)? "
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
           if nRunMonth = 12
               compute nNextMonthStart = (nRunYear + 1) * 10000 + 101,
           else
               compute nNextMonthStart = nMonthStart + 100,
           end-if.
           compute nMonthEndInteger =
               function integer-of-date (nNextMonthStart) - 1.
           compute nMonthEnd = function date-of-integer (nMonthEndInteger).

           if nRunMonth = 1
               compute nPriorMonth = (nRunYear - 1) * 100 + 12,
           else
               compute nPriorMonth = nEntryMonth - 1,
           end-if.
           compute nYearAgoMonth = nEntryMonth - 100.

           initialize xCurrentData.
           initialize xPriorData.
           initialize xYearData.
           initialize xLaborTable.

           perform 105-load-control.
           compute nWindowMinutes = (nWindowEnd / 100) * 60
               + function mod (nWindowEnd, 100).

           perform 110-load-history.
           perform 130-load-rates.
           perform 135-load-costs.

       105-load-control.
           open input controlFile.

           if xStatusControl = "00"
               move "n" to xEofFlag,
               perform 106-read-control until xEofFlag = "y",
               close controlFile,
           end-if.

       106-read-control.
           read controlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xControlProgramIn = "RUNTIME-01"
                       and xControlParamIn = "WINDOWEND"
                       compute nWindowEnd = function numval(xControlValueIn),
                   end-if,
           end-read.

       110-load-history.
           open input historyFile.

           if xStatusHistory = "00"
               move "n" to xEofFlag,
               perform 111-read-history until xEofFlag = "y",
               close historyFile,
           else
               if xStatusHistory not = "35"
                   move xStatusHistory to xCurrentStatus,
                   move "MgmtHistory.txt" to xCurrentFileName,
                   perform 900-check-status,
               end-if,
           end-if.

           perform 115-find-comparisons
               varying nHistSubscript from 1 by 1
               until nHistSubscript > nHistCount.

       111-read-history.
           read historyFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nHistCount < 240
                       add 1 to nHistCount,
                       move nHistMonthIn to nHistMonthT (nHistCount),
                       move xHistDataIn to xHistDataT (nHistCount),
                   else
                       display "*** MgmtHistory.txt row ignored -",
                           " history table is full ***",
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "MgmtHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-find-comparisons.
           if nHistMonthT (nHistSubscript) = nPriorMonth
               move xHistDataT (nHistSubscript) to xPriorData,
               move "y" to xPriorFoundFlag,
           end-if.
           if nHistMonthT (nHistSubscript) = nYearAgoMonth
               move xHistDataT (nHistSubscript) to xYearData,
               move "y" to xYearFoundFlag,
           end-if.

       130-load-rates.
           open input ratesFile.

           if xStatusRates = "00"
               move "n" to xEofFlag,
               perform 131-read-rate until xEofFlag = "y",
               close ratesFile,
           end-if.

           open input rateHistoryFile.

           if xStatusRateHist = "00"
               move "n" to xEofFlag,
               perform 132-read-history-rate until xEofFlag = "y",
               close rateHistoryFile,
           end-if.

       131-read-rate.
           read ratesFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRateCount < 200
                       add 1 to nRateCount,
                       move xRateCurrencyIn to xRateCurrencyT (nRateCount),
                       move nRateIn to nRateT (nRateCount),
                       move nRateEffDateIn to nRateEffDateT (nRateCount),
                   end-if,
           end-read.

           move xStatusRates to xCurrentStatus.
           move "ExamRates.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-read-history-rate.
           read rateHistoryFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRateCount < 200
                       add 1 to nRateCount,
                       move xHistCurrencyIn to xRateCurrencyT (nRateCount),
                       move nHistRateIn to nRateT (nRateCount),
                       move nHistRateEffDateIn to nRateEffDateT (nRateCount),
                   end-if,
           end-read.

           move xStatusRateHist to xCurrentStatus.
           move "ExamRatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       135-load-costs.
           open input vendorCosts.

           if xStatusCosts = "00"
               move "n" to xEofFlag,
               perform 136-read-cost until xEofFlag = "y",
               close vendorCosts,
           end-if.

       136-read-cost.
           read vendorCosts
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCostCount < 500
                       add 1 to nCostCount,
                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                       perform 137-convert-cost,
                   end-if,
           end-read.

           move xStatusCosts to xCurrentStatus.
           move "VendorCosts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       137-convert-cost.
           if xCostCurrencyIn not = spaces and xCostCurrencyIn not = "USD"
               perform 138-find-rate,
               if xRateFoundFlag = "y"
                   compute nCostUnitT (nCostCount) rounded = nCostUnitIn / nRateFound
                       on size error
                           move 9.99 to nCostUnitT (nCostCount),
                   end-compute,
               end-if,
           end-if.

       138-find-rate.
           move "n" to xRateFoundFlag.
           move 0 to nRateFound.
           move 0 to nBestEffDate.

           perform 139-search-rate
               varying nRateSubscript from 1 by 1
               until nRateSubscript > nRateCount.

           if xRateFoundFlag = "n"
               move 99999999 to nBestEffDate,
               perform 140-search-future-rate
                   varying nRateSubscript from 1 by 1
                   until nRateSubscript > nRateCount,
           end-if.

       139-search-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) <= nCostEffDateIn
               and nRateEffDateT (nRateSubscript) > nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
           end-if.

       140-search-future-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) < nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
           end-if.

       145-find-cost.
           move "n" to xCostFoundFlag.
           move 0 to nBestCost.
           move 0 to nBestCostDate.

           perform 146-scan-cost
               varying nCostSubscript from 1 by 1
               until nCostSubscript > nCostCount.

       146-scan-cost.
           if xCostFruitT (nCostSubscript) = xCostFruitWanted
               and nCostEffDateT (nCostSubscript) <= nMonthEnd
               and nCostEffDateT (nCostSubscript) > nBestCostDate
               move "y" to xCostFoundFlag,
               move nCostEffDateT (nCostSubscript) to nBestCostDate,
               move nCostUnitT (nCostSubscript) to nBestCost,
           end-if.

       200-payroll-figures.
           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           move "n" to xEofFlag.
           perform 201-read-master until xEofFlag = "y".

           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           open input checkRegister.
           if xStatusCheck = "00"
               move "n" to xEofFlag,
               perform 205-read-check until xEofFlag = "y",
               close checkRegister,
           else
               if xStatusCheck not = "35"
                   move xStatusCheck to xCurrentStatus,
                   move "CheckRegister.txt" to xCurrentFileName,
                   perform 900-check-status,
               end-if,
           end-if.

       201-read-master.
           read masterfile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   perform 202-count-employee,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       202-count-employee.
           if nEmpCount < 2000
               add 1 to nEmpCount,
               move nEmpNumMstr to nEmpNumT (nEmpCount),
               move nDept to nEmpDeptT (nEmpCount),
           end-if.

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

           if nWorkHireDate > 0
               and nWorkHireDate <= nMonthEnd
               and (nWorkTermDate = 0 or nWorkTermDate > nMonthEnd)
               compute nDeptSubscript = nDept + 1,
               add 1 to nCurHead (nDeptSubscript),
           end-if.

       205-read-check.
           read checkRegister
               at end
                   move "y" to xEofFlag,
               not at end
                   move xCheckRecord to xCheckRegParse,
                   if xCheckParseNum numeric
                       and xCheckParseStatus not = "VOID"
                       perform 206-apply-check,
                   end-if,
           end-read.

           move xStatusCheck to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 901-check-read-status.

       206-apply-check.
           move xCheckParseDate (1:4) to xCheckYearW.
           move xCheckParseDate (6:2) to xCheckMonthW.
           move xCheckParseDate (9:2) to xCheckDayW.

           if nCheckDateWork numeric
               and nCheckDateWork >= nMonthStart
               and nCheckDateWork <= nMonthEnd
               add 1 to nRecordsRead,
               compute nWorkEmpNum = function numval(xCheckParseEmp),
               move "n" to xEmpFoundFlag,
               perform 207-find-employee
                   varying nEmpSubscript from 1 by 1
                   until nEmpSubscript > nEmpCount
                   or xEmpFoundFlag = "y",
               if xEmpFoundFlag = "n"
                   add 1 to nUnmatchedChecks,
                   move 1 to nDeptSubscript,
               end-if,
               compute nCurGross (nDeptSubscript) =
                   nCurGross (nDeptSubscript)
                   + function numval(xCheckParseGross),
               compute nCurNet (nDeptSubscript) =
                   nCurNet (nDeptSubscript)
                   + function numval(xCheckParseNet),
           end-if.

       207-find-employee.
           if nEmpNumT (nEmpSubscript) = nWorkEmpNum
               move "y" to xEmpFoundFlag,
               compute nDeptSubscript = nEmpDeptT (nEmpSubscript) + 1,
           end-if.

       210-store-figures.
           open input salesHistory.
           if xStatusSales = "00"
               move "n" to xEofFlag,
               perform 211-read-sale until xEofFlag = "y",
               close salesHistory,
           end-if.

           open input spoilageLog.
           if xStatusSpoil = "00"
               move "n" to xEofFlag,
               perform 213-read-spoilage until xEofFlag = "y",
               close spoilageLog,
           end-if.

           open input adjustFile.
           if xStatusAdjust = "00"
               move "n" to xEofFlag,
               perform 214-read-adjustment until xEofFlag = "y",
               close adjustFile,
           end-if.

           open input invoicesFile.
           if xStatusInvoices = "00"
               move "n" to xEofFlag,
               perform 216-read-invoice until xEofFlag = "y",
               close invoicesFile,
           end-if.

       211-read-sale.
           read salesHistory
               at end
                   move "y" to xEofFlag,
               not at end
                   if xSalesDateIn >= nMonthStart
                       and xSalesDateIn <= nMonthEnd
                       add 1 to nRecordsRead,
                       perform 212-apply-sale,
                   end-if,
           end-read.

           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       212-apply-sale.
           if xSalesCustIn = "RETURN"
               compute nLineUnits = 0 - nSalesQtyIn,
           else
               move nSalesQtyIn to nLineUnits,
           end-if.
           compute nLineRevenue rounded = nLineUnits * nSalesPriceIn.
           add nLineRevenue to nCurMetric (1).

           move xSalesNameIn to xCostFruitWanted.
           perform 145-find-cost.
           if xCostFoundFlag = "y"
               compute nCurMetric (2) rounded =
                   nCurMetric (2) + nLineUnits * nBestCost,
           else
               add nLineRevenue to nCurMetric (20),
           end-if.

       213-read-spoilage.
           read spoilageLog
               at end
                   move "y" to xEofFlag,
               not at end
                   if nSpoilDateIn >= nMonthStart
                       and nSpoilDateIn <= nMonthEnd
                       add 1 to nRecordsRead,
                       add nSpoilValueIn to nCurMetric (5),
                   end-if,
           end-read.

           move xStatusSpoil to xCurrentStatus.
           move "SpoilageLog.txt" to xCurrentFileName.
           perform 901-check-read-status.

       214-read-adjustment.
           read adjustFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nAdjDateIn >= nMonthStart
                       and nAdjDateIn <= nMonthEnd
                       add 1 to nRecordsRead,
                       move xAdjFruitIn to xCostFruitWanted,
                       perform 145-find-cost,
                       compute nCurMetric (5) rounded = nCurMetric (5)
                           + (nAdjBookIn - nAdjCountedIn) * nBestCost,
                   end-if,
           end-read.

           move xStatusAdjust to xCurrentStatus.
           move "StockAdjustments.txt" to xCurrentFileName.
           perform 901-check-read-status.

       216-read-invoice.
           read invoicesFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   compute nOpenAmount = nInvAmountIn - nInvPaidIn,
                   if nOpenAmount > 0
                       and nInvDateIn numeric
                       and nInvDateIn > 0
                       and nInvDateIn <= nMonthEnd
                       compute nAgeDays = nMonthEndInteger
                           - function integer-of-date (nInvDateIn),
                       if nAgeDays > 60
                           add nOpenAmount to nCurMetric (7),
                       end-if,
                   end-if,
           end-read.

           move xStatusInvoices to xCurrentStatus.
           move "Invoices.txt" to xCurrentFileName.
           perform 901-check-read-status.

       220-labor-figures.
           open input budgetFile.
           if xStatusBudget = "00"
               move "n" to xEofFlag,
               perform 221-read-budget until xEofFlag = "y",
               close budgetFile,
           end-if.

           open input actualYtdFile.
           if xStatusActual = "00"
               move "n" to xEofFlag,
               perform 222-read-actual until xEofFlag = "y",
               close actualYtdFile,
           end-if.

           move nBudDollarsL (11) to nCurMetric (8).
           move nActDollarsL (11) to nCurMetric (9).
           compute nCurMetric (10) = nActDollarsL (11) - nBudDollarsL (11).

       221-read-budget.
           read budgetFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   compute nDeptSubscript = nBudgetDeptIn + 1,
                   add nBudYtdHoursIn to nBudHoursL (nDeptSubscript),
                   add nBudYtdDollarsIn to nBudDollarsL (nDeptSubscript),
                   add nBudYtdHoursIn to nBudHoursL (11),
                   add nBudYtdDollarsIn to nBudDollarsL (11),
           end-read.

           move xStatusBudget to xCurrentStatus.
           move "DeptBudget.txt" to xCurrentFileName.
           perform 901-check-read-status.

       222-read-actual.
           read actualYtdFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   compute nDeptSubscript = nActualDeptIn + 1,
                   add nActualYtdHoursIn to nActHoursL (nDeptSubscript),
                   add nActualYtdDollarsIn to nActDollarsL (nDeptSubscript),
                   add nActualYtdHoursIn to nActHoursL (11),
                   add nActualYtdDollarsIn to nActDollarsL (11),
           end-read.

           move xStatusActual to xCurrentStatus.
           move "DeptActualYtd.txt" to xCurrentFileName.
           perform 901-check-read-status.

       230-operations-figures.
           open input runtimeFile.
           if xStatusRuntime = "00"
               move "n" to xEofFlag,
               perform 231-read-runtime until xEofFlag = "y",
               close runtimeFile,
               if xCycleOpenFlag = "y"
                   and nCycleStartDate >= nMonthStart
                   and nCycleStartDate <= nMonthEnd
                   add 1 to nCurMetric (11),
               end-if,
           end-if.

           open input auditFile.
           if xStatusAudit = "00"
               move "n" to xEofFlag,
               perform 235-read-audit until xEofFlag = "y",
               close auditFile,
           end-if.

           open input alertFile.
           if xStatusAlert = "00"
               move "n" to xEofFlag,
               perform 237-read-alert until xEofFlag = "y",
               close alertFile,
           end-if.

       231-read-runtime.
           read runtimeFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xCycleOpenFlag = "n"
                       move "y" to xCycleOpenFlag,
                       move nRtDateIn to nCycleStartDate,
                       move nRtStartIn to nCycleStartTime,
                   end-if,
                   if xRtStepIn = "Archive-01"
                       perform 232-close-cycle,
                   end-if,
           end-read.

           move xStatusRuntime to xCurrentStatus.
           move "StepRuntimes.txt" to xCurrentFileName.
           perform 901-check-read-status.

       232-close-cycle.
           move "n" to xCycleOpenFlag.

           if nCycleStartDate >= nMonthStart
               and nCycleStartDate <= nMonthEnd
               add 1 to nCurMetric (11),
               add 1 to nCurMetric (12),
               compute nCycleStartMinutes = (nCycleStartTime / 10000) * 60
                   + function mod (nCycleStartTime / 100, 100),
               compute nCycleEndMinutes = (nRtEndIn / 10000) * 60
                   + function mod (nRtEndIn / 100, 100),
               compute nDeadlineInteger =
                   function integer-of-date (nCycleStartDate),
               if nCycleStartMinutes > nWindowMinutes
                   add 1 to nDeadlineInteger,
               end-if,
               compute nCycleEndInteger =
                   function integer-of-date (nRtDateIn),
               if nCycleEndInteger < nDeadlineInteger
                   or (nCycleEndInteger = nDeadlineInteger
                       and nCycleEndMinutes <= nWindowMinutes)
                   add 1 to nCurMetric (13),
               end-if,
           end-if.

       235-read-audit.
           read auditFile into xAuditParse
               at end
                   move "y" to xEofFlag,
               not at end
                   if xAuditDateIn numeric
                       and xAuditDateIn >= nMonthStart
                       and xAuditDateIn <= nMonthEnd
                       add 1 to nRecordsRead,
                       add 1 to nCurMetric (15),
                       if function numval(xAuditExceptionsIn) > 0
                           add 1 to nCurMetric (16),
                       end-if,
                   end-if,
           end-read.

           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 901-check-read-status.

       237-read-alert.
           read alertFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xAlertStateIn not = "A"
                       add 1 to nCurMetric (17),
                       if xAlertSevIn = "H"
                           add 1 to nCurMetric (18),
                       end-if,
                   end-if,
                   if nAlertDateIn >= nMonthStart
                       and nAlertDateIn <= nMonthEnd
                       add 1 to nCurMetric (19),
                   end-if,
           end-read.

           move xStatusAlert to xCurrentStatus.
           move "Alerts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       240-compute-ratios.
           compute nCurMetric (3) = nCurMetric (1) - nCurMetric (2).

           if nCurMetric (1) not = 0
               compute nCurMetric (4) rounded =
                   nCurMetric (3) * 100 / nCurMetric (1),
               compute nCurMetric (6) rounded =
                   nCurMetric (5) * 100 / nCurMetric (1),
           end-if.

           if nCurMetric (11) > 0
               compute nCurMetric (14) rounded =
                   nCurMetric (13) * 100 / nCurMetric (11),
           end-if.

       250-print-pack.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Mgmt-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move spaces to xArchiveFileName.
           string "Archive-MGMT-01-" xRunDate ".txt"
               delimited by size into xArchiveFileName.
           open output archiveFile.
           move xStatusArchive to xCurrentStatus.
           move xArchiveFileName to xCurrentFileName.
           perform 900-check-status.

           move "Payroll by department (checks dated in the month)"
               to xPageTitleOut.
           perform 251-page-heading.
           move xPayrollHeading to xNoteOut.
           perform 259-emit-line.
           initialize xPayrollTotals.
           perform 252-payroll-line
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 10.
           perform 253-payroll-total.
           if nUnmatchedChecks > 0
               move nUnmatchedChecks to neNoteCountOut,
               move " check(s) for employees not on the master counted under dept 0"
                   to xNoteTextOut,
               move xNoteDetail to xNoteOut,
               perform 259-emit-line,
           end-if.
           perform 258-comparison-note.

           move "Store sales, margin, shrink and receivables" to xPageTitleOut.
           perform 251-page-heading.
           move xMetricHeading to xNoteOut.
           perform 259-emit-line.
           perform 255-metric-line
               varying nMetricSubscript from 1 by 1
               until nMetricSubscript > 7.
           move 20 to nMetricSubscript.
           perform 255-metric-line.
           perform 258-comparison-note.

           move "Labor budget versus actual, year to date" to xPageTitleOut.
           perform 251-page-heading.
           move xLaborHeading to xNoteOut.
           perform 259-emit-line.
           perform 256-labor-line
               varying nDeptSubscript from 1 by 1
               until nDeptSubscript > 11.
           move spaces to xNoteOut.
           perform 259-emit-line.
           move xMetricHeading to xNoteOut.
           perform 259-emit-line.
           perform 255-metric-line
               varying nMetricSubscript from 8 by 1
               until nMetricSubscript > 10.
           perform 258-comparison-note.

           move "Operations: batch cycle, audit trail and alerts"
               to xPageTitleOut.
           perform 251-page-heading.
           move xMetricHeading to xNoteOut.
           perform 259-emit-line.
           perform 255-metric-line
               varying nMetricSubscript from 11 by 1
               until nMetricSubscript > 19.
           perform 258-comparison-note.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Mgmt-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close archiveFile.
           move xStatusArchive to xCurrentStatus.
           move xArchiveFileName to xCurrentFileName.
           perform 900-check-status.

       251-page-heading.
           add 1 to nPageNumber.
           move nEntryMonth to nePageMonthOut.
           move nPageNumber to nePageNumberOut.
           move xPageHeading to xNoteOut.
           if nPageNumber > 1
               move "y" to xPageBreakFlag,
           end-if.
           perform 259-emit-line.
           move xPageTitle to xNoteOut.
           perform 259-emit-line.
           move spaces to xNoteOut.
           perform 259-emit-line.

       252-payroll-line.
           if nCurHead (nDeptSubscript) > 0
               or nCurGross (nDeptSubscript) > 0
               or nPriorGross (nDeptSubscript) > 0
               or nYearGross (nDeptSubscript) > 0
               compute nWorkDept = nDeptSubscript - 1,
               move spaces to xPayDeptOut,
               move nWorkDept to xPayDeptOut (3:1),
               add nCurHead (nDeptSubscript) to nTotCurHead,
               add nCurGross (nDeptSubscript) to nTotCurGross,
               add nCurNet (nDeptSubscript) to nTotCurNet,
               add nPriorHead (nDeptSubscript) to nTotPriorHead,
               add nPriorGross (nDeptSubscript) to nTotPriorGross,
               add nPriorNet (nDeptSubscript) to nTotPriorNet,
               add nYearGross (nDeptSubscript) to nTotYearGross,
               move nCurHead (nDeptSubscript) to nePayHeadOut,
               move nCurGross (nDeptSubscript) to nePayGrossOut,
               move nCurNet (nDeptSubscript) to nePayNetOut,
               if xPriorFoundFlag = "y"
                   compute nePayHeadChgOut = nCurHead (nDeptSubscript)
                       - nPriorHead (nDeptSubscript),
                   compute nePayGrossChgOut = nCurGross (nDeptSubscript)
                       - nPriorGross (nDeptSubscript),
                   compute nePayNetChgOut = nCurNet (nDeptSubscript)
                       - nPriorNet (nDeptSubscript),
               else
                   move spaces to xPayHeadChgOut,
                   move spaces to xPayGrossChgOut,
                   move spaces to xPayNetChgOut,
               end-if,
               if xYearFoundFlag = "y"
                   move nYearGross (nDeptSubscript) to nePayYearGrossOut,
                   compute nePayYearChgOut = nCurGross (nDeptSubscript)
                       - nYearGross (nDeptSubscript),
               else
                   move spaces to xPayYearGrossOut,
                   move spaces to xPayYearChgOut,
               end-if,
               move xPayrollDetail to xNoteOut,
               perform 259-emit-line,
           end-if.

       253-payroll-total.
           move "TOTAL" to xPayDeptOut.
           move nTotCurHead to nePayHeadOut.
           move nTotCurGross to nePayGrossOut.
           move nTotCurNet to nePayNetOut.
           if xPriorFoundFlag = "y"
               compute nePayHeadChgOut = nTotCurHead - nTotPriorHead,
               compute nePayGrossChgOut = nTotCurGross - nTotPriorGross,
               compute nePayNetChgOut = nTotCurNet - nTotPriorNet,
           else
               move spaces to xPayHeadChgOut,
               move spaces to xPayGrossChgOut,
               move spaces to xPayNetChgOut,
           end-if.
           if xYearFoundFlag = "y"
               move nTotYearGross to nePayYearGrossOut,
               compute nePayYearChgOut = nTotCurGross - nTotYearGross,
           else
               move spaces to xPayYearGrossOut,
               move spaces to xPayYearChgOut,
           end-if.
           move spaces to xNoteOut.
           perform 259-emit-line.
           move xPayrollDetail to xNoteOut.
           perform 259-emit-line.

       255-metric-line.
           move xMetricLabelT (nMetricSubscript) to xMetLabelOut.
           move nCurMetric (nMetricSubscript) to neMetCurOut.
           if xPriorFoundFlag = "y"
               move nPriorMetric (nMetricSubscript) to neMetPriorOut,
               compute neMetPriorChgOut = nCurMetric (nMetricSubscript)
                   - nPriorMetric (nMetricSubscript),
           else
               move spaces to xMetPriorOut,
               move spaces to xMetPriorChgOut,
           end-if.
           if xYearFoundFlag = "y"
               move nYearMetric (nMetricSubscript) to neMetYearOut,
               compute neMetYearChgOut = nCurMetric (nMetricSubscript)
                   - nYearMetric (nMetricSubscript),
           else
               move spaces to xMetYearOut,
               move spaces to xMetYearChgOut,
           end-if.
           move xMetricDetail to xNoteOut.
           perform 259-emit-line.

       256-labor-line.
           if nBudDollarsL (nDeptSubscript) > 0
               or nActDollarsL (nDeptSubscript) > 0
               if nDeptSubscript = 11
                   move spaces to xNoteOut,
                   perform 259-emit-line,
                   move "TOTAL" to xLabDeptOut,
               else
                   compute nWorkDept = nDeptSubscript - 1,
                   move spaces to xLabDeptOut,
                   move nWorkDept to xLabDeptOut (3:1),
               end-if,
               move nBudHoursL (nDeptSubscript) to neLabBudHoursOut,
               move nActHoursL (nDeptSubscript) to neLabActHoursOut,
               compute neLabVarHoursOut = nActHoursL (nDeptSubscript)
                   - nBudHoursL (nDeptSubscript),
               move nBudDollarsL (nDeptSubscript) to neLabBudDollarsOut,
               move nActDollarsL (nDeptSubscript) to neLabActDollarsOut,
               compute nWorkChange = nActDollarsL (nDeptSubscript)
                   - nBudDollarsL (nDeptSubscript),
               move nWorkChange to neLabVarDollarsOut,
               if nBudDollarsL (nDeptSubscript) > 0
                   compute neLabVarPctOut rounded = nWorkChange * 100
                       / nBudDollarsL (nDeptSubscript),
               else
                   move spaces to xLabVarPctOut,
               end-if,
               move xLaborDetail to xNoteOut,
               perform 259-emit-line,
           end-if.

       258-comparison-note.
           move spaces to xNoteOut.
           perform 259-emit-line.
           if xPriorFoundFlag = "n"
               move "No summary on file for the prior month - monthly changes left blank."
                   to xNoteOut,
               perform 259-emit-line,
           end-if.
           if xYearFoundFlag = "n"
               move "No summary on file for the same month last year - yearly changes left blank."
                   to xNoteOut,
               perform 259-emit-line,
           end-if.

       259-emit-line.
           display xNoteOut.
           if xPageBreakFlag = "y"
               write xOutput from xNoteOut after advancing page,
               write xArchiveRecord from xNoteOut after advancing page,
               move "n" to xPageBreakFlag,
           else
               write xOutput from xNoteOut after advancing 1 line,
               write xArchiveRecord from xNoteOut after advancing 1 line,
           end-if.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Mgmt-01-output.txt" to xCurrentFileName.
           perform 900-check-status.
           move xStatusArchive to xCurrentStatus.
           move xArchiveFileName to xCurrentFileName.
           perform 900-check-status.

       270-save-history.
           move "n" to xHistFoundFlag.
           perform 271-replace-month
               varying nHistSubscript from 1 by 1
               until nHistSubscript > nHistCount.

           if xHistFoundFlag = "n"
               if nHistCount < 240
                   add 1 to nHistCount,
                   move nEntryMonth to nHistMonthT (nHistCount),
                   move xCurrentData to xHistDataT (nHistCount),
               else
                   display "*** MgmtHistory.txt is full - ",
                       nEntryMonth, " not saved ***",
               end-if,
           end-if.

           sort xHistElement on ascending key nHistMonthT.

           open output historyFile.
           move xStatusHistory to xCurrentStatus.
           move "MgmtHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 272-write-history
               varying nHistSubscript from 1 by 1
               until nHistSubscript > nHistCount.

           close historyFile.
           move xStatusHistory to xCurrentStatus.
           move "MgmtHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       271-replace-month.
           if nHistMonthT (nHistSubscript) = nEntryMonth
               move xCurrentData to xHistDataT (nHistSubscript),
               move "y" to xHistFoundFlag,
           end-if.

       272-write-history.
           move nHistMonthT (nHistSubscript) to nHistMonthIn.
           move xHistDataT (nHistSubscript) to xHistDataIn.
           write xHistoryRecord.
           move xStatusHistory to xCurrentStatus.
           move "MgmtHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       280-archive-pack.
           open input indexFile.
           if xStatusIndex = "00"
               move "n" to xEofFlag,
               perform 281-read-index until xEofFlag = "y",
               close indexFile,
           end-if.

           if xIndexFoundFlag = "n"
               open extend indexFile,
               if xStatusIndex = "35"
                   open output indexFile,
               end-if,
               move xStatusIndex to xCurrentStatus,
               move "ReportArchive.txt" to xCurrentFileName,
               perform 900-check-status,
               move "MGMT-01" to xIndexProgramIn,
               move xRunDate to nIndexDateIn,
               move xArchiveFileName to xIndexFileNameIn,
               move "A" to xIndexStatusIn,
               write xIndexInput,
               move xStatusIndex to xCurrentStatus,
               move "ReportArchive.txt" to xCurrentFileName,
               perform 900-check-status,
               close indexFile,
           end-if.

           display " ".
           display "Summary pack archived as ", xArchiveFileName.

       281-read-index.
           read indexFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xIndexProgramIn = "MGMT-01"
                       and nIndexDateIn = xRunDate
                       move "y" to xIndexFoundFlag,
                   end-if,
           end-read.

           move xStatusIndex to xCurrentStatus.
           move "ReportArchive.txt" to xCurrentFileName.
           perform 901-check-read-status.

       300-termination.
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

           move "MGMT-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nUnmatchedChecks to neAuditExceptionsOut.
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
