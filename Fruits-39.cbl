       identification division.
       program-id. Fruits-39.

       environment division.
       input-output section.
       file-control.
           select vendorCosts assign to "VendorCosts.txt"
               organization is line sequential
               file status is xStatusCosts.
           select salesHistory assign to "SalesHistory.txt" organization is line sequential
               file status is xStatusSales.
           select ratesFile assign to "ExamRates.txt"
               organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-39-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd vendorCosts.
       01 xCostInput.
           05 xCostSupplierIn  pic x(14).
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       fd salesHistory.
       01 xSalesInput.
           05 xSalesDateIn     pic 9(8).
           05 filler           pic x.
           05 xSalesTimeIn     pic 9(6).
           05 filler           pic x.
           05 xSalesNameIn     pic x(14).
           05 filler           pic x.
           05 nSalesQtyIn      pic 9(5)v99.
           05 filler           pic x.
           05 nSalesPriceIn    pic 9(5)v99.
           05 filler           pic x.
           05 xSalesCustIn     pic x(8).

       fd ratesFile.
       01 xRateInput.
           05 xRateCurrencyIn  pic x(3).
           05 nRateIn          pic 9v99999.
           05 nRateEffDateIn   pic 9(8).

       fd historyFile.
       01 xHistoryInput.
           05 xHistCurrencyIn  pic x(3).
           05 nHistRateIn      pic 9v99999.
           05 nHistRateEffDateIn pic 9(8).

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput              pic x(120).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusCosts         pic xx      value "00".
       77 xStatusSales         pic xx      value "00".
       77 xStatusRates         pic xx      value "00".
       77 xStatusHistory       pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xCostsEofFlag        pic x       value "n".
       77 xSalesEofFlag        pic x       value "n".
       77 xRatesEofFlag        pic x       value "n".
       77 xHistoryEofFlag      pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nReportMonth         pic 9(6)    value 0.
       77 nPriorMonth          pic 9(6)    value 0.
       77 nMonthStart          pic 9(8)    value 0.
       77 nMonthEnd            pic 9(8)    value 0.
       77 nPriorEnd            pic 9(8)    value 0.
       77 nCostCount           pic 999     value 0.
       77 nCostSubscript       pic 999.
       77 nRateCount           pic 999     value 0.
       77 nRateSubscript       pic 999.
       77 xRateFoundFlag       pic x       value "n".
       77 nRateFound           pic 9v99999 value 0.
       77 nRateEffFound        pic 9(8)    value 0.
       77 nBestEffDate         pic 9(8)    value 0.
       77 nStaleDays           pic 9(4)    value 90.
       77 nRateAgeDays         pic s9(6)   value 0.
       77 nFruitCount          pic 999     value 0.
       77 nFruitSubscript      pic 999.
       77 xFruitFoundFlag      pic x       value "n".
       77 nCurrentSubscript    pic 999     value 0.
       77 nPriorSubscript      pic 999     value 0.
       77 nCostChange          pic s99v9999 value 0.
       77 nPriceEffect         pic s99v9999 value 0.
       77 nFxEffect            pic s99v9999 value 0.
       77 nPriceSwing          pic s9(7)v99 value 0.
       77 nFxSwing             pic s9(7)v99 value 0.
       77 nTotalPriceSwing     pic s9(7)v99 value 0.
       77 nTotalFxSwing        pic s9(7)v99 value 0.
       77 nForeignCount        pic 999     value 0.
       77 nStaleCount          pic 999     value 0.
       77 nNoRateCount         pic 999     value 0.
       77 nSalesRead           pic 9(6)    value 0.
       77 nLinesWritten        pic 9(4)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xRateTable.
           05  xRateElement occurs 200 times.
               10 xRateCurrencyT   pic x(3).
               10 nRateT           pic 9v99999.
               10 nRateEffDateT    pic 9(8).

       01 xCostTable.
           05  xCostElement occurs 1 to 500 times
                   depending on nCostCount.
               10 xCostSupplierT   pic x(14).
               10 xCostFruitT      pic x(14).
               10 nCostUnitT       pic 9v99.
               10 nCostEffDateT    pic 9(8).
               10 xCostCurrencyT   pic x(3).
               10 nCostRateT       pic 9v99999.
               10 nCostRateDateT   pic 9(8).
               10 nCostUsdT        pic 99v9999.
               10 xCostRateFlagT   pic x.

       01 xFruitTable.
           05  xFruitElement occurs 1 to 500 times
                   depending on nFruitCount.
               10 xFruitNameT      pic x(14).
               10 nFruitUnitsT     pic 9(7)v99.

       01 xStaleWarning.
           05 filler           pic x(17)   value "*** Warning: the ".
           05 xStaleCurrencyOut pic x(3).
           05 filler           pic x(19)   value " rate loaded as of ".
           05 neStaleDateOut   pic 9999/99/99.
           05 filler           pic x(4)    value " is ".
           05 neStaleAgeOut    pic zzzz9.
           05 filler           pic x(13)   value " days old ***".

       01 xReportHeading-1.
           05 filler           pic x(34)   value
               "*** Vendor cost currency report - ".
           05 neHeadingMonthOut pic 9999/99.
           05 filler           pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler           pic x(15)   value "Fruit".
           05 filler           pic x(15)   value "Supplier".
           05 filler           pic x(4)    value "Cur".
           05 filler           pic x(6)    value "Cost".
           05 filler           pic x(9)    value "Rate".
           05 filler           pic x(12)   value "Rate date".
           05 filler           pic x(7)    value "USD".
           05 filler           pic x(7)    value "Prior".
           05 filler           pic x(11)   value "Units sold".
           05 filler           pic x(12)   value "Price swing".
           05 filler           pic x(10)   value "FX swing".

       01 xCostDetail.
           05 xDetailFruitOut  pic x(14).
           05 filler           pic x       value space.
           05 xDetailSupplierOut pic x(14).
           05 filler           pic x       value space.
           05 xDetailCurrencyOut pic x(3).
           05 filler           pic x       value space.
           05 neDetailCostOut  pic 9.99.
           05 filler           pic xx      value spaces.
           05 neDetailRateOut  pic 9.99999 blank when zero.
           05 filler           pic xx      value spaces.
           05 neDetailRateDateOut pic 9999/99/99 blank when zero.
           05 xDetailFlagOut   pic x.
           05 filler           pic x       value space.
           05 neDetailUsdOut   pic z9.99.
           05 filler           pic xx      value spaces.
           05 xDetailPriorOut  pic x(5).
           05 filler           pic xx      value spaces.
           05 neDetailUnitsOut pic z(6)9.99.
           05 filler           pic x       value space.
           05 neDetailPriceOut pic -(6)9.99.
           05 filler           pic xx      value spaces.
           05 neDetailFxOut    pic -(6)9.99.

       01 xPriorDetail.
           05 nePriorUsdOut    pic z9.99.

       01 xTotalLine.
           05 xTotalLabelOut   pic x(46).
           05 neTotalAmountOut pic -(7)9.99.

       01 xCountLine.
           05 xCountLabelOut   pic x(46).
           05 neCountOut       pic z(9)9.

       01 xLegendLine.
           05 filler           pic x(21)   value "* rate is older than ".
           05 neLegendDaysOut  pic zzz9.
           05 filler           pic x(45)   value
               " days    ? no rate on file - cost not in USD".

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
           perform 200-report.
           perform 300-termination.

           if nStaleCount > 0 or nNoRateCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "*** Vendor cost currency report ***".
           display "Report month (yyyymm, 0 = this month)? "
               with no advancing.
           accept nReportMonth.
           if nReportMonth = 0
               move xRunDate (1:6) to nReportMonth,
           end-if.

           if nReportMonth (5:2) = "01"
               compute nPriorMonth = nReportMonth - 89,
           else
               compute nPriorMonth = nReportMonth - 1,
           end-if.
           compute nMonthStart = nReportMonth * 100 + 1.
           compute nMonthEnd = nReportMonth * 100 + 31.
           compute nPriorEnd = nPriorMonth * 100 + 31.

           perform 105-load-control.
           perform 110-load-rates.
           perform 120-load-costs.
           perform 130-load-fruits
               varying nCostSubscript from 1 by 1
               until nCostSubscript > nCostCount.
           perform 140-load-sales.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-39-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nReportMonth to neHeadingMonthOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           perform 229-check-write.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           perform 229-check-write.

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
                   if xControlProgramIn = "EXAM01"
                       and xControlParamIn = "NSTALEDAYS"
                       compute nStaleDays = function numval(xControlValueIn),
                   end-if,
           end-read.

       110-load-rates.
           open input ratesFile.

           if xStatusRates = "00"
               perform 111-read-rate until xRatesEofFlag = "y",
               close ratesFile,
           end-if.

           open input historyFile.

           if xStatusHistory = "00"
               perform 112-read-history-rate until xHistoryEofFlag = "y",
               close historyFile,
           end-if.

       111-read-rate.
           read ratesFile
               at end
                   move "y" to xRatesEofFlag,
               not at end
                   if nRateCount < 200
                       add 1 to nRateCount,
                       move xRateCurrencyIn to xRateCurrencyT (nRateCount),
                       move nRateIn to nRateT (nRateCount),
                       move nRateEffDateIn to nRateEffDateT (nRateCount),
                   else
                       display "*** ExamRates.txt row ignored - rate table is full ***",
                   end-if,
           end-read.

           move xStatusRates to xCurrentStatus.
           move "ExamRates.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-read-history-rate.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nRateCount < 200
                       add 1 to nRateCount,
                       move xHistCurrencyIn to xRateCurrencyT (nRateCount),
                       move nHistRateIn to nRateT (nRateCount),
                       move nHistRateEffDateIn to nRateEffDateT (nRateCount),
                   else
                       display "*** ExamRatesHistory.txt row ignored - rate table is full ***",
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "ExamRatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-costs.
           open input vendorCosts.

           if xStatusCosts = "00"
               perform 121-read-cost until xCostsEofFlag = "y",
               close vendorCosts,
           end-if.

       121-read-cost.
           read vendorCosts
               at end
                   move "y" to xCostsEofFlag,
               not at end
                   if nCostCount < 500
                       add 1 to nCostCount,
                       move xCostSupplierIn to xCostSupplierT (nCostCount),
                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                       perform 125-convert-cost,
                   end-if,
           end-read.

           move xStatusCosts to xCurrentStatus.
           move "VendorCosts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       125-convert-cost.
           move space to xCostRateFlagT (nCostCount).

           if xCostCurrencyIn = spaces or xCostCurrencyIn = "USD"
               move "USD" to xCostCurrencyT (nCostCount),
               move 1 to nCostRateT (nCostCount),
               move nCostEffDateIn to nCostRateDateT (nCostCount),
               move nCostUnitIn to nCostUsdT (nCostCount),
           else
               move xCostCurrencyIn to xCostCurrencyT (nCostCount),
               perform 126-find-rate,
               if xRateFoundFlag = "y"
                   move nRateFound to nCostRateT (nCostCount),
                   move nRateEffFound to nCostRateDateT (nCostCount),
                   compute nCostUsdT (nCostCount) rounded = nCostUnitIn / nRateFound
                       on size error
                           move 0 to nCostUsdT (nCostCount),
                   end-compute,
                   perform 129-check-staleness,
               else
                   move "?" to xCostRateFlagT (nCostCount),
                   move 0 to nCostRateT (nCostCount),
                   move 0 to nCostRateDateT (nCostCount),
                   move nCostUnitIn to nCostUsdT (nCostCount),
                   display "*** No ", xCostCurrencyIn, " rate on file - ",
                       xCostFruitIn, " cost used as entered ***",
               end-if,
           end-if.

       126-find-rate.
           move "n" to xRateFoundFlag.
           move 0 to nRateFound.
           move 0 to nRateEffFound.
           move 0 to nBestEffDate.

           perform 127-search-rate
               varying nRateSubscript from 1 by 1
               until nRateSubscript > nRateCount.

           if xRateFoundFlag = "n"
               move 99999999 to nBestEffDate,
               perform 128-search-future-rate
                   varying nRateSubscript from 1 by 1
                   until nRateSubscript > nRateCount,
           end-if.

       127-search-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) <= nCostEffDateIn
               and nRateEffDateT (nRateSubscript) > nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
               move nRateEffDateT (nRateSubscript) to nRateEffFound,
           end-if.

       128-search-future-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) < nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
               move nRateEffDateT (nRateSubscript) to nRateEffFound,
           end-if.

       129-check-staleness.
           compute nRateAgeDays =
               function integer-of-date (nCostEffDateIn)
               - function integer-of-date (nRateEffFound).

           if nRateAgeDays > nStaleDays
               move "*" to xCostRateFlagT (nCostCount),
               move xCostCurrencyIn to xStaleCurrencyOut,
               move nRateEffFound to neStaleDateOut,
               move nRateAgeDays to neStaleAgeOut,
               display xStaleWarning,
           end-if.

       130-load-fruits.
           perform 131-find-fruit.

           if xFruitFoundFlag = "n"
               add 1 to nFruitCount,
               move xCostFruitT (nCostSubscript) to xFruitNameT (nFruitCount),
               move 0 to nFruitUnitsT (nFruitCount),
           end-if.

       131-find-fruit.
           move "n" to xFruitFoundFlag.
           perform 132-search-fruit
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount
               or xFruitFoundFlag = "y".

       132-search-fruit.
           if xFruitNameT (nFruitSubscript) = xCostFruitT (nCostSubscript)
               move "y" to xFruitFoundFlag,
           end-if.

       140-load-sales.
           open input salesHistory.

           if xStatusSales = "00"
               perform 141-read-sale until xSalesEofFlag = "y",
               close salesHistory,
           end-if.

       141-read-sale.
           read salesHistory
               at end
                   move "y" to xSalesEofFlag,
               not at end
                   if xSalesDateIn >= nMonthStart and xSalesDateIn <= nMonthEnd
                       add 1 to nSalesRead,
                       perform 142-post-sale,
                   end-if,
           end-read.

           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       142-post-sale.
           move "n" to xFruitFoundFlag.
           perform 143-search-sale-fruit
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount
               or xFruitFoundFlag = "y".

       143-search-sale-fruit.
           if xFruitNameT (nFruitSubscript) = xSalesNameIn
               move "y" to xFruitFoundFlag,
               add nSalesQtyIn to nFruitUnitsT (nFruitSubscript),
           end-if.

       200-report.
           if nFruitCount > 1
               sort xFruitElement on ascending key xFruitNameT,
           end-if.

           perform 210-report-fruit
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount.

           perform 250-print-totals.

       210-report-fruit.
           move 0 to nCurrentSubscript.
           move 0 to nPriorSubscript.
           perform 211-scan-cost
               varying nCostSubscript from 1 by 1
               until nCostSubscript > nCostCount.

           if nCurrentSubscript > 0
               perform 220-split-swing,
               perform 230-print-fruit,
           end-if.

       211-scan-cost.
           if xCostFruitT (nCostSubscript) = xFruitNameT (nFruitSubscript)
               if nCostEffDateT (nCostSubscript) <= nMonthEnd
                   and (nCurrentSubscript = 0
                       or nCostEffDateT (nCostSubscript)
                           > nCostEffDateT (nCurrentSubscript))
                   move nCostSubscript to nCurrentSubscript,
               end-if,
               if nCostEffDateT (nCostSubscript) <= nPriorEnd
                   and (nPriorSubscript = 0
                       or nCostEffDateT (nCostSubscript)
                           > nCostEffDateT (nPriorSubscript))
                   move nCostSubscript to nPriorSubscript,
               end-if,
           end-if.

       220-split-swing.
           move 0 to nCostChange.
           move 0 to nPriceEffect.
           move 0 to nFxEffect.

           if nPriorSubscript > 0
               compute nCostChange = nCostUsdT (nCurrentSubscript)
                   - nCostUsdT (nPriorSubscript),
               if xCostCurrencyT (nCurrentSubscript) = xCostCurrencyT (nPriorSubscript)
                   and nCostRateT (nPriorSubscript) > 0
                   compute nPriceEffect rounded =
                       (nCostUnitT (nCurrentSubscript) - nCostUnitT (nPriorSubscript))
                       / nCostRateT (nPriorSubscript),
                   compute nFxEffect = nCostChange - nPriceEffect,
               else
                   move nCostChange to nPriceEffect,
               end-if,
           end-if.

           compute nPriceSwing rounded =
               0 - nFruitUnitsT (nFruitSubscript) * nPriceEffect.
           compute nFxSwing rounded =
               0 - nFruitUnitsT (nFruitSubscript) * nFxEffect.
           add nPriceSwing to nTotalPriceSwing.
           add nFxSwing to nTotalFxSwing.

       230-print-fruit.
           move xFruitNameT (nFruitSubscript) to xDetailFruitOut.
           move xCostSupplierT (nCurrentSubscript) to xDetailSupplierOut.
           move xCostCurrencyT (nCurrentSubscript) to xDetailCurrencyOut.
           move nCostUnitT (nCurrentSubscript) to neDetailCostOut.
           move nCostRateT (nCurrentSubscript) to neDetailRateOut.
           move nCostRateDateT (nCurrentSubscript) to neDetailRateDateOut.
           move xCostRateFlagT (nCurrentSubscript) to xDetailFlagOut.
           move nCostUsdT (nCurrentSubscript) to neDetailUsdOut.
           move nFruitUnitsT (nFruitSubscript) to neDetailUnitsOut.
           move nPriceSwing to neDetailPriceOut.
           move nFxSwing to neDetailFxOut.

           if nPriorSubscript > 0
               move nCostUsdT (nPriorSubscript) to nePriorUsdOut,
               move xPriorDetail to xDetailPriorOut,
           else
               move "  new" to xDetailPriorOut,
           end-if.

           if xCostCurrencyT (nCurrentSubscript) not = "USD"
               add 1 to nForeignCount,
           end-if.
           if xCostRateFlagT (nCurrentSubscript) = "*"
               add 1 to nStaleCount,
           end-if.
           if xCostRateFlagT (nCurrentSubscript) = "?"
               add 1 to nNoRateCount,
           end-if.

           display xCostDetail.
           write xOutput from xCostDetail before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-39-output.txt" to xCurrentFileName.
           perform 900-check-status.

       250-print-totals.
           display " ".
           write xOutput from " " before advancing 1 line.

           move "Margin swing from supplier price changes" to xTotalLabelOut.
           move nTotalPriceSwing to neTotalAmountOut.
           perform 251-print-total.

           move "Margin swing from exchange rate movement" to xTotalLabelOut.
           move nTotalFxSwing to neTotalAmountOut.
           perform 251-print-total.

           move "Total margin swing from cost changes" to xTotalLabelOut.
           compute neTotalAmountOut = nTotalPriceSwing + nTotalFxSwing.
           perform 251-print-total.

           display " ".
           write xOutput from " " before advancing 1 line.
           move "Fruits costed in a foreign currency" to xCountLabelOut.
           move nForeignCount to neCountOut.
           display xCountLine.
           write xOutput from xCountLine before advancing 1 line.
           perform 229-check-write.

           if nStaleCount > 0 or nNoRateCount > 0
               move nStaleDays to neLegendDaysOut,
               display xLegendLine,
               write xOutput from xLegendLine before advancing 1 line,
               perform 229-check-write,
           end-if.

       251-print-total.
           display xTotalLine.
           write xOutput from xTotalLine before advancing 1 line.
           perform 229-check-write.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-39-output.txt" to xCurrentFileName.
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

           move "FRUITS-39" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nCostCount to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           compute neAuditExceptionsOut = nStaleCount + nNoRateCount.
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
