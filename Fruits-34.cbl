       identification division.
       program-id. Fruits-34.

       environment division.
       input-output section.
       file-control.
           select InFile assign to "FixedFruits.txt"
               organization is indexed
               access mode is sequential
               record key is xFruitNameIn
               file status is xStatusInfile.
           select vendorCosts assign to "VendorCosts.txt"
               organization is line sequential
               file status is xStatusCosts.
           select spoilageLog assign to "SpoilageLog.txt"
               organization is line sequential
               file status is xStatusSpoilage.
           select adjustFile assign to "StockAdjustments.txt"
               organization is line sequential
               file status is xStatusAdjust.
           select refundRegister assign to "RefundRegister.txt"
               organization is line sequential
               file status is xStatusRefund.
           select salesHistory assign to "SalesHistory.txt" organization is line sequential
               file status is xStatusSales.
           select orderHeaders assign to "Orders.txt"
               organization is line sequential
               file status is xStatusOrderHdr.
           select orderLines assign to "OrderLines.txt"
               organization is line sequential
               file status is xStatusOrderLines.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select ratesFile assign to "ExamRates.txt"
               organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select outfile assign to "Fruits-34-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd InFile.
       01 xInput.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd vendorCosts.
       01 xCostInput.
           05 xCostSupplierIn  pic x(14).
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       fd spoilageLog.
       01 xSpoilageInput.
           05 nSpoilDateIn           pic 9(8).
           05 nSpoilUnitsIn          pic 9(6)v99.
           05 nSpoilValueIn          pic 9(8)v99.
           05 xSpoilLocIn            pic x(3).
           05 xSpoilFruitIn          pic x(14).

       fd adjustFile.
       01 xAdjustInput.
           05 nAdjDateIn       pic 9(8).
           05 filler           pic x.
           05 nAdjTimeIn       pic 9(6).
           05 filler           pic x.
           05 xAdjFruitIn      pic x(14).
           05 filler           pic x.
           05 nAdjBookIn       pic 9(3)v99.
           05 filler           pic x.
           05 nAdjCountedIn    pic 9(3)v99.
           05 filler           pic x.
           05 xAdjReasonIn     pic x(2).

       fd refundRegister.
       01 xRefundRecord        pic x(100).

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

       fd orderHeaders.
       01 xOrderHeader.
           05 nOrderNumberOut  pic 9(6).
           05 nOrderDateOut    pic 9(8).
           05 nOrderTimeOut    pic 9(6).
           05 xOrderCustOut    pic x(8).
           05 nOrderTotalOut   pic 9(7)v99.
           05 xOrderTenderOut  pic x.
           05 xOrderBilledOut  pic x.
           05 nOrderTaxOut     pic 9(5)v99.
           05 xOrderStatusOut  pic x.
           05 xOrderLocOut     pic x(3).
           05 xOrderDeliveryOut.
               10 xOrderDelivTypeOut pic x.
               10 xOrderAddressOut pic x(30).
               10 xOrderZipOut pic x(10).
               10 nOrderDelivDateOut pic 9(8).
               10 xOrderWindowOut pic x.

       fd orderLines.
       01 xOrderLine.
           05 nLineOrderNumOut pic 9(6).
           05 nLineNumberOut   pic 99.
           05 xLineFruitOut    pic x(14).
           05 nLineQtyOut      pic 9(5)v99.
           05 nLinePriceOut    pic 9v99.

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

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

       fd outfile.
       01 xOutput              pic x(140).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusInfile        pic xx      value "00".
       77 xStatusCosts         pic xx      value "00".
       77 xStatusSpoilage      pic xx      value "00".
       77 xStatusAdjust        pic xx      value "00".
       77 xStatusRefund        pic xx      value "00".
       77 xStatusSales         pic xx      value "00".
       77 xStatusOrderHdr      pic xx      value "00".
       77 xStatusOrderLines    pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xInfileEofFlag       pic x       value "n".
       77 xCostsEofFlag        pic x       value "n".
       77 xSpoilEofFlag        pic x       value "n".
       77 xAdjustEofFlag       pic x       value "n".
       77 xRefundEofFlag       pic x       value "n".
       77 xSalesEofFlag        pic x       value "n".
       77 xOrdersEofFlag       pic x       value "n".
       77 xLinesEofFlag        pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nThresholdPct        pic 99v99   value 5.
       77 nStartDate           pic 9(8)    value 0.
       77 nEndDate             pic 9(8)    value 0.
       77 nCostCount           pic 999     value 0.
       77 nCostSubscript       pic 999.
       77 xStatusRates         pic xx      value "00".
       77 xStatusHistory       pic xx      value "00".
       77 xRatesEofFlag        pic x       value "n".
       77 xHistoryEofFlag      pic x       value "n".
       77 nRateCount           pic 999     value 0.
       77 nRateSubscript       pic 999.
       77 xRateFoundFlag       pic x       value "n".
       77 nRateFound           pic 9v99999 value 0.
       77 nRateEffFound        pic 9(8)    value 0.
       77 nBestEffDate         pic 9(8)    value 0.
       77 nStaleDays           pic 9(4)    value 90.
       77 nRateAgeDays         pic s9(6)   value 0.
       77 nBestCost            pic 9v99    value 0.
       77 nBestCostDate        pic 9(8)    value 0.
       77 nFruitCount          pic 999     value 0.
       77 nFruitSubscript      pic 999.
       77 nFruitFoundSubscript pic 999     value 0.
       77 nCatCount            pic 99      value 0.
       77 nCatSubscript        pic 99.
       77 nCatFoundSubscript   pic 99      value 0.
       77 nLocCount            pic 99      value 0.
       77 nLocSubscript        pic 99.
       77 nLocFoundSubscript   pic 99      value 0.
       77 nMonthCount          pic 99      value 0.
       77 nMonthSubscript      pic 99.
       77 nMonthFoundSubscript pic 99      value 0.
       77 xPostFruit           pic x(14)   value spaces.
       77 xPostLoc             pic x(3)    value spaces.
       77 nPostDate            pic 9(8)    value 0.
       77 xPostCause           pic x       value space.
       77 nPostUnits           pic s9(7)v99 value 0.
       77 nPostValue           pic s9(9)v99 value 0.
       77 nCurrentOrderNum     pic 9(6)    value 0.
       77 xCurrentOrderLoc     pic x(3)    value spaces.
       77 xCurrentOrderInFlag  pic x       value "n".
       77 nRefundDate          pic 9(8)    value 0.
       77 nChainSold           pic s9(7)v99 value 0.
       77 nRecordsRead         pic 9(7)    value 0.
       77 nFlaggedCount        pic 999     value 0.
       77 xFlagRowFlag         pic x       value "n".
       77 xTableFullFlag       pic x       value "n".
       77 nLossUnits           pic s9(7)v99 value 0.
       77 nLossValue           pic s9(9)v99 value 0.
       77 nShrinkRate          pic s9(3)v99 value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xRateTable.
           05  xRateElement occurs 200 times.
               10 xRateCurrencyT   pic x(3).
               10 nRateT           pic 9v99999.
               10 nRateEffDateT    pic 9(8).

       01 xStaleWarning.
           05 filler           pic x(17)   value "*** Warning: the ".
           05 xStaleCurrencyOut pic x(3).
           05 filler           pic x(19)   value " rate loaded as of ".
           05 neStaleDateOut   pic 9999/99/99.
           05 filler           pic x(4)    value " is ".
           05 neStaleAgeOut    pic zzzz9.
           05 filler           pic x(13)   value " days old ***".

       01 xCostTable.
           05  xCostElement occurs 1 to 500 times
                   depending on nCostCount.
               10 xCostFruitT      pic x(14).
               10 nCostUnitT       pic 9v99.
               10 nCostEffDateT    pic 9(8).

       01 xFruitTable.
           05  xFruitElement occurs 1 to 500 times
                   depending on nFruitCount.
               10 xFruitNameT          pic x(14).
               10 xFruitCategoryT      pic x(10).
               10 nFruitCostT          pic 9v99.
               10 xFruitTotalsT.
                   15 nFruitSoldT          pic s9(7)v99.
                   15 nFruitSpoilUnitsT    pic s9(7)v99.
                   15 nFruitSpoilValueT    pic s9(9)v99.
                   15 nFruitVarUnitsT      pic s9(7)v99.
                   15 nFruitVarValueT      pic s9(9)v99.
                   15 nFruitDmgUnitsT      pic s9(7)v99.
                   15 nFruitDmgValueT      pic s9(9)v99.

       01 xCatTable.
           05  xCatElement occurs 1 to 50 times
                   depending on nCatCount.
               10 xCatNameT            pic x(10).
               10 xCatTotalsT.
                   15 nCatSoldT            pic s9(7)v99.
                   15 nCatSpoilUnitsT      pic s9(7)v99.
                   15 nCatSpoilValueT      pic s9(9)v99.
                   15 nCatVarUnitsT        pic s9(7)v99.
                   15 nCatVarValueT        pic s9(9)v99.
                   15 nCatDmgUnitsT        pic s9(7)v99.
                   15 nCatDmgValueT        pic s9(9)v99.

       01 xLocTable.
           05  xLocElement occurs 1 to 50 times
                   depending on nLocCount.
               10 xLocCodeT            pic x(3).
               10 xLocTotalsT.
                   15 nLocSoldT            pic s9(7)v99.
                   15 nLocSpoilUnitsT      pic s9(7)v99.
                   15 nLocSpoilValueT      pic s9(9)v99.
                   15 nLocVarUnitsT        pic s9(7)v99.
                   15 nLocVarValueT        pic s9(9)v99.
                   15 nLocDmgUnitsT        pic s9(7)v99.
                   15 nLocDmgValueT        pic s9(9)v99.

       01 xMonthTable.
           05  xMonthElement occurs 1 to 60 times
                   depending on nMonthCount.
               10 nMonthKeyT           pic 9(6).
               10 xMonthTotalsT.
                   15 nMonthSoldT          pic s9(7)v99.
                   15 nMonthSpoilUnitsT    pic s9(7)v99.
                   15 nMonthSpoilValueT    pic s9(9)v99.
                   15 nMonthVarUnitsT      pic s9(7)v99.
                   15 nMonthVarValueT      pic s9(9)v99.
                   15 nMonthDmgUnitsT      pic s9(7)v99.
                   15 nMonthDmgValueT      pic s9(9)v99.

       01 xShrinkRow.
           05 nRowSold             pic s9(7)v99.
           05 nRowSpoilUnits       pic s9(7)v99.
           05 nRowSpoilValue       pic s9(9)v99.
           05 nRowVarUnits         pic s9(7)v99.
           05 nRowVarValue         pic s9(9)v99.
           05 nRowDmgUnits         pic s9(7)v99.
           05 nRowDmgValue         pic s9(9)v99.

       01 xGrandRow.
           05 nGrandSold           pic s9(7)v99.
           05 nGrandSpoilUnits     pic s9(7)v99.
           05 nGrandSpoilValue     pic s9(9)v99.
           05 nGrandVarUnits       pic s9(7)v99.
           05 nGrandVarValue       pic s9(9)v99.
           05 nGrandDmgUnits       pic s9(7)v99.
           05 nGrandDmgValue       pic s9(9)v99.

       01 xReportHeading-1.
           05 filler               pic x(54)   value
               "*** Shrink Analysis ***".
           05 filler               pic x(10)   value "Run date: ".
           05 neHeadingDate        pic 9999/99/99.

       01 xReportHeading-2.
           05 filler               pic x(8)    value "Period: ".
           05 neHeadStartOut       pic 9999/99/99.
           05 filler               pic x(4)    value " to ".
           05 neHeadEndOut         pic 9999/99/99.
           05 filler               pic x(32)   value
               "   Highlight shrink rate above ".
           05 neHeadThresholdOut   pic z9.99.
           05 filler               pic x       value "%".

       01 xSectionHeading.
           05 filler               pic x(3)    value "BY ".
           05 xSectionNameOut      pic x(20).

       01 xColumnHeading-1.
           05 filler               pic x(26)   value spaces.
           05 filler               pic x(21)   value
               "------ SPOILED ------".
           05 filler               pic x(21)   value
               "--- COUNT VARIANCE --".
           05 filler               pic x(21)   value
               "--- DAMAGED RETURN --".
           05 filler               pic x(23)   value
               "------ TOTAL LOSS -----".

       01 xColumnHeading-2.
           05 filler               pic x(15)   value spaces.
           05 filler               pic x(11)   value "UNITS SOLD".
           05 filler               pic x(21)   value
               "    UNITS      VALUE".
           05 filler               pic x(21)   value
               "    UNITS      VALUE".
           05 filler               pic x(21)   value
               "    UNITS      VALUE".
           05 filler               pic x(23)   value
               "     UNITS       VALUE".
           05 filler               pic x(8)    value "  RATE".

       01 xShrinkDetail.
           05 xRowKeyOut           pic x(14).
           05 filler               pic x       value space.
           05 neRowSoldOut         pic zzzzzz9.99.
           05 filler               pic x       value space.
           05 neRowSpoilUnitsOut   pic ------9.99.
           05 filler               pic x       value space.
           05 neRowSpoilValueOut   pic ------9.99.
           05 filler               pic x       value space.
           05 neRowVarUnitsOut     pic ------9.99.
           05 filler               pic x       value space.
           05 neRowVarValueOut     pic ------9.99.
           05 filler               pic x       value space.
           05 neRowDmgUnitsOut     pic ------9.99.
           05 filler               pic x       value space.
           05 neRowDmgValueOut     pic ------9.99.
           05 filler               pic x       value space.
           05 neRowLossUnitsOut    pic -------9.99.
           05 filler               pic x       value space.
           05 neRowLossValueOut    pic -------9.99.
           05 filler               pic x       value space.
           05 neRowRateOut         pic ---9.99.
           05 filler               pic x       value "%".
           05 filler               pic x       value space.
           05 xRowFlagOut          pic x(9).

       01 xReportFooter.
           05 neFooterFlagged      pic zz9.
           05 filler               pic x(52)   value
               " fruit(s)/location(s) above the shrink threshold.".

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
           perform 200-post-sales.
           perform 210-post-location-sales.
           perform 220-post-spoilage.
           perform 230-post-count-variance.
           perform 240-post-damaged-returns.
           perform 270-print-report.
           perform 300-termination.

           if nFlaggedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           move zeros to xGrandRow.

           display " ".
           display "*** Shrink analysis ***".
           display "Period start date (yyyymmdd)? " with no advancing.
           accept nStartDate.
           display "Period end date (yyyymmdd, 0 = today)? "
               with no advancing.
           accept nEndDate.
           if nEndDate = 0
               move xRunDate to nEndDate,
           end-if.

           perform 105-load-control.

           move "THRESHOLD" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nThresholdPct = function numval(xControlValueFound)
           end-if.

           perform 130-load-rates.
           perform 110-load-costs.
           perform 120-load-fruits.

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
                   if xControlProgramIn = "FRUITS-34"
                       and nControlLoadSubscript < 10
                       add 1 to nControlLoadSubscript,
                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
                   if xControlProgramIn = "EXAM01"
                       and xControlParamIn = "NSTALEDAYS"
                       compute nStaleDays = function numval(xControlValueIn),
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

       110-load-costs.
           open input vendorCosts.

           if xStatusCosts = "00"
               perform 111-read-cost until xCostsEofFlag = "y",
               close vendorCosts,
           end-if.

       111-read-cost.
           read vendorCosts
               at end
                   move "y" to xCostsEofFlag,
               not at end
                   if nCostCount < 500
                       add 1 to nCostCount,
                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                       perform 135-convert-cost,
                   end-if,
           end-read.

           move xStatusCosts to xCurrentStatus.
           move "VendorCosts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-fruits.
           open input InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-fruit until xInfileEofFlag = "y".

           close InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-fruit.
           read InFile next
               at end
                   move "y" to xInfileEofFlag,
               not at end
                   if nFruitCount < 500
                       add 1 to nFruitCount,
                       move xFruitNameIn to xFruitNameT (nFruitCount),
                       move xCategoryIn to xFruitCategoryT (nFruitCount),
                       move zeros to xFruitTotalsT (nFruitCount),
                       perform 122-cost-fruit,
                   end-if,
           end-read.

           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 901-check-read-status.

       122-cost-fruit.
           move 0 to nBestCost.
           move 0 to nBestCostDate.

           perform 123-scan-cost
               varying nCostSubscript from 1 by 1
               until nCostSubscript > nCostCount.

           if nBestCostDate > 0
               move nBestCost to nFruitCostT (nFruitCount),
           else
               move nItemPriceIn to nFruitCostT (nFruitCount),
           end-if.

       123-scan-cost.
           if xCostFruitT (nCostSubscript) = xFruitNameIn
               and nCostEffDateT (nCostSubscript) <= nEndDate
               and nCostEffDateT (nCostSubscript) > nBestCostDate
               move nCostEffDateT (nCostSubscript) to nBestCostDate,
               move nCostUnitT (nCostSubscript) to nBestCost,
           end-if.

       130-load-rates.
           open input ratesFile.

           if xStatusRates = "00"
               perform 131-read-rate until xRatesEofFlag = "y",
               close ratesFile,
           end-if.

           open input historyFile.

           if xStatusHistory = "00"
               perform 132-read-history-rate until xHistoryEofFlag = "y",
               close historyFile,
           end-if.

       131-read-rate.
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

       132-read-history-rate.
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

       135-convert-cost.
           if xCostCurrencyIn not = spaces and xCostCurrencyIn not = "USD"
               perform 136-find-rate,
               if xRateFoundFlag = "y"
                   compute nCostUnitT (nCostCount) rounded = nCostUnitIn / nRateFound
                       on size error
                           move 9.99 to nCostUnitT (nCostCount),
                           display "*** ", xCostFruitIn, " cost in ", xCostCurrencyIn,
                               " exceeds $9.99 once converted - held at $9.99 ***",
                   end-compute,
                   perform 139-check-staleness,
               else
                   display "*** No ", xCostCurrencyIn, " rate on file - ",
                       xCostFruitIn, " cost used as entered ***",
               end-if,
           end-if.

       136-find-rate.
           move "n" to xRateFoundFlag.
           move 0 to nRateFound.
           move 0 to nRateEffFound.
           move 0 to nBestEffDate.

           perform 137-search-rate
               varying nRateSubscript from 1 by 1
               until nRateSubscript > nRateCount.

           if xRateFoundFlag = "n"
               move 99999999 to nBestEffDate,
               perform 138-search-future-rate
                   varying nRateSubscript from 1 by 1
                   until nRateSubscript > nRateCount,
           end-if.

       137-search-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) <= nCostEffDateIn
               and nRateEffDateT (nRateSubscript) > nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
               move nRateEffDateT (nRateSubscript) to nRateEffFound,
           end-if.

       138-search-future-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) < nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
               move nRateEffDateT (nRateSubscript) to nRateEffFound,
           end-if.

       139-check-staleness.
           compute nRateAgeDays =
               function integer-of-date (nCostEffDateIn)
               - function integer-of-date (nRateEffFound).

           if nRateAgeDays > nStaleDays
               move xCostCurrencyIn to xStaleCurrencyOut,
               move nRateEffFound to neStaleDateOut,
               move nRateAgeDays to neStaleAgeOut,
               display xStaleWarning,
           end-if.

       200-post-sales.
           open input salesHistory.

           if xStatusSales = "00"
               perform 201-read-sale until xSalesEofFlag = "y",
               close salesHistory,
           end-if.

       201-read-sale.
           read salesHistory
               at end
                   move "y" to xSalesEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xSalesDateIn >= nStartDate
                       and xSalesDateIn <= nEndDate
                       move xSalesNameIn to xPostFruit,
                       move xSalesDateIn to nPostDate,
                       move "Q" to xPostCause,
                       move nSalesQtyIn to nPostUnits,
                       move 0 to nPostValue,
                       perform 250-post-fruit-month,
                   end-if,
           end-read.

           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-post-location-sales.
           open input orderHeaders.
           open input orderLines.

           if xStatusOrderHdr = "00" and xStatusOrderLines = "00"
               perform 211-read-order-header,
               perform 212-read-order-line,
               perform 213-match-order-line until xLinesEofFlag = "y",
           end-if.

           if xStatusOrderHdr = "00" or xStatusOrderHdr = "10"
               close orderHeaders,
           end-if.
           if xStatusOrderLines = "00" or xStatusOrderLines = "10"
               close orderLines,
           end-if.

       211-read-order-header.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
                   move 999999 to nCurrentOrderNum,
               not at end
                   add 1 to nRecordsRead,
                   move nOrderNumberOut to nCurrentOrderNum,
                   move xOrderLocOut to xCurrentOrderLoc,
                   if nOrderDateOut >= nStartDate
                       and nOrderDateOut <= nEndDate
                       and xOrderStatusOut not = "X"
                       move "y" to xCurrentOrderInFlag,
                   else
                       move "n" to xCurrentOrderInFlag,
                   end-if,
           end-read.

           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       212-read-order-line.
           read orderLines
               at end
                   move "y" to xLinesEofFlag,
               not at end
                   add 1 to nRecordsRead,
           end-read.

           move xStatusOrderLines to xCurrentStatus.
           move "OrderLines.txt" to xCurrentFileName.
           perform 901-check-read-status.

       213-match-order-line.
           evaluate true
               when nLineOrderNumOut > nCurrentOrderNum
                   perform 211-read-order-header
               when nLineOrderNumOut < nCurrentOrderNum
                   perform 212-read-order-line
               when other
                   if xCurrentOrderInFlag = "y"
                       move xCurrentOrderLoc to xPostLoc,
                       move "Q" to xPostCause,
                       move nLineQtyOut to nPostUnits,
                       move 0 to nPostValue,
                       perform 260-post-location,
                       add nLineQtyOut to nChainSold,
                   end-if,
                   perform 212-read-order-line
           end-evaluate.

       220-post-spoilage.
           open input spoilageLog.

           if xStatusSpoilage = "00"
               perform 221-read-spoilage until xSpoilEofFlag = "y",
               close spoilageLog,
           end-if.

       221-read-spoilage.
           read spoilageLog
               at end
                   move "y" to xSpoilEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nSpoilDateIn >= nStartDate
                       and nSpoilDateIn <= nEndDate
                       if xSpoilFruitIn = spaces
                           move "(unallocated)" to xPostFruit,
                       else
                           move xSpoilFruitIn to xPostFruit,
                       end-if,
                       move xSpoilLocIn to xPostLoc,
                       move nSpoilDateIn to nPostDate,
                       move "S" to xPostCause,
                       move nSpoilUnitsIn to nPostUnits,
                       move nSpoilValueIn to nPostValue,
                       perform 250-post-fruit-month,
                       perform 260-post-location,
                   end-if,
           end-read.

           move xStatusSpoilage to xCurrentStatus.
           move "SpoilageLog.txt" to xCurrentFileName.
           perform 901-check-read-status.

       230-post-count-variance.
           open input adjustFile.

           if xStatusAdjust = "00"
               perform 231-read-adjustment until xAdjustEofFlag = "y",
               close adjustFile,
           end-if.

       231-read-adjustment.
           read adjustFile
               at end
                   move "y" to xAdjustEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nAdjDateIn >= nStartDate
                       and nAdjDateIn <= nEndDate
                       move xAdjFruitIn to xPostFruit,
                       move spaces to xPostLoc,
                       move nAdjDateIn to nPostDate,
                       move "V" to xPostCause,
                       compute nPostUnits = nAdjBookIn - nAdjCountedIn,
                       perform 251-find-fruit,
                       compute nPostValue rounded = nPostUnits
                           * nFruitCostT (nFruitFoundSubscript),
                       perform 250-post-fruit-month,
                       perform 260-post-location,
                   end-if,
           end-read.

           move xStatusAdjust to xCurrentStatus.
           move "StockAdjustments.txt" to xCurrentFileName.
           perform 901-check-read-status.

       240-post-damaged-returns.
           open input refundRegister.

           if xStatusRefund = "00"
               perform 241-read-refund until xRefundEofFlag = "y",
               close refundRegister,
           end-if.

       241-read-refund.
           read refundRegister
               at end
                   move "y" to xRefundEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xRefundRecord (1:4) numeric
                       and xRefundRecord (12:7) = "order #"
                       and xRefundRecord (79:7) = "damaged"
                       compute nRefundDate =
                           function numval (xRefundRecord (1:4)) * 10000
                           + function numval (xRefundRecord (6:2)) * 100
                           + function numval (xRefundRecord (9:2)),
                       if nRefundDate >= nStartDate
                           and nRefundDate <= nEndDate
                           move xRefundRecord (34:14) to xPostFruit,
                           move spaces to xPostLoc,
                           move nRefundDate to nPostDate,
                           move "D" to xPostCause,
                           compute nPostUnits =
                               function numval (xRefundRecord (49:8)),
                           perform 251-find-fruit,
                           compute nPostValue rounded = nPostUnits
                               * nFruitCostT (nFruitFoundSubscript),
                           perform 250-post-fruit-month,
                           perform 260-post-location,
                       end-if,
                   end-if,
           end-read.

           move xStatusRefund to xCurrentStatus.
           move "RefundRegister.txt" to xCurrentFileName.
           perform 901-check-read-status.

       250-post-fruit-month.
           perform 251-find-fruit.
           move xFruitTotalsT (nFruitFoundSubscript) to xShrinkRow.
           perform 259-add-to-row.
           move xShrinkRow to xFruitTotalsT (nFruitFoundSubscript).

           perform 253-find-category.
           if nCatFoundSubscript > 0
               move xCatTotalsT (nCatFoundSubscript) to xShrinkRow,
               perform 259-add-to-row,
               move xShrinkRow to xCatTotalsT (nCatFoundSubscript),
           end-if.

           perform 255-find-month.
           if nMonthFoundSubscript > 0
               move xMonthTotalsT (nMonthFoundSubscript) to xShrinkRow,
               perform 259-add-to-row,
               move xShrinkRow to xMonthTotalsT (nMonthFoundSubscript),
           end-if.

           move xGrandRow to xShrinkRow.
           perform 259-add-to-row.
           move xShrinkRow to xGrandRow.

       251-find-fruit.
           move 0 to nFruitFoundSubscript.
           perform 252-search-fruit
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount
               or nFruitFoundSubscript > 0.

           if nFruitFoundSubscript = 0
               if nFruitCount < 500
                   add 1 to nFruitCount,
                   move nFruitCount to nFruitFoundSubscript,
                   move xPostFruit to xFruitNameT (nFruitCount),
                   move "(unknown)" to xFruitCategoryT (nFruitCount),
                   move 0 to nFruitCostT (nFruitCount),
                   move zeros to xFruitTotalsT (nFruitCount),
               else
                   move nFruitCount to nFruitFoundSubscript,
                   move "y" to xTableFullFlag,
               end-if,
           end-if.

       252-search-fruit.
           if xFruitNameT (nFruitSubscript) = xPostFruit
               move nFruitSubscript to nFruitFoundSubscript,
           end-if.

       253-find-category.
           move 0 to nCatFoundSubscript.
           perform 254-search-category
               varying nCatSubscript from 1 by 1
               until nCatSubscript > nCatCount
               or nCatFoundSubscript > 0.

           if nCatFoundSubscript = 0
               if nCatCount < 50
                   add 1 to nCatCount,
                   move nCatCount to nCatFoundSubscript,
                   move xFruitCategoryT (nFruitFoundSubscript)
                       to xCatNameT (nCatCount),
                   move zeros to xCatTotalsT (nCatCount),
               else
                   move "y" to xTableFullFlag,
               end-if,
           end-if.

       254-search-category.
           if xCatNameT (nCatSubscript)
               = xFruitCategoryT (nFruitFoundSubscript)
               move nCatSubscript to nCatFoundSubscript,
           end-if.

       255-find-month.
           move 0 to nMonthFoundSubscript.
           perform 256-search-month
               varying nMonthSubscript from 1 by 1
               until nMonthSubscript > nMonthCount
               or nMonthFoundSubscript > 0.

           if nMonthFoundSubscript = 0
               if nMonthCount < 60
                   add 1 to nMonthCount,
                   move nMonthCount to nMonthFoundSubscript,
                   move nPostDate (1:6) to nMonthKeyT (nMonthCount),
                   move zeros to xMonthTotalsT (nMonthCount),
               else
                   move "y" to xTableFullFlag,
               end-if,
           end-if.

       256-search-month.
           if nMonthKeyT (nMonthSubscript) = nPostDate (1:6)
               move nMonthSubscript to nMonthFoundSubscript,
           end-if.

       259-add-to-row.
           evaluate xPostCause
               when "Q"
                   add nPostUnits to nRowSold
               when "S"
                   add nPostUnits to nRowSpoilUnits,
                   add nPostValue to nRowSpoilValue
               when "V"
                   add nPostUnits to nRowVarUnits,
                   add nPostValue to nRowVarValue
               when "D"
                   add nPostUnits to nRowDmgUnits,
                   add nPostValue to nRowDmgValue
           end-evaluate.

       260-post-location.
           move 0 to nLocFoundSubscript.
           perform 261-search-location
               varying nLocSubscript from 1 by 1
               until nLocSubscript > nLocCount
               or nLocFoundSubscript > 0.

           if nLocFoundSubscript = 0
               if nLocCount < 50
                   add 1 to nLocCount,
                   move nLocCount to nLocFoundSubscript,
                   move xPostLoc to xLocCodeT (nLocCount),
                   move zeros to xLocTotalsT (nLocCount),
               else
                   move "y" to xTableFullFlag,
               end-if,
           end-if.

           if nLocFoundSubscript > 0
               move xLocTotalsT (nLocFoundSubscript) to xShrinkRow,
               perform 259-add-to-row,
               move xShrinkRow to xLocTotalsT (nLocFoundSubscript),
           end-if.

       261-search-location.
           if xLocCodeT (nLocSubscript) = xPostLoc
               move nLocSubscript to nLocFoundSubscript,
           end-if.

       270-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-34-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           move nStartDate to neHeadStartOut.
           move nEndDate to neHeadEndOut.
           move nThresholdPct to neHeadThresholdOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-34-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move "FRUIT" to xSectionNameOut.
           perform 271-print-section-heading.
           perform 272-print-fruit
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount.

           if nCatCount > 0
               sort xCatElement on ascending key xCatNameT,
           end-if.
           move "CATEGORY" to xSectionNameOut.
           perform 271-print-section-heading.
           perform 273-print-category
               varying nCatSubscript from 1 by 1
               until nCatSubscript > nCatCount.

           if nLocCount > 0
               sort xLocElement on ascending key xLocCodeT,
           end-if.
           move "LOCATION" to xSectionNameOut.
           perform 271-print-section-heading.
           perform 274-print-location
               varying nLocSubscript from 1 by 1
               until nLocSubscript > nLocCount.

           if nMonthCount > 0
               sort xMonthElement on ascending key nMonthKeyT,
           end-if.
           move "MONTH" to xSectionNameOut.
           perform 271-print-section-heading.
           perform 275-print-month
               varying nMonthSubscript from 1 by 1
               until nMonthSubscript > nMonthCount.

           write xOutput from " " before advancing 1 line.
           move xGrandRow to xShrinkRow.
           move "ALL FRUIT" to xRowKeyOut.
           move "n" to xFlagRowFlag.
           perform 280-print-row.

           write xOutput from " " before advancing 1 line.
           move nFlaggedCount to neFooterFlagged.
           display xReportFooter.
           write xOutput from xReportFooter before advancing 1 line.
           if xTableFullFlag = "y"
               display "*** Some activity did not fit the report tables",
                   " and was left out. ***",
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-34-output.txt" to xCurrentFileName.
           perform 900-check-status.

       271-print-section-heading.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xSectionHeading.
           write xOutput from xSectionHeading before advancing 1 line.
           display xColumnHeading-1.
           write xOutput from xColumnHeading-1 before advancing 1 line.
           display xColumnHeading-2.
           write xOutput from xColumnHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-34-output.txt" to xCurrentFileName.
           perform 900-check-status.

       272-print-fruit.
           move xFruitTotalsT (nFruitSubscript) to xShrinkRow.
           if xShrinkRow not = zeros
               move xFruitNameT (nFruitSubscript) to xRowKeyOut,
               if xFruitCategoryT (nFruitSubscript) = "(unknown)"
                   move "n" to xFlagRowFlag,
               else
                   move "y" to xFlagRowFlag,
               end-if,
               perform 280-print-row,
           end-if.

       273-print-category.
           move xCatTotalsT (nCatSubscript) to xShrinkRow.
           move xCatNameT (nCatSubscript) to xRowKeyOut.
           move "n" to xFlagRowFlag.
           perform 280-print-row.

       274-print-location.
           move xLocTotalsT (nLocSubscript) to xShrinkRow.
           if xLocCodeT (nLocSubscript) = spaces
               move "(chain-wide)" to xRowKeyOut,
               move nChainSold to nRowSold,
           else
               move xLocCodeT (nLocSubscript) to xRowKeyOut,
           end-if.
           move "y" to xFlagRowFlag.
           perform 280-print-row.

       275-print-month.
           move xMonthTotalsT (nMonthSubscript) to xShrinkRow.
           move spaces to xRowKeyOut.
           string nMonthKeyT (nMonthSubscript) (1:4) delimited by size
               "/" delimited by size
               nMonthKeyT (nMonthSubscript) (5:2) delimited by size
               into xRowKeyOut.
           move "n" to xFlagRowFlag.
           perform 280-print-row.

       280-print-row.
           compute nLossUnits = nRowSpoilUnits + nRowVarUnits
               + nRowDmgUnits.
           compute nLossValue = nRowSpoilValue + nRowVarValue
               + nRowDmgValue.

           evaluate true
               when nRowSold > 0
                   compute nShrinkRate rounded =
                       nLossUnits * 100 / nRowSold
                       on size error
                           move 999.99 to nShrinkRate
                   end-compute
               when nLossUnits > 0
                   move 999.99 to nShrinkRate
               when other
                   move 0 to nShrinkRate
           end-evaluate.

           move nRowSold to neRowSoldOut.
           move nRowSpoilUnits to neRowSpoilUnitsOut.
           move nRowSpoilValue to neRowSpoilValueOut.
           move nRowVarUnits to neRowVarUnitsOut.
           move nRowVarValue to neRowVarValueOut.
           move nRowDmgUnits to neRowDmgUnitsOut.
           move nRowDmgValue to neRowDmgValueOut.
           move nLossUnits to neRowLossUnitsOut.
           move nLossValue to neRowLossValueOut.
           move nShrinkRate to neRowRateOut.

           move spaces to xRowFlagOut.
           if xFlagRowFlag = "y" and nShrinkRate > nThresholdPct
               move "<<< CHECK" to xRowFlagOut,
               add 1 to nFlaggedCount,
           end-if.

           display xShrinkDetail.
           write xOutput from xShrinkDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-34-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           perform 295-write-audit.

           display " ".
           display "Shrink analysis written to Fruits-34-output.txt.".
           display " ".

       295-write-audit.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "FRUITS-34" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move 0 to neAuditRecordsWrittenOut.
           move nFlaggedCount to neAuditExceptionsOut.
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
