           select vendorCosts assign to "VendorCosts.txt"
               organization is line sequential
               file status is xStatusCosts.
           select ratesFile assign to "ExamRates.txt"
               organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-04-output.txt" organization is line sequential
               file status is xStatusOutfile.

           05 filler           pic x.
           05 xSalesNameIn     pic x(14).
           05 filler           pic x.
           05 nSalesQtyIn      pic 9(5)v99.
           05 filler           pic x.
           05 nSalesPriceIn    pic 9(5)v99.
           05 filler           pic x.
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

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
       01 xOutput                     pic x(80).
       77 nStartDate                   pic 9(8).
       77 nEndDate                     pic 9(8).
       77 xOldFruitName                pic x(14) value spaces.
       77 nSubUnits                    pic s9(7)v99 value 0.
       77 nSubRevenue                  pic s9(9)v99 value 0.
       77 nGrandUnits                  pic s9(7)v99 value 0.
       77 nGrandRevenue                pic s9(9)v99 value 0.
       77 xStatusSales                 pic xx value "00".
       77 xStatusCosts                 pic xx value "00".
       77 xCostsEofFlag                pic x value "n".
       77 nCostCount                   pic 999 value 0.
       77 nCostSubscript               pic 999.
       77 xStatusControl               pic xx value "00".
       77 xControlEofFlag              pic x value "n".
       77 xStatusRates                 pic xx value "00".
       77 xStatusHistory               pic xx value "00".
       77 xRatesEofFlag                pic x value "n".
       77 xHistoryEofFlag              pic x value "n".
       77 nRateCount                   pic 999 value 0.
       77 nRateSubscript               pic 999.
       77 xRateFoundFlag               pic x value "n".
       77 nRateFound                   pic 9v99999 value 0.
       77 nRateEffFound                pic 9(8) value 0.
       77 nBestEffDate                 pic 9(8) value 0.
       77 nStaleDays                   pic 9(4) value 90.
       77 nRateAgeDays                 pic s9(6) value 0.
       77 xCostFoundFlag               pic x value "n".
       77 nBestCost                    pic 9v99 value 0.
       77 nBestCostDate                pic 9(8) value 0.
       77 nSubMargin                   pic s9(9)v99 value 0.
       77 nGrandMargin                 pic s9(9)v99 value 0.

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
           05 xSalesElement occurs 1 to 500 times
                   depending on nLoadSubscript.
               10 xFruitName       pic x(14).
               10 nUnits           pic s9(5)v99.
               10 nRevenue         pic s9(7)v99.

       01 xOutputHeading-1.
       01 xOutputDetail.
           05 xFruitNameOut            pic x(14).
           05 filler                   pic x(2)    value spaces.
           05 neUnitsOut                pic z(3)9.99.
           05 filler                   pic x(2)    value spaces.
           05 neRevenueOut              pic $z(6)9.99.
           05 filler                   pic x(2)    value spaces.
       01 xOutputGrandTotal.
           05 filler                   pic x(14)   value "Grand total".
           05 filler                   pic x(2)    value spaces.
           05 neGrandUnitsOut           pic z(3)9.99.
           05 filler                   pic x(2)    value spaces.
           05 neGrandRevenueOut         pic $z(6)9.99.
           05 filler                   pic x(2)    value spaces.
           display "Report end date (YYYYMMDD)? " with no advancing.
           accept nEndDate.

           perform 102-load-control.
           perform 110-load-rates.
           perform 104-load-costs.

           open input salesHistory.
           move "Fruits-04-output.txt" to xCurrentFileName.
           perform 900-check-status.

       102-load-control.
           open input controlFile.

           if xStatusControl = "00"
               perform 103-read-control until xControlEofFlag = "y",
               close controlFile,
           end-if.

       103-read-control.
           read controlFile
               at end
                   move "y" to xControlEofFlag,
               not at end
                   if xControlProgramIn = "EXAM01"
                       and xControlParamIn = "NSTALEDAYS"
                       compute nStaleDays = function numval(xControlValueIn),
                   end-if,
           end-read.

       104-load-costs.
           open input vendorCosts.

                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                       perform 115-convert-cost,
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

       115-convert-cost.
           if xCostCurrencyIn not = spaces and xCostCurrencyIn not = "USD"
               perform 116-find-rate,
               if xRateFoundFlag = "y"
                   compute nCostUnitT (nCostCount) rounded = nCostUnitIn / nRateFound
                       on size error
                           move 9.99 to nCostUnitT (nCostCount),
                           display "*** ", xCostFruitIn, " cost in ", xCostCurrencyIn,
                               " exceeds $9.99 once converted - held at $9.99 ***",
                   end-compute,
                   perform 119-check-staleness,
               else
                   display "*** No ", xCostCurrencyIn, " rate on file - ",
                       xCostFruitIn, " cost used as entered ***",
               end-if,
           end-if.

       116-find-rate.
           move "n" to xRateFoundFlag.
           move 0 to nRateFound.
           move 0 to nRateEffFound.
           move 0 to nBestEffDate.

           perform 117-search-rate
               varying nRateSubscript from 1 by 1
               until nRateSubscript > nRateCount.

           if xRateFoundFlag = "n"
               move 99999999 to nBestEffDate,
               perform 118-search-future-rate
                   varying nRateSubscript from 1 by 1
                   until nRateSubscript > nRateCount,
           end-if.

       117-search-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) <= nCostEffDateIn
               and nRateEffDateT (nRateSubscript) > nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
               move nRateEffDateT (nRateSubscript) to nRateEffFound,
           end-if.

       118-search-future-rate.
           if xRateCurrencyT (nRateSubscript) = xCostCurrencyIn
               and nRateEffDateT (nRateSubscript) < nBestEffDate
               move "y" to xRateFoundFlag,
               move nRateEffDateT (nRateSubscript) to nBestEffDate,
               move nRateT (nRateSubscript) to nRateFound,
               move nRateEffDateT (nRateSubscript) to nRateEffFound,
           end-if.

       119-check-staleness.
           compute nRateAgeDays =
               function integer-of-date (nCostEffDateIn)
               - function integer-of-date (nRateEffFound).

           if nRateAgeDays > nStaleDays
               move xCostCurrencyIn to xStaleCurrencyOut,
               move nRateEffFound to neStaleDateOut,
               move nRateAgeDays to neStaleAgeOut,
               display xStaleWarning,
           end-if.

       225-find-cost.
           move "n" to xCostFoundFlag.
           move 0 to nBestCost.
                   move xSalesNameIn to xFruitName (nLoadSubscript),
                   if xSalesCustIn = "RETURN"
                       compute nUnits (nLoadSubscript) = 0 - nSalesQtyIn,
                       compute nRevenue (nLoadSubscript) rounded =
                           0 - nSalesQtyIn * nSalesPriceIn,
                   else
                       move nSalesQtyIn to nUnits (nLoadSubscript),
                       compute nRevenue (nLoadSubscript) rounded =
                           nSalesQtyIn * nSalesPriceIn,
                   end-if,
               end-if,
           move nSubRevenue to neRevenueOut.

           perform 225-find-cost.
           compute nSubMargin rounded = nSubRevenue - nSubUnits * nBestCost.
           move nSubMargin to neMarginOut.
           add nSubMargin to nGrandMargin.

