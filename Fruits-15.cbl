               file status is xStatusSale.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select ratesFile assign to "ExamRates.txt"
               organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select outfile assign to "Fruits-15-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
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
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       fd saleFile.
       01 xSaleInput.
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
       01 xOutput              pic x(110).

       77 nMinMarginPct        pic 99v99   value 10.
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
       77 nSaleCount           pic 99      value 0.
       77 nSaleSubscript       pic 99.
       77 nCatCount            pic 99      value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

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
               compute nMinMarginPct = function numval(xControlValueFound)
           end-if.

           perform 120-load-rates.
           perform 110-load-costs.
           perform 115-load-sale-prices.

                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
                   if xControlProgramIn = "EXAM01"
                       and xControlParamIn = "NSTALEDAYS"
                       compute nStaleDays = function numval(xControlValueIn),
                   end-if,
           end-read.

       107-find-control.
                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                       perform 125-convert-cost,
                   end-if,
           end-read.

           move "SalePrices.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-rates.
           open input ratesFile.

           if xStatusRates = "00"
               perform 121-read-rate until xRatesEofFlag = "y",
               close ratesFile,
           end-if.

           open input historyFile.

           if xStatusHistory = "00"
               perform 122-read-history-rate until xHistoryEofFlag = "y",
               close historyFile,
           end-if.

       121-read-rate.
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

       122-read-history-rate.
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

       125-convert-cost.
           if xCostCurrencyIn not = spaces and xCostCurrencyIn not = "USD"
               perform 126-find-rate,
               if xRateFoundFlag = "y"
                   compute nCostUnitT (nCostCount) rounded = nCostUnitIn / nRateFound
                       on size error
                           move 9.99 to nCostUnitT (nCostCount),
                           display "*** ", xCostFruitIn, " cost in ", xCostCurrencyIn,
                               " exceeds $9.99 once converted - held at $9.99 ***",
                   end-compute,
                   perform 129-check-staleness,
               else
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
               move xCostCurrencyIn to xStaleCurrencyOut,
               move nRateEffFound to neStaleDateOut,
               move nRateAgeDays to neStaleAgeOut,
               display xStaleWarning,
           end-if.

       200-margin-pass.
           read InFile next
               at end
