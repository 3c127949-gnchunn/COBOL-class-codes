           select spoilageLog assign to "SpoilageLog.txt"
               organization is line sequential
               file status is xStatusSpoilage.
           select lotMovements assign to "LotMovements.txt"
               organization is line sequential
               file status is xStatusMoves.
           select ratesFile assign to "ExamRates.txt"
               organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select outfile assign to "Fruits-18-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
           05 xLotFruitIn      pic x(14).
           05 nLotRecvDateIn   pic 9(8).
           05 nLotExpiryDateIn pic 9(8).
           05 nLotQtyIn        pic 9(3)v99.
           05 xLotTraceIn.
               10 nLotIdIn         pic 9(8).
               10 xLotSupplierIn   pic x(14).
               10 nLotPoNumberIn   pic 9(6).
               10 xLotHoldIn       pic x.
               10 nLotRecallIn     pic 9(4).

       fd masterfile.
       01 xMaster.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd locationStock.
       01 xLocStock.
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd vendorCosts.
       01 xCostInput.
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       fd controlFile.
       01 xControlInput.
       fd spoilageLog.
       01 xSpoilageInput.
           05 nSpoilDateIn           pic 9(8).
           05 nSpoilUnitsIn          pic 9(6)v99.
           05 nSpoilValueIn          pic 9(8)v99.
           05 xSpoilLocIn            pic x(3).
           05 xSpoilFruitIn          pic x(14).

       fd lotMovements.
       01 xMoveRecord.
           05 nMoveLotIn       pic 9(8).
           05 nMoveDateIn      pic 9(8).
           05 xMoveTypeIn      pic x.
           05 xMoveLocIn       pic x(3).
           05 xMoveToLocIn     pic x(3).
           05 xMoveFruitIn     pic x(14).
           05 nMoveQtyIn       pic 9(5)v99.
           05 nMoveOrderIn     pic 9(6).
           05 nMoveLineIn      pic 99.
           05 xMoveCustIn      pic x(8).
           05 xMoveRefIn       pic x(14).

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
       01 xOutput              pic x(100).
       77 nLotSubscript        pic 9(4).
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
       77 xCostFoundFlag       pic x       value "n".
       77 nWarnLimitInteger    pic 9(8)    value 0.
       77 nWarnCount           pic 9(4)    value 0.
       77 nWriteOffCount       pic 9(4)    value 0.
       77 nWriteOffUnits       pic 9(6)v99 value 0.
       77 nUnitValue           pic 9v99    value 0.
       77 nShrinkValue         pic 9(7)v99 value 0.
       77 nShrinkTotal         pic 9(8)v99 value 0.
       77 xStatusSpoilage      pic xx      value "00".
       77 xStatusMoves         pic xx      value "00".
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

               10 xLotFruitT       pic x(14).
               10 nLotRecvDateT    pic 9(8).
               10 nLotExpiryDateT  pic 9(8).
               10 nLotQtyT         pic 9(3)v99.
               10 xLotTraceT.
                   15 nLotIdT          pic 9(8).
                   15 xLotSupplierT    pic x(14).
                   15 nLotPoNumberT    pic 9(6).
                   15 xLotHoldT        pic x.
                   15 nLotRecallT      pic 9(4).

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
           05 filler           pic xx      value spaces.
           05 xWarnFruitOut    pic x(14).
           05 filler           pic xx      value spaces.
           05 neWarnQtyOut     pic zz9.99.
           05 filler           pic x(12)   value " expires on ".
           05 neWarnExpiryOut  pic 9999/99/99.

           05 filler           pic xx      value spaces.
           05 xWoFruitOut      pic x(14).
           05 filler           pic xx      value spaces.
           05 neWoQtyOut       pic zz9.99.
           05 filler           pic x(16)   value " units expired ".
           05 neWoExpiryOut    pic 9999/99/99.
           05 filler           pic x(10)   value " shrink $".
       01 xFooter-1.
           05 neFooterLots     pic zzz9.
           05 filler           pic x(17)   value " lot(s) written, ".
           05 neFooterUnits    pic zzzz9.99.
           05 filler           pic x(17)   value " units, shrink $".
           05 neFooterShrink   pic zzz,zz9.99.

           end-if.

           perform 110-load-lots.
           perform 130-load-rates.
           perform 120-load-costs.

           open output outfile.
                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
                   if xControlProgramIn = "EXAM01"
                       and xControlParamIn = "NSTALEDAYS"
                       compute nStaleDays = function numval(xControlValueIn),
                   end-if,
           end-read.

       107-find-control.
                       move nLotExpiryDateIn
                           to nLotExpiryDateT (nLotCount),
                       move nLotQtyIn to nLotQtyT (nLotCount),
                       move xLotTraceIn to xLotTraceT (nLotCount),
                       if nLotIdIn not numeric
                           move 0 to nLotIdT (nLotCount),
                           move 0 to nLotPoNumberT (nLotCount),
                           move 0 to nLotRecallT (nLotCount),
                       end-if,
                   else
                       display "*** StockLots.txt holds more than 1000",
                           " lots - run the expired-lot write-off",
                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                       perform 135-convert-cost,
                   end-if,
           end-read.

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

       200-expiry-warning.
           compute nWarnLimitInteger =
               function integer-of-date (xRunDate) + nWarnDays.

       210-warn-one-lot.
           if nLotQtyT (nLotSubscript) > 0
               and xLotHoldT (nLotSubscript) not = "H"
               and nLotExpiryDateT (nLotSubscript) <= nWarnLimitDate
               add 1 to nWarnCount,
               move xLotLocCodeT (nLotSubscript) to xWarnLocOut,

           open i-o locationStock.

           open extend lotMovements.
           if xStatusMoves = "35"
               open output lotMovements,
           end-if.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           open extend spoilageLog.
           if xStatusSpoilage = "35"
               open output spoilageLog,
           end-if.
           move xStatusSpoilage to xCurrentStatus.
           move "SpoilageLog.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 230-write-off-one-lot
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           close spoilageLog.
           move xStatusSpoilage to xCurrentStatus.
           move "SpoilageLog.txt" to xCurrentFileName.
           perform 900-check-status.

           close lotMovements.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           if xStatusLocStock = "00"
               close locationStock,
           end-if.

           perform 250-rewrite-lots.

           move nWriteOffCount to neFooterLots.
           move nWriteOffUnits to neFooterUnits.
           move nShrinkTotal to neFooterShrink.
           perform 900-check-status.

       260-log-spoilage.
           move xRunDate to nSpoilDateIn.
           move nLotQtyT (nLotSubscript) to nSpoilUnitsIn.
           move nShrinkValue to nSpoilValueIn.
           move xLotLocCodeT (nLotSubscript) to xSpoilLocIn.
           move xLotFruitT (nLotSubscript) to xSpoilFruitIn.
           write xSpoilageInput.
           move xStatusSpoilage to xCurrentStatus.
           move "SpoilageLog.txt" to xCurrentFileName.
           perform 900-check-status.

       230-write-off-one-lot.
           if nLotQtyT (nLotSubscript) > 0
               and nLotExpiryDateT (nLotSubscript) < xRunDate
               and xLotHoldT (nLotSubscript) not = "H"
               perform 235-value-lot,
               perform 240-relieve-stock,
               if nLotIdT (nLotSubscript) > 0
                   perform 245-log-lot-spoilage,
               end-if,

               add 1 to nWriteOffCount,
               add nLotQtyT (nLotSubscript) to nWriteOffUnits,
               compute nShrinkValue rounded = nLotQtyT (nLotSubscript)
                   * nUnitValue,
               add nShrinkValue to nShrinkTotal,
               perform 260-log-spoilage,

               move xLotLocCodeT (nLotSubscript) to xWoLocOut,
               move xLotFruitT (nLotSubscript) to xWoFruitOut,
               end-read,
           end-if.

       245-log-lot-spoilage.
           move nLotIdT (nLotSubscript) to nMoveLotIn.
           move xRunDate to nMoveDateIn.
           move "W" to xMoveTypeIn.
           move xLotLocCodeT (nLotSubscript) to xMoveLocIn.
           move spaces to xMoveToLocIn.
           move xLotFruitT (nLotSubscript) to xMoveFruitIn.
           move nLotQtyT (nLotSubscript) to nMoveQtyIn.
           move 0 to nMoveOrderIn.
           move 0 to nMoveLineIn.
           move spaces to xMoveCustIn.
           move "expired" to xMoveRefIn.
           write xMoveRecord.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

       250-rewrite-lots.
           open output stockLots.
           move xStatusLots to xCurrentStatus.
               move nLotRecvDateT (nLotSubscript) to nLotRecvDateIn,
               move nLotExpiryDateT (nLotSubscript) to nLotExpiryDateIn,
               move nLotQtyT (nLotSubscript) to nLotQtyIn,
               move xLotTraceT (nLotSubscript) to xLotTraceIn,

               write xLotInput,
               move xStatusLots to xCurrentStatus,
