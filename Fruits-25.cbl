       identification division.
       program-id. Fruits-25.

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
           select marginFile assign to "CategoryMargins.txt"
               organization is line sequential
               file status is xStatusMargins.
           select proposalFile assign to "PriceProposals.txt"
               organization is line sequential
               file status is xStatusProposals.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select ratesFile assign to "ExamRates.txt"
               organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select outfile assign to "Fruits-25-output.txt" organization is line sequential
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

       fd marginFile.
       01 xMarginInput.
           05 xMarginCategoryIn pic x(10).
           05 nMarginTargetIn  pic 99v99.
           05 nMarginToleranceIn pic 99v99.

       fd proposalFile.
       01 xProposalRecord.
           05 xPropFruitIn     pic x(14).
           05 xPropCategoryIn  pic x(10).
           05 nPropCostIn      pic 9v99.
           05 nPropOldPriceIn  pic 9v99.
           05 nPropNewPriceIn  pic 9v99.
           05 nPropTargetIn    pic 99v99.
           05 nPropDateIn      pic 9(8).
           05 xPropStatusIn    pic x.
           05 nPropDecisionDateIn pic 9(8).
           05 xPropDecidedByIn pic x(8).

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
       01 xOutput              pic x(110).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusInfile        pic xx      value "00".
       77 xStatusCosts         pic xx      value "00".
       77 xStatusMargins       pic xx      value "00".
       77 xStatusProposals     pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xInfileEofFlag       pic x       value "n".
       77 xCostsEofFlag        pic x       value "n".
       77 xMarginsEofFlag      pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nDefaultTolerance    pic 99v99   value 2.
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
       77 nMarginCount         pic 99      value 0.
       77 nMarginSubscript     pic 99.
       77 xMarginFoundFlag     pic x       value "n".
       77 nTargetPct           pic 99v99   value 0.
       77 nTolerancePct        pic 99v99   value 0.
       77 nItemsRead           pic 9(4)    value 0.
       77 nProposalCount       pic 9(4)    value 0.
       77 nSkippedCount        pic 9(4)    value 0.
       77 nBestCost            pic 9v99    value 0.
       77 nBestCostDate        pic 9(8)    value 0.
       77 xCostFoundFlag       pic x       value "n".
       77 nMarginPct           pic s999v99 value 0.
       77 nMarginGap           pic s999v99 value 0.
       77 nTargetPrice         pic 9(3)v9(4) value 0.
       77 nPriceDollars        pic 9(3)    value 0.
       77 nPriceCents          pic v9(4)   value 0.
       77 nProposedPrice       pic 9(3)v99 value 0.
       77 nNewMarginPct        pic s999v99 value 0.
       77 xSkipReason          pic x(40)   value spaces.
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
               10 xCostSupplierT   pic x(14).
               10 xCostFruitT      pic x(14).
               10 nCostUnitT       pic 9v99.
               10 nCostEffDateT    pic 9(8).

       01 xMarginTable.
           05  xMarginElement occurs 1 to 50 times
                   depending on nMarginCount.
               10 xMarginCategoryT pic x(10).
               10 nMarginTargetT   pic 99v99.
               10 nMarginToleranceT pic 99v99.

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xReportHeading-1.
           05 filler           pic x(40)   value
               "*** Target Margin Repricing Proposal ***".
           05 filler           pic x(10)   value "Run date: ".
           05 neHeadingDate    pic 9999/99/99.

       01 xReportHeading-2.
           05 filler           pic x(16)   value "Fruit".
           05 filler           pic x(12)   value "Category".
           05 filler           pic x(8)    value "Cost".
           05 filler           pic x(8)    value "Price".
           05 filler           pic x(9)    value "Margin".
           05 filler           pic x(9)    value "Target".
           05 filler           pic x(10)   value "Proposed".
           05 filler           pic x(9)    value "New pct".

       01 xProposalDetail.
           05 xPropFruitOut    pic x(14).
           05 filler           pic xx      value spaces.
           05 xPropCategoryOut pic x(10).
           05 filler           pic xx      value spaces.
           05 nePropCostOut    pic $9.99.
           05 filler           pic x(3)    value spaces.
           05 nePropPriceOut   pic $9.99.
           05 filler           pic x(3)    value spaces.
           05 nePropMarginOut  pic -(3)9.9.
           05 filler           pic x(3)    value spaces.
           05 nePropTargetOut  pic z9.99.
           05 filler           pic x(4)    value spaces.
           05 nePropNewOut     pic $9.99.
           05 filler           pic x(5)    value spaces.
           05 nePropNewPctOut  pic -(3)9.9.

       01 xSkipHeading.
           05 filler           pic x(44)   value
               "*** Items outside tolerance not proposed ***".

       01 xSkipDetail.
           05 xSkipFruitOut    pic x(14).
           05 filler           pic x       value space.
           05 xSkipTextOut     pic x(40).

       01 xFooter-1.
           05 filler           pic x(16)   value "Items examined: ".
           05 neFootRead       pic zzz9.
           05 filler           pic x(15)   value "   proposals: ".
           05 neFootProposals  pic zzz9.
           05 filler           pic x(17)   value "   not proposed: ".
           05 neFootSkipped    pic zzz9.

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
           perform 200-reprice-pass until xInfileEofFlag = "y".
           perform 300-termination.

           if nSkippedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           perform 105-load-control.

           move "TOLERANCE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultTolerance = function numval(xControlValueFound)
           end-if.

           perform 120-load-rates.
           perform 110-load-costs.
           perform 115-load-margins.

           open input InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           open output proposalFile.
           move xStatusProposals to xCurrentStatus.
           move "PriceProposals.txt" to xCurrentFileName.
           perform 900-check-status.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-25-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-25-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "FRUITS-25"
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

       115-load-margins.
           open input marginFile.

           if xStatusMargins = "35"
               display "*** CategoryMargins.txt not found - no target",
                   " margins to price against. ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
           move xStatusMargins to xCurrentStatus.
           move "CategoryMargins.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 116-read-margin until xMarginsEofFlag = "y".

           close marginFile.
           move xStatusMargins to xCurrentStatus.
           move "CategoryMargins.txt" to xCurrentFileName.
           perform 900-check-status.

       116-read-margin.
           read marginFile
               at end
                   move "y" to xMarginsEofFlag,
               not at end
                   if nMarginCount < 50
                       add 1 to nMarginCount,
                       move xMarginCategoryIn to xMarginCategoryT (nMarginCount),
                       move nMarginTargetIn to nMarginTargetT (nMarginCount),
                       move nMarginToleranceIn
                           to nMarginToleranceT (nMarginCount),
                   end-if,
           end-read.

           move xStatusMargins to xCurrentStatus.
           move "CategoryMargins.txt" to xCurrentFileName.
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

       200-reprice-pass.
           read InFile next
               at end
                   move "y" to xInfileEofFlag,
               not at end
                   add 1 to nItemsRead,
                   perform 210-reprice-one-item,
           end-read.

           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-reprice-one-item.
           perform 215-find-cost.
           perform 218-find-margin.

           if xMarginFoundFlag = "y" and xCostFoundFlag = "y"
               if nItemPriceIn > 0
                   compute nMarginPct rounded =
                       (nItemPriceIn - nBestCost) * 100 / nItemPriceIn,
               else
                   move -999 to nMarginPct,
               end-if,
               compute nMarginGap = nMarginPct - nTargetPct,
               if nMarginGap < 0
                   compute nMarginGap = 0 - nMarginGap,
               end-if,
               if nMarginGap > nTolerancePct
                   perform 220-propose-price,
               end-if,
           end-if.

       215-find-cost.
           move "n" to xCostFoundFlag.
           move 0 to nBestCost.
           move 0 to nBestCostDate.

           perform 216-scan-cost
               varying nCostSubscript from 1 by 1
               until nCostSubscript > nCostCount.

       216-scan-cost.
           if xCostFruitT (nCostSubscript) = xFruitNameIn
               and nCostEffDateT (nCostSubscript) <= xRunDate
               and (xCostFoundFlag = "n"
                   or nCostEffDateT (nCostSubscript) > nBestCostDate
                   or (nCostEffDateT (nCostSubscript) = nBestCostDate
                       and xCostSupplierT (nCostSubscript)
                           = xSupplierIn))
               move "y" to xCostFoundFlag,
               move nCostEffDateT (nCostSubscript) to nBestCostDate,
               move nCostUnitT (nCostSubscript) to nBestCost,
           end-if.

       218-find-margin.
           move "n" to xMarginFoundFlag.

           perform 219-scan-margin
               varying nMarginSubscript from 1 by 1
               until nMarginSubscript > nMarginCount
               or xMarginFoundFlag = "y".

       219-scan-margin.
           if xMarginCategoryT (nMarginSubscript) = xCategoryIn
               move "y" to xMarginFoundFlag,
               move nMarginTargetT (nMarginSubscript) to nTargetPct,
               if nMarginToleranceT (nMarginSubscript) > 0
                   move nMarginToleranceT (nMarginSubscript)
                       to nTolerancePct,
               else
                   move nDefaultTolerance to nTolerancePct,
               end-if,
           end-if.

       220-propose-price.
           if nTargetPct not < 100
               move "target margin must be under 100 percent"
                   to xSkipReason,
               perform 240-write-skip,
           else
               compute nTargetPrice rounded =
                   nBestCost * 100 / (100 - nTargetPct),
               perform 225-round-price-point,
               if nProposedPrice > 9.99
                   move "price point would exceed $9.99"
                       to xSkipReason,
                   perform 240-write-skip,
               else
                   if nProposedPrice not = nItemPriceIn
                       perform 230-write-proposal,
                   end-if,
               end-if,
           end-if.

       225-round-price-point.
           move nTargetPrice to nPriceDollars.
           compute nPriceCents = nTargetPrice - nPriceDollars.

           evaluate true
               when nPriceCents < .24 and nPriceDollars > 0
                   compute nProposedPrice = nPriceDollars - 1 + .99
               when nPriceCents < .74
                   compute nProposedPrice = nPriceDollars + .49
               when other
                   compute nProposedPrice = nPriceDollars + .99
           end-evaluate.

       230-write-proposal.
           compute nNewMarginPct rounded =
               (nProposedPrice - nBestCost) * 100 / nProposedPrice.

           move xFruitNameIn to xPropFruitIn.
           move xCategoryIn to xPropCategoryIn.
           move nBestCost to nPropCostIn.
           move nItemPriceIn to nPropOldPriceIn.
           move nProposedPrice to nPropNewPriceIn.
           move nTargetPct to nPropTargetIn.
           move xRunDate to nPropDateIn.
           move "P" to xPropStatusIn.
           move 0 to nPropDecisionDateIn.
           move spaces to xPropDecidedByIn.
           write xProposalRecord.
           move xStatusProposals to xCurrentStatus.
           move "PriceProposals.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nProposalCount.

           move xFruitNameIn to xPropFruitOut.
           move xCategoryIn to xPropCategoryOut.
           move nBestCost to nePropCostOut.
           move nItemPriceIn to nePropPriceOut.
           move nMarginPct to nePropMarginOut.
           move nTargetPct to nePropTargetOut.
           move nProposedPrice to nePropNewOut.
           move nNewMarginPct to nePropNewPctOut.
           display xProposalDetail.
           write xOutput from xProposalDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-25-output.txt" to xCurrentFileName.
           perform 900-check-status.

       240-write-skip.
           if nSkippedCount = 0
               perform 241-skip-heading,
           end-if.

           add 1 to nSkippedCount.
           move xFruitNameIn to xSkipFruitOut.
           move xSkipReason to xSkipTextOut.
           display xSkipDetail.
           write xOutput from xSkipDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-25-output.txt" to xCurrentFileName.
           perform 900-check-status.

       241-skip-heading.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xSkipHeading.
           write xOutput from xSkipHeading before advancing 1 line.

       300-termination.
           move nItemsRead to neFootRead.
           move nProposalCount to neFootProposals.
           move nSkippedCount to neFootSkipped.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-25-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           close proposalFile.
           move xStatusProposals to xCurrentStatus.
           move "PriceProposals.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-25-output.txt" to xCurrentFileName.
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

           move "FRUITS-25" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nItemsRead to neAuditRecordsReadOut.
           move nProposalCount to neAuditRecordsWrittenOut.
           move nSkippedCount to neAuditExceptionsOut.
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
