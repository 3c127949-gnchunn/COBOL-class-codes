       identification division.
       program-id. Fruits-24.

       environment division.
       input-output section.
       file-control.
           select standingFile assign to "StandingOrders.txt"
               organization is line sequential
               file status is xStatusStanding.
           select standingLines assign to "StandingOrderLines.txt"
               organization is line sequential
               file status is xStatusStandLines.
           select masterfile assign to "FixedFruits.txt"
               organization is indexed
               access mode is random
               record key is xFruitNameIn
               file status is xStatusMaster.
           select locationStock assign to "LocationStock.txt"
               organization is indexed
               access mode is random
               record key is xLocStockKey
               file status is xStatusLocStock.
           select customers assign to "Customers.txt"
               organization is indexed
               access mode is random
               record key is xCustIdIn
               file status is xStatusCust.
           select saleFile assign to "SalePrices.txt"
               organization is line sequential
               file status is xStatusSale.
           select pricingRules assign to "PricingRules.txt"
               organization is line sequential
               file status is xStatusRules.
           select taxFile assign to "TaxCategories.txt"
               organization is line sequential
               file status is xStatusTax.
           select orderControl assign to "OrderControl.txt"
               organization is line sequential
               file status is xStatusOrderCtl.
           select orderHeaders assign to "Orders.txt"
               organization is line sequential
               file status is xStatusOrderHdr.
           select orderLines assign to "OrderLines.txt"
               organization is line sequential
               file status is xStatusOrderLines.
           select invoicesFile assign to "Invoices.txt"
               organization is line sequential
               file status is xStatusInvoices.
           select salesHistory assign to "SalesHistory.txt" organization is line sequential
               file status is xStatusSales.
           select loyaltyLedger assign to "LoyaltyLedger.txt"
               organization is line sequential
               file status is xStatusLoyalty.
           select outfile assign to "Fruits-24-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd standingFile.
       01 xStandingInput.
           05 nStandIdIn       pic 9(5).
           05 xStandCustIn     pic x(8).
           05 xStandLocIn      pic x(3).
           05 xStandFreqIn     pic x.
           05 nStandStartIn    pic 9(8).
           05 nStandEndIn      pic 9(8).
           05 xStandPausedIn   pic x.
           05 nStandLastGenIn  pic 9(8).

       fd standingLines.
       01 xStandLineInput.
           05 nStandLineIdIn   pic 9(5).
           05 nStandLineNumIn  pic 99.
           05 xStandLineFruitIn pic x(14).
           05 nStandLineQtyIn  pic 9(5)v99.

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

       fd customers.
       01 xCustomer.
           05 xCustIdIn        pic x(8).
           05 xCustNameIn      pic x(20).
           05 xCustCreditFlagIn pic x.
           05 nCustCreditLimitIn pic 9(5)v99.
           05 xCustContactIn.
               10 xCustAddressIn  pic x(30).
               10 xCustCityIn     pic x(20).
               10 xCustZipIn      pic x(10).
               10 xCustPhoneIn    pic x(15).
               10 xCustEmailIn    pic x(40).
               10 xCustOptInIn    pic x.

       fd saleFile.
       01 xSaleInput.
           05 xSaleFruitIn     pic x(14).
           05 nSalePriceIn     pic 9v99.
           05 nSaleStartIn     pic 9(8).
           05 nSaleEndIn       pic 9(8).

       fd pricingRules.
       01 xRuleInput.
           05 xRuleFruitIn     pic x(14).
           05 xRuleTypeIn      pic x.
           05 nRuleQtyIn       pic 9(3).
           05 nRuleValueIn     pic 9(3)v99.
           05 nRuleStartIn     pic 9(8).
           05 nRuleEndIn       pic 9(8).

       fd taxFile.
       01 xTaxInput.
           05 xTaxCategoryIn   pic x(10).
           05 nTaxRatePctIn    pic 99v99.

       fd orderControl.
       01 xOrderControlInput.
           05 nNextOrderNumberIn pic 9(6).

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

       fd invoicesFile.
       01 xInvoiceInput.
           05 nInvNumIn        pic 9(6).
           05 xInvCustIn       pic x(8).
           05 nInvDateIn       pic 9(8).
           05 nInvAmountIn     pic 9(7)v99.
           05 nInvPaidIn       pic 9(7)v99.

       fd salesHistory.
       01 xSalesRecord         pic x(56).

       fd loyaltyLedger.
       01 xLoyaltyInput.
           05 xLoyCustIdIn     pic x(8).
           05 nLoyDateIn       pic 9(8).
           05 xLoyTypeIn       pic x.
           05 nLoyPointsIn     pic 9(6).
           05 nLoyOrderNumIn   pic 9(6).

       fd outfile.
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusStanding      pic xx      value "00".
       77 xStatusStandLines    pic xx      value "00".
       77 xStatusMaster        pic xx      value "00".
       77 xStatusLocStock      pic xx      value "00".
       77 xStatusCust          pic xx      value "00".
       77 xStatusSale          pic xx      value "00".
       77 xStatusRules         pic xx      value "00".
       77 xStatusTax           pic xx      value "00".
       77 xStatusOrderCtl      pic xx      value "00".
       77 xStatusOrderHdr      pic xx      value "00".
       77 xStatusOrderLines    pic xx      value "00".
       77 xStatusInvoices      pic xx      value "00".
       77 xStatusSales         pic xx      value "00".
       77 xStatusLoyalty       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xStandEofFlag        pic x       value "n".
       77 xStandLinesEofFlag   pic x       value "n".
       77 xSaleEofFlag         pic x       value "n".
       77 xRulesEofFlag        pic x       value "n".
       77 xTaxEofFlag          pic x       value "n".
       77 xOrdersEofFlag       pic x       value "n".
       77 xOrderLinesEofFlag   pic x       value "n".
       77 xInvoicesEofFlag     pic x       value "n".
       77 nStandCount          pic 9(4)    value 0.
       77 nStandSubscript      pic 9(4).
       77 nStandLineCount      pic 9(4)    value 0.
       77 nStandLineSubscript  pic 9(4).
       77 nSaleLoadSubscript   pic 99      value 0.
       77 nSaleSearchSubscript pic 99.
       77 nRuleCount           pic 99      value 0.
       77 nRuleSubscript       pic 99.
       77 nTaxCount            pic 99      value 0.
       77 nTaxSubscript        pic 99.
       77 nOpenOrderCount      pic 9(4)    value 0.
       77 nOpenOrderSubscript  pic 9(4).
       77 nOpenOrderFound      pic 9(4)    value 0.
       77 nCommitCount         pic 9(4)    value 0.
       77 nCommitSubscript     pic 9(4).
       77 nCommitFoundSubscript pic 9(4)   value 0.
       77 nWorkLineSubscript   pic 999.
       77 nOrderLineCount      pic 999     value 0.
       77 nReceiptSubscript    pic 999.
       77 xDueFlag             pic x       value "n".
       77 xShortFlag           pic x       value "n".
       77 xOnSaleFlag          pic x       value "n".
       77 xRuleAppliedFlag     pic x       value "n".
       77 xCustFoundFlag       pic x       value "n".
       77 xCustCreditFlag      pic x       value "N".
       77 nCustCreditLimit     pic 9(5)v99 value 0.
       77 xOrderTender         pic x       value "S".
       77 xExceptionText       pic x(50)   value spaces.
       77 nTodayInteger        pic 9(8)    value 0.
       77 nStartInteger        pic 9(8)    value 0.
       77 nDaysSinceStart      pic 9(6)    value 0.
       77 nCycleDays           pic 99      value 0.
       77 nCycleRemainder      pic 99      value 0.
       77 nCycleQuotient       pic 9(6)    value 0.
       77 nMonthEndDate        pic 9(8)    value 0.
       77 nNextMonthFirst      pic 9(8)    value 0.
       77 nOrderNumber         pic 9(6)    value 0.
       77 nOrderQtyRequested   pic 9(5)v99 value 0.
       77 nWholeQty            pic 9(5)    value 0.
       77 nAvailableQty        pic s9(6)v99 value 0.
       77 nEffectivePrice      pic 9v99    value 0.
       77 nChargeQty           pic 9(5)v99 value 0.
       77 nFreeQty             pic 9(5)v99 value 0.
       77 nUnitPrice           pic 9v99    value 0.
       77 nDiscountAmount      pic 9(5)v99 value 0.
       77 nBundleGroupSize     pic 9(4)    value 0.
       77 nBundleGroups        pic 9(4)    value 0.
       77 nTaxRateFound        pic 99v99   value 0.
       77 nLineTax             pic 9(5)v99 value 0.
       77 nTaxTotal            pic 9(6)v99 value 0.
       77 nBasketTotal         pic 9(7)v99 value 0.
       77 nAccountOpenBalance  pic 9(7)v99 value 0.
       77 nPointsEarned        pic 9(6)    value 0.
       77 nOrdersGenerated     pic 9(4)    value 0.
       77 nExceptionCount      pic 9(4)    value 0.
       77 nGeneratedTotal      pic 9(8)v99 value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xStandingTable.
           05  xStandingElement occurs 1 to 500 times
                   depending on nStandCount.
               10 nStandIdT            pic 9(5).
               10 xStandCustT          pic x(8).
               10 xStandLocT           pic x(3).
               10 xStandFreqT          pic x.
               10 nStandStartT         pic 9(8).
               10 nStandEndT           pic 9(8).
               10 xStandPausedT        pic x.
               10 nStandLastGenT       pic 9(8).

       01 xStandLineTable.
           05  xStandLineElement occurs 1 to 3000 times
                   depending on nStandLineCount.
               10 nStandLineIdT        pic 9(5).
               10 xStandLineFruitT     pic x(14).
               10 nStandLineQtyT       pic 9(5)v99.

       01 xSaleTable.
           05 xSaleElement occurs 50 times.
               10 xSaleFruitT      pic x(14).
               10 nSalePriceT      pic 9v99.
               10 nSaleStartT      pic 9(8).
               10 nSaleEndT        pic 9(8).

       01 xRuleTable.
           05 xRuleElement occurs 50 times.
               10 xRuleFruitT      pic x(14).
               10 xRuleTypeT       pic x.
               10 nRuleQtyT        pic 9(3).
               10 nRuleValueT      pic 9(3)v99.
               10 nRuleStartT      pic 9(8).
               10 nRuleEndT        pic 9(8).

       01 xTaxTable.
           05 xTaxElement occurs 20 times.
               10 xTaxCategoryT    pic x(10).
               10 nTaxRatePctT     pic 99v99.

       01 xOpenOrderTable.
           05  xOpenOrderElement occurs 1 to 2000 times
                   depending on nOpenOrderCount.
               10 nOpenOrdNumT         pic 9(6).
               10 xOpenOrdLocT         pic x(3).

       01 xCommitTable.
           05  xCommitElement occurs 1 to 1000 times
                   depending on nCommitCount.
               10 xCommitLocT          pic x(3).
               10 xCommitFruitT        pic x(14).
               10 nCommitQtyT          pic 9(6)v99.

       01 xWorkLineTable.
           05 xWorkLineElement occurs 100 times.
               10 xWorkFruitT          pic x(14).
               10 nWorkQtyT            pic 9(5)v99.
               10 nWorkPriceT          pic 9v99.

       01 xSalesDetail.
           05 xSalesDateOut        pic 9(8).
           05 filler               pic x value space.
           05 xSalesTimeOut        pic 9(6).
           05 filler               pic x value space.
           05 xSalesNameOut        pic x(14).
           05 filler               pic x value space.
           05 nSalesQtyOut         pic 9(5)v99.
           05 filler               pic x value space.
           05 nSalesPriceOut       pic 9(5)v99.
           05 filler               pic x value space.
           05 xSalesCustOut        pic x(8).

       01 xReportHeading-1.
           05 filler               pic x(40)   value
               "*** Standing Order Generation ***".
           05 filler               pic x(10)   value "Run date: ".
           05 neHeadingDate        pic 9999/99/99.

       01 xReportHeading-2.
           05 filler               pic x(10)   value "STANDING".
           05 filler               pic x(10)   value "CUST ID".
           05 filler               pic x(6)    value "LOC".
           05 filler               pic x(10)   value "ORDER".
           05 filler               pic x(8)    value "TENDER".
           05 filler               pic x(12)   value "TOTAL".

       01 xGeneratedDetail.
           05 neGenStandIdOut      pic 9(5).
           05 filler               pic x(5)    value spaces.
           05 xGenCustOut          pic x(8).
           05 filler               pic xx      value spaces.
           05 xGenLocOut           pic x(3).
           05 filler               pic x(3)    value spaces.
           05 neGenOrderNumOut     pic 9(6).
           05 filler               pic x(4)    value spaces.
           05 xGenTenderOut        pic x(8).
           05 neGenTotalOut        pic zz,zz9.99.

       01 xExceptionHeading.
           05 filler               pic x(44)   value
               "*** Standing orders not generated ***".

       01 xExceptionDetail.
           05 neExcStandIdOut      pic 9(5).
           05 filler               pic x(5)    value spaces.
           05 xExcCustOut          pic x(8).
           05 filler               pic xx      value spaces.
           05 xExcTextOut          pic x(50).

       01 xFooter-1.
           05 filler               pic x(18)   value "Orders generated: ".
           05 neFootGenerated      pic zzz9.
           05 filler               pic x(12)   value "   total  $".
           05 neFootTotal          pic zzz,zz9.99.
           05 filler               pic x(15)   value "   exceptions: ".
           05 neFootExceptions     pic zzz9.

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
           perform 200-process-standing
               varying nStandSubscript from 1 by 1
               until nStandSubscript > nStandCount.
           perform 300-termination.

           if nExceptionCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           perform 110-load-standing.
           perform 115-load-standing-lines.
           perform 120-load-sale-prices.
           perform 122-load-pricing-rules.
           perform 124-load-tax-table.
           perform 130-load-open-orders.
           perform 135-load-committed-stock.

           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           open input locationStock.
           open input customers.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-24-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-24-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-standing.
           open input standingFile.

           if xStatusStanding = "35"
               move "y" to xStandEofFlag,
           else
               move xStatusStanding to xCurrentStatus,
               move "StandingOrders.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-standing until xStandEofFlag = "y",
               close standingFile,
           end-if.

       111-read-standing.
           read standingFile
               at end
                   move "y" to xStandEofFlag,
               not at end
                   if nStandCount < 500
                       add 1 to nStandCount,
                       move nStandIdIn to nStandIdT (nStandCount),
                       move xStandCustIn to xStandCustT (nStandCount),
                       move xStandLocIn to xStandLocT (nStandCount),
                       move function upper-case(xStandFreqIn)
                           to xStandFreqT (nStandCount),
                       move nStandStartIn to nStandStartT (nStandCount),
                       move nStandEndIn to nStandEndT (nStandCount),
                       move function upper-case(xStandPausedIn)
                           to xStandPausedT (nStandCount),
                       if nStandLastGenIn numeric
                           move nStandLastGenIn to nStandLastGenT (nStandCount),
                       else
                           move 0 to nStandLastGenT (nStandCount),
                       end-if,
                       if xStandLocIn = spaces
                           move "001" to xStandLocT (nStandCount),
                       end-if,
                   else
                       display "*** StandingOrders.txt holds more than 500",
                           " orders. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusStanding to xCurrentStatus.
           move "StandingOrders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-load-standing-lines.
           open input standingLines.

           if xStatusStandLines = "00"
               perform 116-read-standing-line until xStandLinesEofFlag = "y",
               close standingLines,
           end-if.

       116-read-standing-line.
           read standingLines
               at end
                   move "y" to xStandLinesEofFlag,
               not at end
                   if nStandLineCount < 3000
                       add 1 to nStandLineCount,
                       move nStandLineIdIn to nStandLineIdT (nStandLineCount),
                       move xStandLineFruitIn
                           to xStandLineFruitT (nStandLineCount),
                       move nStandLineQtyIn to nStandLineQtyT (nStandLineCount),
                   end-if,
           end-read.

           move xStatusStandLines to xCurrentStatus.
           move "StandingOrderLines.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-sale-prices.
           open input saleFile.

           if xStatusSale = "00"
               perform 121-read-sale-price until xSaleEofFlag = "y",
               close saleFile,
           end-if.

       121-read-sale-price.
           read saleFile
               at end
                   move "y" to xSaleEofFlag,
               not at end
                   if nSaleLoadSubscript < 50
                       add 1 to nSaleLoadSubscript,
                       move xSaleFruitIn to xSaleFruitT (nSaleLoadSubscript),
                       move nSalePriceIn to nSalePriceT (nSaleLoadSubscript),
                       move nSaleStartIn to nSaleStartT (nSaleLoadSubscript),
                       move nSaleEndIn to nSaleEndT (nSaleLoadSubscript),
                   end-if,
           end-read.

       122-load-pricing-rules.
           open input pricingRules.

           if xStatusRules = "00"
               perform 123-read-pricing-rule until xRulesEofFlag = "y",
               close pricingRules,
           end-if.

       123-read-pricing-rule.
           read pricingRules
               at end
                   move "y" to xRulesEofFlag,
               not at end
                   if nRuleCount < 50
                       add 1 to nRuleCount,
                       move xRuleFruitIn to xRuleFruitT (nRuleCount),
                       move xRuleTypeIn to xRuleTypeT (nRuleCount),
                       move nRuleQtyIn to nRuleQtyT (nRuleCount),
                       move nRuleValueIn to nRuleValueT (nRuleCount),
                       move nRuleStartIn to nRuleStartT (nRuleCount),
                       move nRuleEndIn to nRuleEndT (nRuleCount),
                   end-if,
           end-read.

       124-load-tax-table.
           open input taxFile.

           if xStatusTax = "00"
               perform 125-read-tax-category until xTaxEofFlag = "y",
               close taxFile,
           end-if.

       125-read-tax-category.
           read taxFile
               at end
                   move "y" to xTaxEofFlag,
               not at end
                   if nTaxCount < 20
                       add 1 to nTaxCount,
                       move xTaxCategoryIn to xTaxCategoryT (nTaxCount),
                       move nTaxRatePctIn to nTaxRatePctT (nTaxCount),
                   end-if,
           end-read.

       130-load-open-orders.
           open input orderHeaders.

           if xStatusOrderHdr = "00"
               perform 131-read-open-order until xOrdersEofFlag = "y",
               close orderHeaders,
           end-if.

       131-read-open-order.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   if xOrderStatusOut = "O"
                       and nOpenOrderCount < 2000
                       add 1 to nOpenOrderCount,
                       move nOrderNumberOut to nOpenOrdNumT (nOpenOrderCount),
                       move xOrderLocOut to xOpenOrdLocT (nOpenOrderCount),
                   end-if,
           end-read.

           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       135-load-committed-stock.
           open input orderLines.

           if xStatusOrderLines = "00"
               perform 136-read-open-line until xOrderLinesEofFlag = "y",
               close orderLines,
           end-if.

       136-read-open-line.
           read orderLines
               at end
                   move "y" to xOrderLinesEofFlag,
               not at end
                   move 0 to nOpenOrderFound,
                   perform 137-find-open-order
                       varying nOpenOrderSubscript from 1 by 1
                       until nOpenOrderSubscript > nOpenOrderCount
                       or nOpenOrderFound > 0,
                   if nOpenOrderFound > 0
                       move xOpenOrdLocT (nOpenOrderFound) to xLocCodeIn,
                       move xLineFruitOut to xLocFruitIn,
                       move nLineQtyOut to nOrderQtyRequested,
                       perform 240-commit-stock,
                   end-if,
           end-read.

           move xStatusOrderLines to xCurrentStatus.
           move "OrderLines.txt" to xCurrentFileName.
           perform 901-check-read-status.

       137-find-open-order.
           if nOpenOrdNumT (nOpenOrderSubscript) = nLineOrderNumOut
               move nOpenOrderSubscript to nOpenOrderFound,
           end-if.

       200-process-standing.
           perform 205-check-due.

           if xDueFlag = "y"
               move 0 to nOrderLineCount,
               move 0 to nBasketTotal,
               move 0 to nTaxTotal,
               move "n" to xShortFlag,
               move spaces to xExceptionText,

               perform 210-price-standing-line
                   varying nStandLineSubscript from 1 by 1
                   until nStandLineSubscript > nStandLineCount
                   or xShortFlag = "y",

               if xShortFlag = "n" and nOrderLineCount = 0
                   move "y" to xShortFlag,
                   move "no fruit lines on file" to xExceptionText,
               end-if,

               if xShortFlag = "y"
                   perform 260-report-exception,
               else
                   perform 220-generate-order,
               end-if,
           end-if.

       205-check-due.
           move "n" to xDueFlag.

           if xStandPausedT (nStandSubscript) not = "Y"
               and nStandStartT (nStandSubscript) <= xRunDate
               and (nStandEndT (nStandSubscript) = 0
                   or nStandEndT (nStandSubscript) >= xRunDate)
               and nStandLastGenT (nStandSubscript) < xRunDate
               and function test-date-yyyymmdd (nStandStartT (nStandSubscript)) = 0
               compute nStartInteger = function integer-of-date
                   (nStandStartT (nStandSubscript)),
               compute nDaysSinceStart = nTodayInteger - nStartInteger,
               evaluate xStandFreqT (nStandSubscript)
                   when "W"
                       move 7 to nCycleDays,
                       perform 206-check-cycle,
                   when "B"
                       move 14 to nCycleDays,
                       perform 206-check-cycle,
                   when "M"
                       perform 207-check-month-day,
                   when other
                       move "frequency must be W, B or M" to xExceptionText,
                       perform 260-report-exception,
               end-evaluate,
           end-if.

       206-check-cycle.
           divide nDaysSinceStart by nCycleDays
               giving nCycleQuotient remainder nCycleRemainder.
           if nCycleRemainder = 0
               move "y" to xDueFlag,
           end-if.

       207-check-month-day.
           if xRunDate (7:2) = nStandStartT (nStandSubscript) (7:2)
               move "y" to xDueFlag,
           else
               move xRunDate to nNextMonthFirst,
               move 01 to nNextMonthFirst (7:2),
               if nNextMonthFirst (5:2) = 12
                   add 10000 to nNextMonthFirst,
                   move 01 to nNextMonthFirst (5:2),
               else
                   add 100 to nNextMonthFirst,
               end-if,
               compute nMonthEndDate = function date-of-integer
                   (function integer-of-date (nNextMonthFirst) - 1),
               if xRunDate = nMonthEndDate
                   and nStandStartT (nStandSubscript) (7:2) > xRunDate (7:2)
                   move "y" to xDueFlag,
               end-if,
           end-if.

       210-price-standing-line.
           if nStandLineIdT (nStandLineSubscript) = nStandIdT (nStandSubscript)
               move xStandLineFruitT (nStandLineSubscript) to xFruitNameIn,
               move nStandLineQtyT (nStandLineSubscript) to nOrderQtyRequested,
               read masterfile key is xFruitNameIn
                   invalid key
                       move "y" to xShortFlag,
                       move spaces to xExceptionText,
                       string "'" delimited by size
                           xStandLineFruitT (nStandLineSubscript)
                               delimited by "  "
                           "' is not in the catalog" delimited by size
                           into xExceptionText,
                   not invalid key
                       move nOrderQtyRequested to nWholeQty,
                       if xFruitUomIn not = "LB" and xFruitUomIn not = "KG"
                           and nWholeQty not = nOrderQtyRequested
                           move "y" to xShortFlag,
                           move spaces to xExceptionText,
                           string "'" delimited by size
                               xFruitNameIn delimited by "  "
                               "' sold by the each - qty not whole"
                                   delimited by size
                               into xExceptionText,
                       else
                           perform 211-check-stock,
                       end-if,
               end-read,
           end-if.

       211-check-stock.
           move xStandLocT (nStandSubscript) to xLocCodeIn.
           move xFruitNameIn to xLocFruitIn.

           if xStatusLocStock = "00" or xStatusLocStock = "23"
               read locationStock key is xLocStockKey
                   invalid key
                       move 0 to nAvailableQty,
                   not invalid key
                       move nLocQtyIn to nAvailableQty,
               end-read,
           else
               move nFruitQtyIn to nAvailableQty,
           end-if.

           move xStandLocT (nStandSubscript) to xLocCodeIn.
           move xFruitNameIn to xLocFruitIn.
           perform 241-find-commit.
           if nCommitFoundSubscript > 0
               subtract nCommitQtyT (nCommitFoundSubscript) from nAvailableQty,
           end-if.
           perform 212-check-earlier-lines
               varying nWorkLineSubscript from 1 by 1
               until nWorkLineSubscript > nOrderLineCount.

           if nOrderQtyRequested > nAvailableQty
               move "y" to xShortFlag,
               move spaces to xExceptionText,
               string "short stock for '" delimited by size
                   xFruitNameIn delimited by "  "
                   "' at location " delimited by size
                   xStandLocT (nStandSubscript) delimited by size
                   into xExceptionText,
           else
               perform 213-find-sale-price,
               perform 215-apply-pricing-rules,
               perform 217-compute-line-tax,
               compute nBasketTotal rounded = nBasketTotal
                   + nChargeQty * nUnitPrice,
               if nOrderLineCount < 100
                   add 1 to nOrderLineCount,
                   move xFruitNameIn to xWorkFruitT (nOrderLineCount),
                   move nChargeQty to nWorkQtyT (nOrderLineCount),
                   move nUnitPrice to nWorkPriceT (nOrderLineCount),
               end-if,
               if nFreeQty > 0 and nOrderLineCount < 100
                   add 1 to nOrderLineCount,
                   move xFruitNameIn to xWorkFruitT (nOrderLineCount),
                   move nFreeQty to nWorkQtyT (nOrderLineCount),
                   move 0 to nWorkPriceT (nOrderLineCount),
               end-if,
           end-if.

       212-check-earlier-lines.
           if xWorkFruitT (nWorkLineSubscript) = xFruitNameIn
               subtract nWorkQtyT (nWorkLineSubscript) from nAvailableQty,
           end-if.

       213-find-sale-price.
           move "n" to xOnSaleFlag.
           move nItemPriceIn to nEffectivePrice.

           perform 214-search-sale-price
               varying nSaleSearchSubscript from 1 by 1
               until nSaleSearchSubscript > nSaleLoadSubscript
               or xOnSaleFlag = "y".

       214-search-sale-price.
           if xSaleFruitT (nSaleSearchSubscript) = xFruitNameIn
               and xRunDate >= nSaleStartT (nSaleSearchSubscript)
               and xRunDate <= nSaleEndT (nSaleSearchSubscript)
               move "y" to xOnSaleFlag,
               move nSalePriceT (nSaleSearchSubscript) to nEffectivePrice,
           end-if.

       215-apply-pricing-rules.
           move nOrderQtyRequested to nChargeQty.
           move 0 to nFreeQty.
           move nEffectivePrice to nUnitPrice.
           move 0 to nDiscountAmount.
           move "n" to xRuleAppliedFlag.

           perform 216-evaluate-rule
               varying nRuleSubscript from 1 by 1
               until nRuleSubscript > nRuleCount
               or xRuleAppliedFlag = "y".

       216-evaluate-rule.
           if xRuleFruitT (nRuleSubscript) = xFruitNameIn
               and xRunDate >= nRuleStartT (nRuleSubscript)
               and xRunDate <= nRuleEndT (nRuleSubscript)
               if xRuleTypeT (nRuleSubscript) = "Q"
                   and nOrderQtyRequested >= nRuleQtyT (nRuleSubscript)
                   move "y" to xRuleAppliedFlag,
                   move nRuleValueT (nRuleSubscript) to nUnitPrice,
                   compute nDiscountAmount rounded = nOrderQtyRequested
                       * (nEffectivePrice - nUnitPrice),
               end-if,
               if xRuleTypeT (nRuleSubscript) = "B"
                   compute nBundleGroupSize =
                       nRuleQtyT (nRuleSubscript)
                       + nRuleValueT (nRuleSubscript),
                   if nBundleGroupSize > 0
                       and nOrderQtyRequested >= nBundleGroupSize
                       move "y" to xRuleAppliedFlag,
                       compute nBundleGroups = nOrderQtyRequested
                           / nBundleGroupSize,
                       compute nFreeQty = nBundleGroups
                           * nRuleValueT (nRuleSubscript),
                       compute nChargeQty = nOrderQtyRequested
                           - nFreeQty,
                       compute nDiscountAmount = nFreeQty
                           * nEffectivePrice,
                   end-if,
               end-if,
           end-if.

       217-compute-line-tax.
           move 0 to nTaxRateFound.
           move 0 to nLineTax.

           perform 218-scan-tax-category
               varying nTaxSubscript from 1 by 1
               until nTaxSubscript > nTaxCount.

           if nTaxRateFound > 0
               compute nLineTax rounded = nChargeQty * nUnitPrice
                   * nTaxRateFound / 100,
               add nLineTax to nTaxTotal,
           end-if.

       218-scan-tax-category.
           if xTaxCategoryT (nTaxSubscript) = xCategoryIn
               move nTaxRatePctT (nTaxSubscript) to nTaxRateFound,
           end-if.

       220-generate-order.
           add nTaxTotal to nBasketTotal.

           perform 225-resolve-tender.
           perform 230-assign-order-number.
           perform 235-write-order.
           perform 245-write-sales-history.
           perform 250-earn-loyalty.

           move xRunDate to nStandLastGenT (nStandSubscript).
           add 1 to nOrdersGenerated.
           add nBasketTotal to nGeneratedTotal.

           move nStandIdT (nStandSubscript) to neGenStandIdOut.
           move xStandCustT (nStandSubscript) to xGenCustOut.
           move xStandLocT (nStandSubscript) to xGenLocOut.
           move nOrderNumber to neGenOrderNumOut.
           if xOrderTender = "A"
               move "ACCOUNT" to xGenTenderOut,
           else
               move "SETTLED" to xGenTenderOut,
           end-if.
           move nBasketTotal to neGenTotalOut.
           display xGeneratedDetail.
           write xOutput from xGeneratedDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-24-output.txt" to xCurrentFileName.
           perform 900-check-status.

       225-resolve-tender.
           move "S" to xOrderTender.
           move "n" to xCustFoundFlag.

           if xStatusCust = "00" or xStatusCust = "23"
               move xStandCustT (nStandSubscript) to xCustIdIn,
               read customers key is xCustIdIn
                   invalid key
                       continue,
                   not invalid key
                       move "y" to xCustFoundFlag,
                       move xCustCreditFlagIn to xCustCreditFlag,
                       move nCustCreditLimitIn to nCustCreditLimit,
               end-read,
           end-if.

           if xCustFoundFlag = "y" and xCustCreditFlag = "Y"
               perform 226-compute-open-balance,
               if nAccountOpenBalance + nBasketTotal
                   not > nCustCreditLimit
                   move "A" to xOrderTender,
               end-if,
           end-if.

       226-compute-open-balance.
           move 0 to nAccountOpenBalance.
           move "n" to xInvoicesEofFlag.

           open input invoicesFile.
           if xStatusInvoices = "00"
               perform 227-read-open-invoice
                   until xInvoicesEofFlag = "y",
               close invoicesFile,
           end-if.

           move "n" to xOrdersEofFlag.
           open input orderHeaders.
           if xStatusOrderHdr = "00"
               perform 228-read-open-account-order until xOrdersEofFlag = "y",
               close orderHeaders,
           end-if.

       227-read-open-invoice.
           read invoicesFile
               at end
                   move "y" to xInvoicesEofFlag,
               not at end
                   if xInvCustIn = xStandCustT (nStandSubscript)
                       and nInvAmountIn > nInvPaidIn
                       compute nAccountOpenBalance =
                           nAccountOpenBalance
                           + nInvAmountIn - nInvPaidIn,
                   end-if,
           end-read.

       228-read-open-account-order.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   if xOrderCustOut = xStandCustT (nStandSubscript)
                       and xOrderTenderOut = "A"
                       and xOrderBilledOut not = "Y"
                       and xOrderStatusOut not = "X"
                       add nOrderTotalOut to nAccountOpenBalance,
                   end-if,
           end-read.

       230-assign-order-number.
           open input orderControl.

           if xStatusOrderCtl = "35"
               move 1 to nOrderNumber,
           else
               move xStatusOrderCtl to xCurrentStatus,
               move "OrderControl.txt" to xCurrentFileName,
               perform 900-check-status,
               read orderControl
                   at end
                       move 1 to nOrderNumber,
                   not at end
                       move nNextOrderNumberIn to nOrderNumber,
               end-read,
               close orderControl,
           end-if.

           open output orderControl.
           move xStatusOrderCtl to xCurrentStatus.
           move "OrderControl.txt" to xCurrentFileName.
           perform 900-check-status.

           compute nNextOrderNumberIn = nOrderNumber + 1.
           write xOrderControlInput.
           move xStatusOrderCtl to xCurrentStatus.
           move "OrderControl.txt" to xCurrentFileName.
           perform 900-check-status.

           close orderControl.
           move xStatusOrderCtl to xCurrentStatus.
           move "OrderControl.txt" to xCurrentFileName.
           perform 900-check-status.

       235-write-order.
           accept xRunTimeRaw from time.

           open extend orderHeaders.
           if xStatusOrderHdr = "35"
               open output orderHeaders,
           end-if.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 900-check-status.

           move nOrderNumber to nOrderNumberOut.
           move xRunDate to nOrderDateOut.
           move xRunTimeRaw (1:6) to nOrderTimeOut.
           move xStandCustT (nStandSubscript) to xOrderCustOut.
           move nBasketTotal to nOrderTotalOut.
           move xOrderTender to xOrderTenderOut.
           move "N" to xOrderBilledOut.
           move nTaxTotal to nOrderTaxOut.
           move "O" to xOrderStatusOut.
           move xStandLocT (nStandSubscript) to xOrderLocOut.
           move spaces to xOrderDeliveryOut.
           write xOrderHeader.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 900-check-status.

           close orderHeaders.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 900-check-status.

           open extend orderLines.
           if xStatusOrderLines = "35"
               open output orderLines,
           end-if.
           move xStatusOrderLines to xCurrentStatus.
           move "OrderLines.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 236-write-order-line
               varying nReceiptSubscript from 1 by 1
               until nReceiptSubscript > nOrderLineCount.

           close orderLines.
           move xStatusOrderLines to xCurrentStatus.
           move "OrderLines.txt" to xCurrentFileName.
           perform 900-check-status.

       236-write-order-line.
           move nOrderNumber to nLineOrderNumOut.
           move nReceiptSubscript to nLineNumberOut.
           move xWorkFruitT (nReceiptSubscript) to xLineFruitOut.
           move nWorkQtyT (nReceiptSubscript) to nLineQtyOut.
           move nWorkPriceT (nReceiptSubscript) to nLinePriceOut.

           write xOrderLine.
           move xStatusOrderLines to xCurrentStatus.
           move "OrderLines.txt" to xCurrentFileName.
           perform 900-check-status.

           move xStandLocT (nStandSubscript) to xLocCodeIn.
           move xWorkFruitT (nReceiptSubscript) to xLocFruitIn.
           move nWorkQtyT (nReceiptSubscript) to nOrderQtyRequested.
           perform 240-commit-stock.

       240-commit-stock.
           perform 241-find-commit.

           if nCommitFoundSubscript = 0 and nCommitCount < 1000
               add 1 to nCommitCount,
               move nCommitCount to nCommitFoundSubscript,
               move xLocCodeIn to xCommitLocT (nCommitFoundSubscript),
               move xLocFruitIn to xCommitFruitT (nCommitFoundSubscript),
               move 0 to nCommitQtyT (nCommitFoundSubscript),
           end-if.

           if nCommitFoundSubscript > 0
               add nOrderQtyRequested to nCommitQtyT (nCommitFoundSubscript),
           end-if.

       241-find-commit.
           move 0 to nCommitFoundSubscript.
           perform 242-scan-commit
               varying nCommitSubscript from 1 by 1
               until nCommitSubscript > nCommitCount
               or nCommitFoundSubscript > 0.

       242-scan-commit.
           if xCommitLocT (nCommitSubscript) = xLocCodeIn
               and xCommitFruitT (nCommitSubscript) = xLocFruitIn
               move nCommitSubscript to nCommitFoundSubscript,
           end-if.

       245-write-sales-history.
           open extend salesHistory.
           if xStatusSales = "35"
               open output salesHistory,
           end-if.
           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 246-write-sales-line
               varying nReceiptSubscript from 1 by 1
               until nReceiptSubscript > nOrderLineCount.

           close salesHistory.
           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       246-write-sales-line.
           move xRunDate to xSalesDateOut.
           move xRunTimeRaw (1:6) to xSalesTimeOut.
           move xWorkFruitT (nReceiptSubscript) to xSalesNameOut.
           move nWorkQtyT (nReceiptSubscript) to nSalesQtyOut.
           move nWorkPriceT (nReceiptSubscript) to nSalesPriceOut.
           move xStandCustT (nStandSubscript) to xSalesCustOut.
           write xSalesRecord from xSalesDetail.
           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       250-earn-loyalty.
           compute nPointsEarned = nBasketTotal.

           if nPointsEarned > 0
               and xStandCustT (nStandSubscript) not = spaces
               open extend loyaltyLedger,
               if xStatusLoyalty = "35"
                   open output loyaltyLedger,
               end-if,
               move xStatusLoyalty to xCurrentStatus,
               move "LoyaltyLedger.txt" to xCurrentFileName,
               perform 900-check-status,

               move xStandCustT (nStandSubscript) to xLoyCustIdIn,
               move xRunDate to nLoyDateIn,
               move "E" to xLoyTypeIn,
               move nPointsEarned to nLoyPointsIn,
               move nOrderNumber to nLoyOrderNumIn,
               write xLoyaltyInput,
               move xStatusLoyalty to xCurrentStatus,
               move "LoyaltyLedger.txt" to xCurrentFileName,
               perform 900-check-status,

               close loyaltyLedger,
               move xStatusLoyalty to xCurrentStatus,
               move "LoyaltyLedger.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       260-report-exception.
           if nExceptionCount = 0
               display xExceptionHeading,
               write xOutput from xExceptionHeading before advancing 1 line,
           end-if.

           add 1 to nExceptionCount.
           move nStandIdT (nStandSubscript) to neExcStandIdOut.
           move xStandCustT (nStandSubscript) to xExcCustOut.
           move xExceptionText to xExcTextOut.
           display xExceptionDetail.
           write xOutput from xExceptionDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-24-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nOrdersGenerated to neFootGenerated.
           move nGeneratedTotal to neFootTotal.
           move nExceptionCount to neFootExceptions.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-24-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           if xStatusLocStock = "00" or xStatusLocStock = "23"
               close locationStock,
           end-if.

           if xStatusCust = "00" or xStatusCust = "23"
               close customers,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-24-output.txt" to xCurrentFileName.
           perform 900-check-status.

           if nOrdersGenerated > 0
               perform 310-rewrite-standing,
           end-if.

           perform 295-write-audit.

       310-rewrite-standing.
           open output standingFile.
           move xStatusStanding to xCurrentStatus.
           move "StandingOrders.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 311-write-standing
               varying nStandSubscript from 1 by 1
               until nStandSubscript > nStandCount.

           close standingFile.
           move xStatusStanding to xCurrentStatus.
           move "StandingOrders.txt" to xCurrentFileName.
           perform 900-check-status.

       311-write-standing.
           move nStandIdT (nStandSubscript) to nStandIdIn.
           move xStandCustT (nStandSubscript) to xStandCustIn.
           move xStandLocT (nStandSubscript) to xStandLocIn.
           move xStandFreqT (nStandSubscript) to xStandFreqIn.
           move nStandStartT (nStandSubscript) to nStandStartIn.
           move nStandEndT (nStandSubscript) to nStandEndIn.
           move xStandPausedT (nStandSubscript) to xStandPausedIn.
           move nStandLastGenT (nStandSubscript) to nStandLastGenIn.

           write xStandingInput.
           move xStatusStanding to xCurrentStatus.
           move "StandingOrders.txt" to xCurrentFileName.
           perform 900-check-status.

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

           move "FRUITS-24" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nStandCount to neAuditRecordsReadOut.
           move nOrdersGenerated to neAuditRecordsWrittenOut.
           move nExceptionCount to neAuditExceptionsOut.
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
