               organization is indexed
               record key is xLocStockKey
               file status is xStatusLocStock.
           select suppliers assign to "Suppliers.txt"
               organization is indexed
               record key is xSuppCodeIn
               file status is xStatusSupp.
           select salesHistory assign to "SalesHistory.txt" organization is line sequential
               file status is xStatusSales.

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

       fd outfile.
       01 xOutput                     pic x(80).
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd suppliers.
       01 xSupplier.
           05 xSuppCodeIn      pic x(8).
           05 xSuppNameIn      pic x(30).
           05 xSuppContactIn.
               10 xSuppContactNameIn pic x(20).
               10 xSuppPhoneIn    pic x(15).
               10 xSuppEmailIn    pic x(40).
           05 nSuppTermsDaysIn pic 999.
           05 nSuppLeadDaysIn  pic 999.
           05 nSuppMinQtyIn    pic 999.
           05 xSuppOrderDaysIn pic x(7).

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

       working-storage section.
       77 xEofFlag                    pic x value 'n'.
       77 xStatusLocStock               pic xx value "00".
       77 xLocEofFlag                   pic x value "n".
       77 xOldLocation                  pic x(3) value spaces.
       77 xStatusSupp                   pic xx value "00".
       77 xStatusSales                  pic xx value "00".
       77 xSalesEofFlag                 pic x value "n".
       77 xSuppMasterFlag               pic x value "n".
       77 xSuppFoundFlag                pic x value "n".
       77 nLeadDays                     pic 999 value 0.
       77 nMinOrderQty                  pic 999 value 0.
       77 xOrderDays                    pic x(7) value "YYYYYYY".
       77 nUsageDays                    pic 99 value 28.
       77 nTodayInteger                 pic 9(7) value 0.
       77 nSaleInteger                  pic 9(7) value 0.
       77 nUsageCount                   pic 999 value 0.
       77 nUsageSubscript               pic 999.
       77 nUsageFoundSubscript          pic 999 value 0.
       77 nDailyUsage                   pic 9(5)v99 value 0.
       77 nLeadDemand                   pic 9(5) value 0.
       77 nReorderLevel                 pic 9(5) value 0.
       77 nDayOffset                    pic 9 value 0.
       77 nWeekday                      pic 9 value 0.
       77 nDayInteger                   pic 9(7) value 0.
       77 nWeekQuotient                 pic 9(7) value 0.
       77 xOrderDayFoundFlag            pic x value "n".
       77 nScheduledDate                pic 9(8) value 0.

       01 xUsageTable.
           05 xUsageElement occurs 1 to 500 times
                   depending on nUsageCount.
               10 xUsageFruitT     pic x(14).
               10 nUsageQtyT       pic s9(6)v99.

       01 xLocationHeading.
           05 filler               pic x(10)   value "Location: ".
           05 nePoQtyOut           pic zzz9.
           05 filler               pic x(10)   value " supplier ".
           05 xPoCreatedSupplierOut pic x(14).
           05 filler               pic x(4)    value " on ".
           05 nePoScheduledOut     pic 9999/99/99.

       01 xOutputHeading-1.
           05 filler                   pic x(14)   value "Fruit Name".
       01 xOutputDetail.
           05 xFruitNameOut            pic x(14).
           05 filler                   pic x(2)    value spaces.
           05 neFruitQtyOut            pic zzz9.99.
           05 filler                   pic x(2)    value spaces.
           05 neReorderPointOut        pic zzzzzzzzzzzz9.
           05 filler                   pic x(2)    value spaces.
           display "*** Fruit reorder report ***".

           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           perform 110-load-open-pos.
           perform 120-load-po-control.
           perform 130-load-usage.

           open input suppliers.
           if xStatusSupp = "00"
               move "y" to xSuppMasterFlag,
           else
               display "Supplier master not available - no lead times,",
                   " minimums or order days applied.",
           end-if.

           open extend poFile.
           if xStatusPoFile = "35"
               perform 900-check-status,
           end-if.

       130-load-usage.
           open input salesHistory.

           if xStatusSales = "00"
               perform 131-read-sale until xSalesEofFlag = "y",
               close salesHistory,
           end-if.

       131-read-sale.
           read salesHistory
               at end
                   move "y" to xSalesEofFlag,
               not at end
                   if function test-date-yyyymmdd (xSalesDateIn) = 0
                       compute nSaleInteger =
                           function integer-of-date (xSalesDateIn),
                       if nSaleInteger > nTodayInteger - nUsageDays
                           and nSaleInteger <= nTodayInteger
                           perform 132-add-usage,
                       end-if,
                   end-if,
           end-read.

           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-add-usage.
           move 0 to nUsageFoundSubscript.
           perform 133-search-usage
               varying nUsageSubscript from 1 by 1
               until nUsageSubscript > nUsageCount
               or nUsageFoundSubscript > 0.

           if nUsageFoundSubscript = 0 and nUsageCount < 500
               add 1 to nUsageCount,
               move nUsageCount to nUsageFoundSubscript,
               move xSalesNameIn to xUsageFruitT (nUsageCount),
               move 0 to nUsageQtyT (nUsageCount),
           end-if.

           if nUsageFoundSubscript > 0
               if xSalesCustIn = "RETURN"
                   subtract nSalesQtyIn
                       from nUsageQtyT (nUsageFoundSubscript),
               else
                   add nSalesQtyIn to nUsageQtyT (nUsageFoundSubscript),
               end-if,
           end-if.

       133-search-usage.
           if xUsageFruitT (nUsageSubscript) = xSalesNameIn
               move nUsageSubscript to nUsageFoundSubscript,
           end-if.

       200-report.
           open input locationStock.

           perform 901-check-read-status.

       220-check-reorder.
           perform 270-supplier-terms.

           if nFruitQtyIn <= nReorderLevel
               add 1 to nReorderCount,
               perform 230-display-detail,
               perform 240-create-po,
               display "Open PO already on file for '",
                   function trim(xFruitNameIn), "' - none created.",
           else
               compute nSuggestedQty = nReorderPoint * 2 + nLeadDemand,
               subtract nFruitQtyIn from nSuggestedQty,
               if nSuggestedQty = 0
                   move nReorderPoint to nSuggestedQty,
               end-if,
               if nSuggestedQty < nMinOrderQty
                   move nMinOrderQty to nSuggestedQty,
               end-if,
               if nSuggestedQty > 999
                   move 999 to nSuggestedQty,
               end-if,
               perform 280-schedule-po,
               if xSuppMasterFlag = "y" and xSuppFoundFlag = "n"
                   display "Supplier '", function trim(xSupplierIn),
                       "' for '", function trim(xFruitNameIn),
                       "' is not on the supplier master.",
               end-if,

               move nNextPoNumber to nPoNumberIn,
               move xSupplierIn to xPoSupplierIn,
               move nSuggestedQty to nPoQtyIn,
               move "O" to xPoStatusIn,
               move nScheduledDate to nPoDateIn,

               write xPoInput,
               move xStatusPoFile to xCurrentStatus,
               move xFruitNameIn to xPoCreatedFruitOut,
               move nSuggestedQty to nePoQtyOut,
               move xSupplierIn to xPoCreatedSupplierOut,
               move nScheduledDate to nePoScheduledOut,
               display xPoCreatedDetail,

               add 1 to nNextPoNumber,
                       "' stocked at ", xLocCodeIn,
                       " but not on the catalog.",
               not invalid key
                   perform 270-supplier-terms,
                   if nLocQtyIn <= nReorderLevel
                       add 1 to nReorderCount,
                       move nLocQtyIn to nFruitQtyIn,
                       perform 230-display-detail,
                   end-if,
           end-read.

       270-supplier-terms.
           move "n" to xSuppFoundFlag.
           move 0 to nLeadDays.
           move 0 to nMinOrderQty.
           move "YYYYYYY" to xOrderDays.

           if xSuppMasterFlag = "y"
               move xSupplierIn to xSuppCodeIn,
               read suppliers key is xSuppCodeIn
                   invalid key
                       continue,
                   not invalid key
                       move "y" to xSuppFoundFlag,
                       move nSuppLeadDaysIn to nLeadDays,
                       move nSuppMinQtyIn to nMinOrderQty,
                       if xSuppOrderDaysIn not = spaces
                           and xSuppOrderDaysIn not = "NNNNNNN"
                           move xSuppOrderDaysIn to xOrderDays,
                       end-if,
               end-read,
           end-if.

           move 0 to nUsageFoundSubscript.
           perform 271-find-usage
               varying nUsageSubscript from 1 by 1
               until nUsageSubscript > nUsageCount
               or nUsageFoundSubscript > 0.

           move 0 to nDailyUsage.
           if nUsageFoundSubscript > 0
               if nUsageQtyT (nUsageFoundSubscript) > 0
                   compute nDailyUsage rounded =
                       nUsageQtyT (nUsageFoundSubscript) / nUsageDays,
               end-if,
           end-if.

           compute nLeadDemand rounded = nDailyUsage * nLeadDays.
           compute nReorderLevel = nReorderPoint + nLeadDemand.

       271-find-usage.
           if xUsageFruitT (nUsageSubscript) = xFruitNameIn
               move nUsageSubscript to nUsageFoundSubscript,
           end-if.

       280-schedule-po.
           move xRunDate to nScheduledDate.
           move "n" to xOrderDayFoundFlag.

           perform 281-check-order-day
               varying nDayOffset from 0 by 1
               until nDayOffset > 6
               or xOrderDayFoundFlag = "y".

       281-check-order-day.
           compute nDayInteger = nTodayInteger + nDayOffset - 1.
           divide nDayInteger by 7
               giving nWeekQuotient remainder nWeekday.

           if xOrderDays (nWeekday + 1:1) = "Y"
               move "y" to xOrderDayFoundFlag,
               compute nScheduledDate = function date-of-integer
                   (nTodayInteger + nDayOffset),
           end-if.

       300-termination.
           close poFile.
           move xStatusPoFile to xCurrentStatus.

           perform 250-update-po-control.

           if xSuppMasterFlag = "y"
               close suppliers,
           end-if.

           close InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
