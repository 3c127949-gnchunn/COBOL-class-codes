           select giftCardLog assign to "GiftCardLog.txt"
               organization is line sequential
               file status is xStatusGiftLog.
           select drawerCounts assign to "DrawerCounts.txt"
               organization is line sequential
               file status is xStatusDrawer.
           select outfile assign to "Fruits-19-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
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

       fd salesHistory.
           05 filler           pic x.
           05 xSalesNameIn     pic x(14).
           05 filler           pic x.
           05 nSalesQtyIn      pic 9(5)v99.
           05 filler           pic x.
           05 nSalesPriceIn    pic 9(5)v99.
           05 filler           pic x.
       01 xDayCloseInput.
           05 nCloseDateIn     pic 9(8).
           05 nCloseOrdersIn   pic 9(5).
           05 nCloseUnitsIn    pic 9(7)v99.
           05 nCloseGrossIn    pic 9(8)v99.
           05 nCloseRefundsIn  pic 9(7)v99.
           05 xCloseStatusIn   pic x.
           05 nGiftLogOrderIn  pic 9(6).
           05 nGiftLogAmountIn pic 9(5)v99.

       fd drawerCounts.
       01 xDrawerRecord.
           05 nDrawDateIn      pic 9(8).
           05 xDrawLocIn       pic x(3).
           05 xDrawClerkIn     pic x(8).
           05 nDrawTimeIn      pic 9(6).
           05 nDrawFloatIn     pic 9(5)v99.
           05 nDrawCashSalesIn pic 9(7)v99.
           05 nDrawCashRefundsIn pic 9(7)v99.
           05 nDrawCountedIn   pic 9(7)v99.
           05 nDrawCardSalesIn pic 9(7)v99.
           05 nDrawCardCountedIn pic 9(7)v99.
           05 nDrawDenomCountIn occurs 10 times pic 9(5).

       fd outfile.
       01 xOutput              pic x(100).

       77 xStatusDayClose      pic xx      value "00".
       77 xStatusLoyalty       pic xx      value "00".
       77 xStatusGiftLog       pic xx      value "00".
       77 xStatusDrawer        pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCloseEofFlag        pic x       value "n".
       77 xLoyaltyEofFlag      pic x       value "n".
       77 xGiftLogEofFlag      pic x       value "n".
       77 xDrawerEofFlag       pic x       value "n".
       77 nDayCardGross        pic 9(8)v99 value 0.
       77 nDrawerOverShort     pic s9(8)v99 value 0.
       77 nDayLocCount         pic 99      value 0.
       77 nDayLocSubscript     pic 99.
       77 xDayLocFoundFlag     pic x       value "n".
       77 nUncountedCount      pic 99      value 0.
       77 nCloseDate           pic 9(8)    value 0.
       77 xAlreadyClosedFlag   pic x       value "n".
       77 nDayOrderCount       pic 9(5)    value 0.
       77 nDayUnits            pic 9(7)v99 value 0.
       77 nDayGross            pic 9(8)v99 value 0.
       77 nDayFreeUnits        pic 9(6)v99 value 0.
       77 nDayRefunds          pic 9(7)v99 value 0.
       77 nDayAccountGross     pic 9(8)v99 value 0.
       77 nDaySettledGross     pic 9(8)v99 value 0.
       77 nDayEmployeeGross    pic 9(8)v99 value 0.
       77 nHistoryGross        pic 9(8)v99 value 0.
       77 nDayTax              pic 9(7)v99 value 0.
       77 nDayLoyaltyRedeemed  pic 9(7)v99 value 0.
                   depending on nDayCount.
               10 nDayOrderNumT    pic 9(6).

       01 xDayLocTable.
           05  xDayLocElement occurs 1 to 50 times
                   depending on nDayLocCount.
               10 xDayLocT         pic x(3).
               10 xDayLocCountedT  pic x.

       01 xZHeading.
           05 filler           pic x(22)   value "*** Z-Report for ".
           05 neZDateOut       pic 9999/99/99.

       01 xZLine-2.
           05 filler           pic x(20)   value "Units sold:         ".
           05 neZUnits         pic zzz,zz9.99.

       01 xZLine-3.
           05 filler           pic x(20)   value "Gross takings:     $".
           05 filler           pic x(20)   value "  on account:      $".
           05 neZAccount       pic zzz,zz9.99.

       01 xZLine-12.
           05 filler           pic x(20)   value "  employee charge: $".
           05 neZEmployee      pic zzz,zz9.99.

       01 xZLine-13.
           05 filler           pic x(20)   value "    by card:       $".
           05 neZCard          pic zzz,zz9.99.

       01 xZLine-6.
           05 filler           pic x(20)   value "Free (promo) units: ".
           05 neZFreeUnits     pic zzz,zz9.99.

       01 xZLine-9.
           05 filler           pic x(20)   value "Sales tax:         $".
           05 filler           pic x(13)   value "  difference ".
           05 neZDiff          pic -(6)9.99.

       01 xZLine-14.
           05 filler           pic x(20)   value "Drawer over/short: $".
           05 neZDrawer        pic -(6)9.99.

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
           05   filler                 pic x       value space.
           end-if.

           perform 200-total-orders.
           perform 230-check-drawers.

           if nUncountedCount > 0
               display "*** ", nCloseDate, " cannot be sealed until every",
                   " drawer that traded has been counted. ***",
               move 8 to return-code,
               stop run,
           end-if.

           perform 210-total-redemptions.
           perform 220-cross-foot-history.
           perform 240-z-report.
                       add 1 to nDayOrderCount,
                       add nOrderTotalOut to nDayGross,
                       add nOrderTaxOut to nDayTax,
                       evaluate xOrderTenderOut
                           when "A"
                               add nOrderTotalOut to nDayAccountGross,
                           when "E"
                               add nOrderTotalOut to nDayEmployeeGross,
                           when "C"
                               add nOrderTotalOut to nDaySettledGross,
                               add nOrderTotalOut to nDayCardGross,
                           when other
                               add nOrderTotalOut to nDaySettledGross,
                       end-evaluate,
                       if xOrderLocOut not = spaces
                           perform 202-note-day-location,
                       end-if,
                       if nDayCount < 500
                           add 1 to nDayCount,
                   end-if,
           end-read.

       202-note-day-location.
           move "n" to xDayLocFoundFlag.
           perform 203-search-day-location
               varying nDayLocSubscript from 1 by 1
               until nDayLocSubscript > nDayLocCount.

           if xDayLocFoundFlag = "n" and nDayLocCount < 50
               add 1 to nDayLocCount,
               move xOrderLocOut to xDayLocT (nDayLocCount),
               move "n" to xDayLocCountedT (nDayLocCount),
           end-if.

       203-search-day-location.
           if xDayLocT (nDayLocSubscript) = xOrderLocOut
               move "y" to xDayLocFoundFlag,
           end-if.

       205-read-order-line.
           read orderLines
               at end
               not at end
                   if xSalesDateIn = nCloseDate
                       if xSalesCustIn = "RETURN"
                           compute nDayRefunds rounded = nDayRefunds
                               + nSalesQtyIn * nSalesPriceIn,
                       else
                           compute nHistoryGross rounded = nHistoryGross
                               + nSalesQtyIn * nSalesPriceIn,
                       end-if,
                   end-if,
           end-read.

       230-check-drawers.
           open input drawerCounts.
           if xStatusDrawer = "00"
               perform 231-read-drawer until xDrawerEofFlag = "y",
               close drawerCounts,
           end-if.

           perform 233-report-uncounted
               varying nDayLocSubscript from 1 by 1
               until nDayLocSubscript > nDayLocCount.

       231-read-drawer.
           read drawerCounts
               at end
                   move "y" to xDrawerEofFlag,
               not at end
                   if nDrawDateIn = nCloseDate
                       compute nDrawerOverShort = nDrawerOverShort
                           + nDrawCountedIn - nDrawFloatIn
                           - nDrawCashSalesIn + nDrawCashRefundsIn
                           + nDrawCardCountedIn - nDrawCardSalesIn,
                       perform 232-mark-counted
                           varying nDayLocSubscript from 1 by 1
                           until nDayLocSubscript > nDayLocCount,
                   end-if,
           end-read.

       232-mark-counted.
           if xDayLocT (nDayLocSubscript) = xDrawLocIn
               move "y" to xDayLocCountedT (nDayLocSubscript),
           end-if.

       233-report-uncounted.
           if xDayLocCountedT (nDayLocSubscript) = "n"
               add 1 to nUncountedCount,
               display "*** The drawer for location ",
                   xDayLocT (nDayLocSubscript),
                   " has not been counted. ***",
           end-if.

       240-z-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move nDayGross to neZGross.
           move nDaySettledGross to neZSettled.
           move nDayAccountGross to neZAccount.
           move nDayEmployeeGross to neZEmployee.
           move nDayCardGross to neZCard.
           move nDrawerOverShort to neZDrawer.
           move nDayFreeUnits to neZFreeUnits.
           move nDayRefunds to neZRefunds.
           move nDayTax to neZTax.
           display xZLine-2.
           display xZLine-3.
           display xZLine-4.
           display xZLine-13.
           display xZLine-5.
           display xZLine-12.
           display xZLine-6.
           display xZLine-9.
           display xZLine-10.
           display xZLine-11.
           display xZLine-7.
           display xZLine-8.
           display xZLine-14.

           write xOutput from xZHeading before advancing 1 line.
           write xOutput from xZLine-1 before advancing 1 line.
           write xOutput from xZLine-2 before advancing 1 line.
           write xOutput from xZLine-3 before advancing 1 line.
           write xOutput from xZLine-4 before advancing 1 line.
           write xOutput from xZLine-13 before advancing 1 line.
           write xOutput from xZLine-5 before advancing 1 line.
           write xOutput from xZLine-12 before advancing 1 line.
           write xOutput from xZLine-6 before advancing 1 line.
           write xOutput from xZLine-9 before advancing 1 line.
           write xOutput from xZLine-10 before advancing 1 line.
           write xOutput from xZLine-11 before advancing 1 line.
           write xOutput from xZLine-7 before advancing 1 line.
           write xOutput from xZLine-8 before advancing 1 line.
           write xOutput from xZLine-14 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-19-output.txt" to xCurrentFileName.
           perform 900-check-status.
