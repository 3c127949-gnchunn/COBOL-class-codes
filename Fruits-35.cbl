       identification division.
       program-id. Fruits-35.

       environment division.
       input-output section.
       file-control.
           select promotions assign to "Promotions.txt"
               organization is line sequential
               file status is xStatusPromo.
           select promoRedemptions assign to "PromoRedemptions.txt"
               organization is line sequential
               file status is xStatusPromoLog.
           select orderHeaders assign to "Orders.txt"
               organization is line sequential
               file status is xStatusOrderHdr.
           select orderLines assign to "OrderLines.txt"
               organization is line sequential
               file status is xStatusOrderLines.
           select outfile assign to "Fruits-35-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd promotions.
       01 xPromoInput.
           05 xPromoCodeIn     pic x(10).
           05 xPromoDescIn     pic x(20).
           05 xPromoTypeIn     pic x.
           05 nPromoValueIn    pic 9(3)v99.
           05 xPromoFreeFruitIn pic x(14).
           05 nPromoMinOrderIn pic 9(5)v99.
           05 nPromoStartIn    pic 9(8).
           05 nPromoEndIn      pic 9(8).
           05 nPromoTotalLimitIn pic 9(5).
           05 nPromoCustLimitIn pic 9(3).
           05 xPromoEligibleIn occurs 4 times pic x(14).

       fd promoRedemptions.
       01 xPromoLogInput.
           05 xPromoLogCodeIn  pic x(10).
           05 nPromoLogOrderIn pic 9(6).
           05 nPromoLogDateIn  pic 9(8).
           05 xPromoLogCustIn  pic x(8).
           05 xPromoLogLocIn   pic x(3).
           05 nPromoLogSubtotalIn pic 9(7)v99.
           05 nPromoLogDiscountIn pic 9(5)v99.

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

       fd outfile.
       01 xOutput              pic x(140).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusPromo         pic xx      value "00".
       77 xStatusPromoLog      pic xx      value "00".
       77 xStatusOrderHdr      pic xx      value "00".
       77 xStatusOrderLines    pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xPromoEofFlag        pic x       value "n".
       77 xPromoLogEofFlag     pic x       value "n".
       77 xOrdersEofFlag       pic x       value "n".
       77 xLinesEofFlag        pic x       value "n".
       77 nPromoCount          pic 99      value 0.
       77 nPromoSubscript      pic 99.
       77 nPromoFoundSubscript pic 99      value 0.
       77 nRedeemCount         pic 9(4)    value 0.
       77 nRedeemSubscript     pic 9(4).
       77 nRedeemFoundSubscript pic 9(4)   value 0.
       77 nCurrentOrderNum     pic 9(6)    value 0.
       77 nCurrentOrderDate    pic 9(8)    value 0.
       77 xCurrentOrderStatus  pic x       value space.
       77 nCurrentSubtotal     pic 9(7)v99 value 0.
       77 nLineAmount          pic 9(7)v99 value 0.
       77 nRecordsRead         pic 9(7)    value 0.
       77 nUnknownCodeCount    pic 9(4)    value 0.
       77 nBaselineAvg         pic 9(7)v99 value 0.
       77 nPromoAvg            pic 9(7)v99 value 0.
       77 nIncremental         pic s9(9)v99 value 0.
       77 nNetRedemptions      pic 9(5)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xPromoTable.
           05  xPromoElement occurs 1 to 50 times
                   depending on nPromoCount.
               10 xPromoCodeT          pic x(10).
               10 xPromoDescT          pic x(20).
               10 xPromoTypeT          pic x.
               10 nPromoValueT         pic 9(3)v99.
               10 nPromoStartT         pic 9(8).
               10 nPromoEndT           pic 9(8).
               10 nPromoTotalLimitT    pic 9(5).
               10 nPromoUsedT          pic 9(5).
               10 nPromoCancelledT     pic 9(5).
               10 nPromoDiscountT      pic 9(7)v99.
               10 nPromoSalesT         pic 9(9)v99.
               10 nPromoBaseCountT     pic 9(6).
               10 nPromoBaseSalesT     pic 9(9)v99.

       01 xRedeemTable.
           05  xRedeemElement occurs 1 to 2000 times
                   depending on nRedeemCount.
               10 xRedeemCodeT         pic x(10).
               10 nRedeemOrderT        pic 9(6).
               10 nRedeemSubtotalT     pic 9(7)v99.
               10 nRedeemDiscountT     pic 9(5)v99.
               10 xRedeemCancelledT    pic x.

       01 xReportHeading-1.
           05 filler               pic x(54)   value
               "*** Promotion Campaign Results ***".
           05 filler               pic x(10)   value "Run date: ".
           05 neHeadingDate        pic 9999/99/99.

       01 xReportHeading-2.
           05 filler               pic x(11)   value "CODE".
           05 filler               pic x(21)   value "DESCRIPTION".
           05 filler               pic x(5)    value "TYPE".
           05 filler               pic x(22)   value "DATES".
           05 filler               pic x(7)    value "STATUS".
           05 filler               pic x(12)   value "  USED/LIMIT".
           05 filler               pic x(12)   value "    DISCOUNT".
           05 filler               pic x(13)   value "  PROMO SALES".
           05 filler               pic x(10)   value " AVG PROMO".
           05 filler               pic x(10)   value " AVG OTHER".
           05 filler               pic x(13)   value "  INCREMENTAL".

       01 xPromoDetail.
           05 xDetCodeOut          pic x(10).
           05 filler               pic x       value space.
           05 xDetDescOut          pic x(20).
           05 filler               pic x       value space.
           05 xDetTypeOut          pic x(4).
           05 filler               pic x       value space.
           05 neDetStartOut        pic 9999/99/99.
           05 filler               pic x       value "-".
           05 neDetEndOut          pic 9999/99/99.
           05 filler               pic x       value space.
           05 xDetStatusOut        pic x(6).
           05 filler               pic x       value space.
           05 neDetUsedOut         pic zzzz9.
           05 filler               pic x       value "/".
           05 xDetLimitOut         pic x(5).
           05 filler               pic x       value space.
           05 neDetDiscountOut     pic zzz,zz9.99.
           05 filler               pic xx      value spaces.
           05 neDetSalesOut        pic z,zzz,zz9.99.
           05 filler               pic x       value space.
           05 neDetPromoAvgOut     pic zzzz9.99.
           05 filler               pic xx      value spaces.
           05 xDetBaseAvgOut       pic x(8).
           05 filler               pic x       value space.
           05 xDetIncrementalOut   pic x(13).

       01 xCancelNote.
           05 filler               pic x(11)   value spaces.
           05 neCancelCountOut     pic zzzz9.
           05 filler               pic x(50)   value
               " redemption(s) on cancelled orders not counted".

       01 neIncrementalEdit        pic -,---,--9.99.
       01 neBaseAvgEdit            pic zzzz9.99.
       01 neLimitEdit              pic zzzz9.

       01 xReportFooter.
           05 neFooterUnknown      pic zzz9.
           05 filler               pic x(50)   value
               " redemption(s) logged under codes not on file.".

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
           perform 200-scan-orders.
           perform 230-total-redemptions
               varying nRedeemSubscript from 1 by 1
               until nRedeemSubscript > nRedeemCount.
           perform 240-print-report.
           perform 300-termination.

           if nUnknownCodeCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           perform 110-load-promotions.
           perform 120-load-redemptions.

       110-load-promotions.
           open input promotions.

           if xStatusPromo = "00"
               perform 111-read-promotion until xPromoEofFlag = "y",
               close promotions,
           end-if.

       111-read-promotion.
           read promotions
               at end
                   move "y" to xPromoEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nPromoCount < 50
                       add 1 to nPromoCount,
                       move function upper-case(xPromoCodeIn)
                           to xPromoCodeT (nPromoCount),
                       move xPromoDescIn to xPromoDescT (nPromoCount),
                       move xPromoTypeIn to xPromoTypeT (nPromoCount),
                       move nPromoValueIn to nPromoValueT (nPromoCount),
                       move nPromoStartIn to nPromoStartT (nPromoCount),
                       move nPromoEndIn to nPromoEndT (nPromoCount),
                       move nPromoTotalLimitIn
                           to nPromoTotalLimitT (nPromoCount),
                       move 0 to nPromoUsedT (nPromoCount),
                       move 0 to nPromoCancelledT (nPromoCount),
                       move 0 to nPromoDiscountT (nPromoCount),
                       move 0 to nPromoSalesT (nPromoCount),
                       move 0 to nPromoBaseCountT (nPromoCount),
                       move 0 to nPromoBaseSalesT (nPromoCount),
                   end-if,
           end-read.

           move xStatusPromo to xCurrentStatus.
           move "Promotions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-redemptions.
           open input promoRedemptions.

           if xStatusPromoLog = "00"
               perform 121-read-redemption until xPromoLogEofFlag = "y",
               close promoRedemptions,
           end-if.

       121-read-redemption.
           read promoRedemptions
               at end
                   move "y" to xPromoLogEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nRedeemCount < 2000
                       add 1 to nRedeemCount,
                       move xPromoLogCodeIn to xRedeemCodeT (nRedeemCount),
                       move nPromoLogOrderIn to nRedeemOrderT (nRedeemCount),
                       move nPromoLogSubtotalIn
                           to nRedeemSubtotalT (nRedeemCount),
                       move nPromoLogDiscountIn
                           to nRedeemDiscountT (nRedeemCount),
                       move "n" to xRedeemCancelledT (nRedeemCount),
                   else
                       display "*** PromoRedemptions.txt holds more than",
                           " 2000 redemptions. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusPromoLog to xCurrentStatus.
           move "PromoRedemptions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-scan-orders.
           open input orderHeaders.
           open input orderLines.

           if xStatusOrderHdr = "00"
               if xStatusOrderLines = "00"
                   perform 212-read-order-line,
               else
                   move "y" to xLinesEofFlag,
               end-if,
               perform 211-read-order-header,
               perform 213-match-order-line until xOrdersEofFlag = "y",
           end-if.

           if xStatusOrderHdr = "00" or xStatusOrderHdr = "10"
               close orderHeaders,
           end-if.
           if xStatusOrderLines = "00" or xStatusOrderLines = "10"
               close orderLines,
           end-if.

       211-read-order-header.
           move 0 to nCurrentSubtotal.

           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   move nOrderNumberOut to nCurrentOrderNum,
                   move nOrderDateOut to nCurrentOrderDate,
                   move xOrderStatusOut to xCurrentOrderStatus,
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
               when xLinesEofFlag = "y"
                   or nLineOrderNumOut > nCurrentOrderNum
                   perform 220-finish-order,
                   perform 211-read-order-header
               when nLineOrderNumOut < nCurrentOrderNum
                   perform 212-read-order-line
               when other
                   compute nLineAmount rounded = nLineQtyOut
                       * nLinePriceOut,
                   add nLineAmount to nCurrentSubtotal,
                   perform 212-read-order-line
           end-evaluate.

       220-finish-order.
           move 0 to nRedeemFoundSubscript.
           perform 221-search-redemption
               varying nRedeemSubscript from 1 by 1
               until nRedeemSubscript > nRedeemCount.

           evaluate true
               when nRedeemFoundSubscript > 0
                   continue
               when xCurrentOrderStatus = "X"
                   continue
               when other
                   perform 222-add-baseline
                       varying nPromoSubscript from 1 by 1
                       until nPromoSubscript > nPromoCount
           end-evaluate.

       221-search-redemption.
           if nRedeemOrderT (nRedeemSubscript) = nCurrentOrderNum
               move nRedeemSubscript to nRedeemFoundSubscript,
               if xCurrentOrderStatus = "X"
                   move "y" to xRedeemCancelledT (nRedeemSubscript),
               end-if,
           end-if.

       222-add-baseline.
           if nCurrentOrderDate >= nPromoStartT (nPromoSubscript)
               and nCurrentOrderDate <= nPromoEndT (nPromoSubscript)
               add 1 to nPromoBaseCountT (nPromoSubscript),
               add nCurrentSubtotal to nPromoBaseSalesT (nPromoSubscript),
           end-if.

       230-total-redemptions.
           move 0 to nPromoFoundSubscript.
           perform 231-search-promotion
               varying nPromoSubscript from 1 by 1
               until nPromoSubscript > nPromoCount.

           evaluate true
               when nPromoFoundSubscript = 0
                   add 1 to nUnknownCodeCount
               when xRedeemCancelledT (nRedeemSubscript) = "y"
                   add 1 to nPromoCancelledT (nPromoFoundSubscript)
               when other
                   add 1 to nPromoUsedT (nPromoFoundSubscript),
                   add nRedeemDiscountT (nRedeemSubscript)
                       to nPromoDiscountT (nPromoFoundSubscript),
                   add nRedeemSubtotalT (nRedeemSubscript)
                       to nPromoSalesT (nPromoFoundSubscript)
           end-evaluate.

       231-search-promotion.
           if xPromoCodeT (nPromoSubscript) = xRedeemCodeT (nRedeemSubscript)
               move nPromoSubscript to nPromoFoundSubscript,
           end-if.

       240-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-35-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           write xOutput from " " before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-35-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-print-promotion
               varying nPromoSubscript from 1 by 1
               until nPromoSubscript > nPromoCount.

           if nUnknownCodeCount > 0
               move nUnknownCodeCount to neFooterUnknown,
               display xReportFooter,
               write xOutput from xReportFooter before advancing 1 line,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-35-output.txt" to xCurrentFileName.
           perform 900-check-status.

       241-print-promotion.
           move xPromoCodeT (nPromoSubscript) to xDetCodeOut.
           move xPromoDescT (nPromoSubscript) to xDetDescOut.
           evaluate xPromoTypeT (nPromoSubscript)
               when "P"
                   move "PCT" to xDetTypeOut
               when "A"
                   move "AMT" to xDetTypeOut
               when "F"
                   move "FREE" to xDetTypeOut
               when other
                   move "?" to xDetTypeOut
           end-evaluate.
           move nPromoStartT (nPromoSubscript) to neDetStartOut.
           move nPromoEndT (nPromoSubscript) to neDetEndOut.
           evaluate true
               when xRunDate < nPromoStartT (nPromoSubscript)
                   move "FUTURE" to xDetStatusOut
               when xRunDate > nPromoEndT (nPromoSubscript)
                   move "ENDED" to xDetStatusOut
               when other
                   move "ACTIVE" to xDetStatusOut
           end-evaluate.

           move nPromoUsedT (nPromoSubscript) to neDetUsedOut.
           if nPromoTotalLimitT (nPromoSubscript) = 0
               move "none" to xDetLimitOut,
           else
               move nPromoTotalLimitT (nPromoSubscript) to neLimitEdit,
               move function trim(neLimitEdit) to xDetLimitOut,
           end-if.
           move nPromoDiscountT (nPromoSubscript) to neDetDiscountOut.
           move nPromoSalesT (nPromoSubscript) to neDetSalesOut.

           move nPromoUsedT (nPromoSubscript) to nNetRedemptions.
           if nNetRedemptions > 0
               compute nPromoAvg rounded = nPromoSalesT (nPromoSubscript)
                   / nNetRedemptions,
           else
               move 0 to nPromoAvg,
           end-if.
           move nPromoAvg to neDetPromoAvgOut.

           if nPromoBaseCountT (nPromoSubscript) > 0
               compute nBaselineAvg rounded =
                   nPromoBaseSalesT (nPromoSubscript)
                   / nPromoBaseCountT (nPromoSubscript),
               move nBaselineAvg to neBaseAvgEdit,
               move neBaseAvgEdit to xDetBaseAvgOut,
               compute nIncremental = nPromoSalesT (nPromoSubscript)
                   - nNetRedemptions * nBaselineAvg,
               move nIncremental to neIncrementalEdit,
               move neIncrementalEdit to xDetIncrementalOut,
           else
               move "     n/a" to xDetBaseAvgOut,
               move "          n/a" to xDetIncrementalOut,
           end-if.

           display xPromoDetail.
           write xOutput from xPromoDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-35-output.txt" to xCurrentFileName.
           perform 900-check-status.

           if nPromoCancelledT (nPromoSubscript) > 0
               move nPromoCancelledT (nPromoSubscript) to neCancelCountOut,
               display xCancelNote,
               write xOutput from xCancelNote before advancing 1 line,
           end-if.

       300-termination.
           perform 295-write-audit.

           display " ".
           display "Campaign results written to Fruits-35-output.txt.".
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

           move "FRUITS-35" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nPromoCount to neAuditRecordsWrittenOut.
           move nUnknownCodeCount to neAuditExceptionsOut.
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
