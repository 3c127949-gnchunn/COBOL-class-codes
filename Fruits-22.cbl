           select giftCardLog assign to "GiftCardLog.txt"
               organization is line sequential
               file status is xStatusGiftLog.
           select lotMovements assign to "LotMovements.txt"
               organization is line sequential
               file status is xStatusMoves.
           select outfile assign to "Fruits-22-output.txt" organization is line sequential
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

       fd stockLots.
       01 xLotInput.
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

       fd salesHistory.
       01 xSalesRecord         pic x(56).

       fd loyaltyLedger.
       01 xLoyaltyInput.
           05 nGiftLogOrderIn  pic 9(6).
           05 nGiftLogAmountIn pic 9(5)v99.

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

       fd outfile.
       01 xOutput              pic x(90).

       77 xStatusLoyalty       pic xx      value "00".
       77 xStatusGift          pic xx      value "00".
       77 xStatusGiftLog       pic xx      value "00".
       77 xStatusMoves         pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 nLotSubscript        pic 9(4).
       77 nBestLotSubscript    pic 9(4)    value 0.
       77 nBestLotExpiry       pic 9(8)    value 0.
       77 nRemainingQty        pic 9(5)v99 value 0.
       77 nTakeQty             pic 9(3)v99 value 0.
       77 nEntryOrderNum       pic 9(6)    value 0.
       77 nOnHandQty           pic 9(3)v99 value 0.
       77 nPickListsShown      pic 999     value 0.
       77 nStatusChanges       pic 999     value 0.
       77 xWorkLocation        pic x(3)    value spaces.
       77 xWorkFruit           pic x(14)   value spaces.
       77 nWorkQty             pic 9(5)v99 value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).
       77 xLoyaltyEofFlag      pic x       value "n".
           05 filler               pic x value space.
           05 xSalesNameOut        pic x(14).
           05 filler               pic x value space.
           05 nSalesQtyOut         pic 9(5)v99.
           05 filler               pic x value space.
           05 nSalesPriceOut       pic 9(5)v99.
           05 filler               pic x value space.
               10 nOrdTaxT             pic 9(5)v99.
               10 xOrdStatusT          pic x.
               10 xOrdLocT             pic x(3).
               10 xOrdDeliveryT        pic x(50).

       01 xLineTable.
           05  xLineElement occurs 1 to 5000 times
                   depending on nLineCount.
               10 nLinOrderT           pic 9(6).
               10 nLinNumberT          pic 99.
               10 xLinFruitT           pic x(14).
               10 nLinQtyT             pic 9(5)v99.
               10 nLinPriceT           pic 9v99.

       01 xLotTable.
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

       01 xMenu.
           05 filler           pic x(38)   value
           05 xPickLocation    pic x(3).
           05 filler           pic x(11)   value "  customer ".
           05 xPickCustomer    pic x(8).
           05 xPickDeliveryOut pic x(22).

       01 xPickDetail.
           05 filler           pic x(4)    value spaces.
           05 xPickFruitOut    pic x(14).
           05 filler           pic x(7)    value "  pick ".
           05 nePickQtyOut     pic zzzz9.99.
           05 filler           pic x(11)   value "  on hand ".
           05 nePickOnHandOut  pic zz9.99.

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
                       else
                           move xOrderLocOut to xOrdLocT (nOrderCount),
                       end-if,
                       move xOrderDeliveryOut
                           to xOrdDeliveryT (nOrderCount),
                   else
                       display "*** Orders.txt holds more than 2000",
                           " orders - archive old orders before",
                   if nLineCount < 5000
                       add 1 to nLineCount,
                       move nLineOrderNumOut to nLinOrderT (nLineCount),
                       move nLineNumberOut to nLinNumberT (nLineCount),
                       move xLineFruitOut to xLinFruitT (nLineCount),
                       move nLineQtyOut to nLinQtyT (nLineCount),
                       move nLinePriceOut to nLinPriceT (nLineCount),
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
                           " lots - run the spoilage write-off before",
               move nOrdNumT (nOrderSubscript) to nePickOrderNum,
               move xOrdLocT (nOrderSubscript) to xPickLocation,
               move xOrdCustT (nOrderSubscript) to xPickCustomer,
               if xOrdDeliveryT (nOrderSubscript) (1:1) = "D"
                   move "  ** for delivery **" to xPickDeliveryOut,
               else
                   move spaces to xPickDeliveryOut,
               end-if,
               display " ",
               write xOutput from " " before advancing 1 line,
               display xPickHeading,

           open i-o locationStock.

           open extend lotMovements.
           if xStatusMoves = "35"
               open output lotMovements,
           end-if.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 222-relieve-one-line
               varying nLineSubscript from 1 by 1
               until nLineSubscript > nLineCount.

           close lotMovements.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           if xStatusLocStock = "00"
               close locationStock,
           end-if.
               end-if,
               subtract nTakeQty from nLotQtyT (nBestLotSubscript),
               subtract nTakeQty from nRemainingQty,
               if nLotIdT (nBestLotSubscript) > 0
                   perform 228-log-lot-pick,
               end-if,
           end-if.

       227-scan-fefo.
           if xLotLocCodeT (nLotSubscript) = xWorkLocation
               and xLotFruitT (nLotSubscript) = xWorkFruit
               and nLotQtyT (nLotSubscript) > 0
               and xLotHoldT (nLotSubscript) not = "H"
               and nLotExpiryDateT (nLotSubscript) < nBestLotExpiry
               move nLotExpiryDateT (nLotSubscript) to nBestLotExpiry,
               move nLotSubscript to nBestLotSubscript,
           end-if.

       228-log-lot-pick.
           move nLotIdT (nBestLotSubscript) to nMoveLotIn.
           move xRunDate to nMoveDateIn.
           move "S" to xMoveTypeIn.
           move xWorkLocation to xMoveLocIn.
           move spaces to xMoveToLocIn.
           move xWorkFruit to xMoveFruitIn.
           move nTakeQty to nMoveQtyIn.
           move nEntryOrderNum to nMoveOrderIn.
           move nLinNumberT (nLineSubscript) to nMoveLineIn.
           move xOrdCustT (nFoundOrderSubscript) to xMoveCustIn.
           move spaces to xMoveRefIn.
           write xMoveRecord.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

       230-mark-complete.
           display "Order number to mark complete? " with no advancing.
           accept nEntryOrderNum.
               if xOrdStatusT (nFoundOrderSubscript) not = "P"
                   display "Only a picked order can be completed.",
               else
                   if xOrdDeliveryT (nFoundOrderSubscript) (1:1) = "D"
                       display "A delivery order is completed by the",
                           " driver's result in delivery dispatch.",
                   else
                       move "C" to xOrdStatusT (nFoundOrderSubscript),
                       add 1 to nStatusChanges,
                       display "Order marked complete.",
                   end-if,
               end-if,
           end-if.

           move nOrdTaxT (nOrderSubscript) to nOrderTaxOut.
           move xOrdStatusT (nOrderSubscript) to xOrderStatusOut.
           move xOrdLocT (nOrderSubscript) to xOrderLocOut.
           move xOrdDeliveryT (nOrderSubscript) to xOrderDeliveryOut.

           write xOrderHeader.
           move xStatusOrderHdr to xCurrentStatus.
               move nLotRecvDateT (nLotSubscript) to nLotRecvDateIn,
               move nLotExpiryDateT (nLotSubscript) to nLotExpiryDateIn,
               move nLotQtyT (nLotSubscript) to nLotQtyIn,
               move xLotTraceT (nLotSubscript) to xLotTraceIn,

               write xLotInput,
               move xStatusLots to xCurrentStatus,
