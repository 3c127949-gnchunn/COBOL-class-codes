           select giftCards assign to "GiftCards.txt"
               organization is line sequential
               file status is xStatusGift.
           select stockLots assign to "StockLots.txt" organization is line sequential
               file status is xStatusLots.
           select lotMovements assign to "LotMovements.txt"
               organization is line sequential
               file status is xStatusMoves.
           select outfile assign to "Fruits-17-output.txt" organization is line sequential
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

       fd salesHistory.
       01 xSalesRecord         pic x(56).

       fd refundRegister.
       01 xRefundRecord        pic x(100).

       fd giftCards.
       01 xGiftInput.
           05 nCardIssueDateIn pic 9(8).
           05 nCardBalanceIn   pic 9(5)v99.

       fd stockLots.
       01 xLotInput.
           05 xLotLocCodeIn    pic x(3).
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
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).
       77 xDoneFlag            pic x       value "n".
       77 nEntryOrderNum       pic 9(6)    value 0.
       77 nEntryLineNum        pic 99      value 0.
       77 nEntryQty            pic 9(5)v99 value 0.
       77 xEntryDisposition    pic x       value "R".
       77 xEntryLocation       pic x(3)    value "001".
       77 xOrderFoundFlag      pic x       value "n".
       77 xLineFoundFlag       pic x       value "n".
       77 xOrderCustFound      pic x(8)    value spaces.
       77 xOrderLocFound       pic x(3)    value spaces.
       77 xEntryPayoutLoc      pic x(3)    value spaces.
       77 xLineFruitFound      pic x(14)   value spaces.
       77 nLineQtyFound        pic 9(5)v99 value 0.
       77 neLineQtyFound       pic zzzz9.99.
       77 nLinePriceFound      pic 9v99    value 0.
       77 nRefundAmount        pic 9(6)v99 value 0.
       77 nRefundsProcessed    pic 999     value 0.
       77 nGiftFoundSubscript  pic 999     value 0.
       77 xEntryRefundMethod   pic x       value "C".
       77 xEntryCardNumber     pic x(12)   value spaces.
       77 xStatusLots          pic xx      value "00".
       77 xStatusMoves         pic xx      value "00".
       77 xLotsEofFlag         pic x       value "n".
       77 xMovesEofFlag        pic x       value "n".
       77 nLotCount            pic 9(4)    value 0.
       77 nLotSubscript        pic 9(4).
       77 nLotFoundSubscript   pic 9(4)    value 0.
       77 nLotSourceSubscript  pic 9(4)    value 0.
       77 nAllocCount          pic 99      value 0.
       77 nAllocSubscript      pic 99.
       77 nAllocFoundSubscript pic 99      value 0.
       77 nAllocLeftQty        pic 9(5)v99 value 0.
       77 xRecallHitFlag       pic x       value "n".
       77 xLotsChangedFlag     pic x       value "n".

       01 xLotTable.
           05  xLotElement occurs 1 to 1000 times
                   depending on nLotCount.
               10 xLotLocCodeT     pic x(3).
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

       01 xAllocTable.
           05  xAllocElement occurs 1 to 20 times
                   depending on nAllocCount.
               10 nAllocLotT       pic 9(8).
               10 nAllocQtyT       pic 9(5)v99.
               10 nAllocReturnT    pic 9(5)v99.
               10 xAllocHeldT      pic x.

       01 xGiftTable.
           05 xGiftElement occurs 1 to 200 times
           05 filler               pic x value space.
           05 xSalesNameOut        pic x(14).
           05 filler               pic x value space.
           05 nSalesQtyOut         pic 9(5)v99.
           05 filler               pic x value space.
           05 nSalesPriceOut       pic 9(5)v99.
           05 filler               pic x value space.
           05 filler               pic x       value space.
           05 xRefundFruitOut      pic x(14).
           05 filler               pic x       value space.
           05 neRefundQtyOut       pic zzzz9.99.
           05 filler               pic x(4)    value " @ $".
           05 neRefundPriceOut     pic 9.99.
           05 filler               pic x(4)    value " = $".
           05 neRefundAmountOut    pic zz,zz9.99.
           05 filler               pic x       value space.
           05 xRefundDispOut       pic x(9).
           05 filler               pic x       value space.
           05 xRefundMethodOut     pic x(4).
           05 filler               pic x       value space.
           05 xRefundLocOut        pic x(3).

       01 xRegisterFooter.
           05 neFooterRefunds      pic zz9.
                   if nOrderNumberOut = nEntryOrderNum
                       move "y" to xOrderFoundFlag,
                       move xOrderCustOut to xOrderCustFound,
                       move xOrderLocOut to xOrderLocFound,
                   end-if,
           end-read.

           end-read.

       220-process-return.
           move nLineQtyFound to neLineQtyFound.
           display "Quantity returned (sold ",
               function trim(neLineQtyFound), ")? "
               with no advancing.
           accept nEntryQty.

           if nEntryQty = 0 or nEntryQty > nLineQtyFound
               display "Quantity must be above 0 and no more than the",
                   " quantity sold - not processed.",
           else
               perform 270-trace-return-lots,
               display "Disposition, (R)estock or (D)amaged? "
                   with no advancing,
               accept xEntryDisposition,
               move function upper-case(xEntryDisposition)
                   to xEntryDisposition,
               if xEntryDisposition not = "D" and xRecallHitFlag = "y"
                   display "This fruit came from a lot under recall - it",
                       " cannot go back on sale and is recorded as",
                       " damaged.",
                   move "D" to xEntryDisposition,
               end-if,
               if xEntryDisposition not = "D"
                   move "R" to xEntryDisposition,
                   display "Restock location code? " with no advancing,
                   accept xEntryLocation,
                   perform 230-restock,
               end-if,
               if nAllocCount > 0
                   perform 280-log-return-lots,
               end-if,

               perform 240-write-return-history,

               display "Refund to (C)ash or store credit (G)ift card? "
                   with no advancing,
               accept xEntryRefundMethod,
               move function upper-case(xEntryRefundMethod)
                   to xEntryRefundMethod,
               if xEntryRefundMethod not = "G"
                   move "C" to xEntryRefundMethod,
                   display "Cash paid out at location (blank = ",
                       xOrderLocFound, ")? " with no advancing,
                   move spaces to xEntryPayoutLoc,
                   accept xEntryPayoutLoc,
                   if xEntryPayoutLoc = spaces
                       move xOrderLocFound to xEntryPayoutLoc,
                   end-if,
               end-if,

               perform 250-write-refund-register,
               if xEntryRefundMethod = "G"
                   perform 260-credit-to-card,
               end-if,
           perform 900-check-status.

       250-write-refund-register.
           compute nRefundAmount rounded = nEntryQty * nLinePriceFound.

           move xRunDate to neRefundDateOut.
           move nEntryOrderNum to neRefundOrderOut.
           else
               move "restocked" to xRefundDispOut,
           end-if.
           if xEntryRefundMethod = "G"
               move "gift" to xRefundMethodOut,
               move spaces to xRefundLocOut,
           else
               move "cash" to xRefundMethodOut,
               move xEntryPayoutLoc to xRefundLocOut,
           end-if.

           open extend refundRegister.
           if xStatusRefund = "35"
           move "GiftCards.txt" to xCurrentFileName.
           perform 900-check-status.

       270-trace-return-lots.
           move 0 to nAllocCount.
           move "n" to xRecallHitFlag.
           move "n" to xMovesEofFlag.

           open input lotMovements.
           if xStatusMoves = "00"
               perform 271-read-movement until xMovesEofFlag = "y",
               close lotMovements,
           end-if.

           if nAllocCount > 0
               perform 273-load-lots,
               move nEntryQty to nAllocLeftQty,
               perform 275-allocate-return
                   varying nAllocSubscript from 1 by 1
                   until nAllocSubscript > nAllocCount,
           end-if.

       271-read-movement.
           read lotMovements
               at end
                   move "y" to xMovesEofFlag,
               not at end
                   if nMoveOrderIn = nEntryOrderNum
                       and nMoveLineIn = nEntryLineNum
                       and (xMoveTypeIn = "S" or xMoveTypeIn = "U")
                       perform 272-note-movement,
                   end-if,
           end-read.

           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 901-check-read-status.

       272-note-movement.
           move 0 to nAllocFoundSubscript.
           perform 2721-find-alloc
               varying nAllocSubscript from 1 by 1
               until nAllocSubscript > nAllocCount.

           if xMoveTypeIn = "S"
               if nAllocFoundSubscript = 0 and nAllocCount < 20
                   add 1 to nAllocCount,
                   move nAllocCount to nAllocFoundSubscript,
                   move nMoveLotIn to nAllocLotT (nAllocCount),
                   move 0 to nAllocQtyT (nAllocCount),
                   move 0 to nAllocReturnT (nAllocCount),
                   move "n" to xAllocHeldT (nAllocCount),
               end-if,
               if nAllocFoundSubscript > 0
                   add nMoveQtyIn to nAllocQtyT (nAllocFoundSubscript),
               end-if,
           else
               if nAllocFoundSubscript > 0
                   if nAllocQtyT (nAllocFoundSubscript) > nMoveQtyIn
                       subtract nMoveQtyIn
                           from nAllocQtyT (nAllocFoundSubscript),
                   else
                       move 0 to nAllocQtyT (nAllocFoundSubscript),
                   end-if,
               end-if,
           end-if.

       2721-find-alloc.
           if nAllocLotT (nAllocSubscript) = nMoveLotIn
               move nAllocSubscript to nAllocFoundSubscript,
           end-if.

       273-load-lots.
           move 0 to nLotCount.
           move "n" to xLotsEofFlag.

           open input stockLots.
           if xStatusLots = "00"
               perform 274-read-lot until xLotsEofFlag = "y",
               close stockLots,
           end-if.

       274-read-lot.
           read stockLots
               at end
                   move "y" to xLotsEofFlag,
               not at end
                   if nLotCount < 1000
                       add 1 to nLotCount,
                       move xLotLocCodeIn to xLotLocCodeT (nLotCount),
                       move xLotFruitIn to xLotFruitT (nLotCount),
                       move nLotRecvDateIn to nLotRecvDateT (nLotCount),
                       move nLotExpiryDateIn
                           to nLotExpiryDateT (nLotCount),
                       move nLotQtyIn to nLotQtyT (nLotCount),
                       move xLotTraceIn to xLotTraceT (nLotCount),
                       if nLotIdIn not numeric
                           move 0 to nLotIdT (nLotCount),
                           move 0 to nLotPoNumberT (nLotCount),
                           move 0 to nLotRecallT (nLotCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           perform 901-check-read-status.

       275-allocate-return.
           if nAllocLeftQty > 0 and nAllocQtyT (nAllocSubscript) > 0
               if nAllocQtyT (nAllocSubscript) >= nAllocLeftQty
                   move nAllocLeftQty to nAllocReturnT (nAllocSubscript),
               else
                   move nAllocQtyT (nAllocSubscript)
                       to nAllocReturnT (nAllocSubscript),
               end-if,
               subtract nAllocReturnT (nAllocSubscript) from nAllocLeftQty,
               perform 276-check-lot-hold
                   varying nLotSubscript from 1 by 1
                   until nLotSubscript > nLotCount,
           end-if.

       276-check-lot-hold.
           if nLotIdT (nLotSubscript) = nAllocLotT (nAllocSubscript)
               and xLotHoldT (nLotSubscript) = "H"
               move "y" to xAllocHeldT (nAllocSubscript),
               move "y" to xRecallHitFlag,
           end-if.

       280-log-return-lots.
           move "n" to xLotsChangedFlag.

           open extend lotMovements.
           if xStatusMoves = "35"
               open output lotMovements,
           end-if.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 281-log-return-lot
               varying nAllocSubscript from 1 by 1
               until nAllocSubscript > nAllocCount.

           close lotMovements.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           if xLotsChangedFlag = "y"
               perform 285-rewrite-lots,
           end-if.

       281-log-return-lot.
           if nAllocReturnT (nAllocSubscript) > 0
               move nAllocLotT (nAllocSubscript) to nMoveLotIn,
               move xRunDate to nMoveDateIn,
               move "U" to xMoveTypeIn,
               if xEntryDisposition = "R"
                   move xEntryLocation to xMoveLocIn,
                   move "restocked" to xMoveRefIn,
                   perform 282-restock-lot,
               else
                   move spaces to xMoveLocIn,
                   move "damaged" to xMoveRefIn,
               end-if,
               move spaces to xMoveToLocIn,
               move xLineFruitFound to xMoveFruitIn,
               move nAllocReturnT (nAllocSubscript) to nMoveQtyIn,
               move nEntryOrderNum to nMoveOrderIn,
               move nEntryLineNum to nMoveLineIn,
               move xOrderCustFound to xMoveCustIn,
               write xMoveRecord,
               move xStatusMoves to xCurrentStatus,
               move "LotMovements.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       282-restock-lot.
           move 0 to nLotFoundSubscript.
           move 0 to nLotSourceSubscript.
           perform 283-find-restock-lot
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           evaluate true
               when nLotFoundSubscript > 0
                   add nAllocReturnT (nAllocSubscript)
                       to nLotQtyT (nLotFoundSubscript),
                   move "y" to xLotsChangedFlag
               when nLotSourceSubscript > 0 and nLotCount < 1000
                   add 1 to nLotCount,
                   move xLotElement (nLotSourceSubscript)
                       to xLotElement (nLotCount),
                   move xEntryLocation to xLotLocCodeT (nLotCount),
                   move nAllocReturnT (nAllocSubscript)
                       to nLotQtyT (nLotCount),
                   move "y" to xLotsChangedFlag
               when other
                   continue
           end-evaluate.

       283-find-restock-lot.
           if nLotIdT (nLotSubscript) = nAllocLotT (nAllocSubscript)
               move nLotSubscript to nLotSourceSubscript,
               if xLotLocCodeT (nLotSubscript) = xEntryLocation
                   move nLotSubscript to nLotFoundSubscript,
               end-if,
           end-if.

       285-rewrite-lots.
           open output stockLots.
           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 286-write-lot
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           close stockLots.
           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           perform 900-check-status.

       286-write-lot.
           if nLotQtyT (nLotSubscript) > 0
               move xLotLocCodeT (nLotSubscript) to xLotLocCodeIn,
               move xLotFruitT (nLotSubscript) to xLotFruitIn,
               move nLotRecvDateT (nLotSubscript) to nLotRecvDateIn,
               move nLotExpiryDateT (nLotSubscript) to nLotExpiryDateIn,
               move nLotQtyT (nLotSubscript) to nLotQtyIn,
               move xLotTraceT (nLotSubscript) to xLotTraceIn,
               write xLotInput,
               move xStatusLots to xCurrentStatus,
               move "StockLots.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       300-termination.
           move nRefundsProcessed to neFooterRefunds.
           move nRefundTotal to neFooterTotal.
