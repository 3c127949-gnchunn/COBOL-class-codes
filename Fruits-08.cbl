               file status is xStatusTransferLog.
           select stockLots assign to "StockLots.txt" organization is line sequential
               file status is xStatusLots.
           select planFile assign to "TransferPlan.txt"
               organization is line sequential
               file status is xStatusPlan.
           select lotMovements assign to "LotMovements.txt"
               organization is line sequential
               file status is xStatusMoves.

       data division.
       file section.
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd  transferLog.
       01  xTransferRecord     pic x(60).
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

       fd  planFile.
       01  xPlanRecord.
           05 nPlanNumberIn    pic 9(4).
           05 xPlanFromLocIn   pic x(3).
           05 xPlanToLocIn     pic x(3).
           05 xPlanFruitIn     pic x(14).
           05 nPlanQtyIn       pic 9(3)v99.
           05 nPlanDateIn      pic 9(8).
           05 xPlanStatusIn    pic x.
           05 nPlanPostedDateIn pic 9(8).

       fd  lotMovements.
       01  xMoveRecord.
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

       working-storage section.
       77  xStatusLocStock      pic xx value "00".
       77  xFromLocation        pic x(3) value spaces.
       77  xToLocation          pic x(3) value spaces.
       77  xEntryFruit          pic x(14) value spaces.
       77  nEntryQty            pic 9(3)v99 value 0.
       77  nFromQty             pic 9(3)v99 value 0.
       77  neFromQty            pic zz9.99.
       77  nTransfersPosted     pic 99 value 0.
       77  xStatusLots          pic xx value "00".
       77  xLotsEofFlag         pic x value "n".
       77  nBestLotSubscript    pic 9(4) value 0.
       77  nDestLotSubscript    pic 9(4) value 0.
       77  nBestLotExpiry       pic 9(8) value 0.
       77  nRemainingQty        pic 9(3)v99 value 0.
       77  nTakeQty             pic 9(3)v99 value 0.
       77  xRunDate             pic 9(8).
       77  xRunTimeRaw          pic 9(8).
       77  xStatusPlan          pic xx value "00".
       77  xPlanEofFlag         pic x value "n".
       77  nPlanCount           pic 9(4) value 0.
       77  nPlanSubscript       pic 9(4).
       77  nPlanPendingCount    pic 9(4) value 0.
       77  nPostedBefore        pic 99 value 0.
       77  xPlanChoice          pic x value spaces.
       77  nePlanQty            pic zz9.99.
       77  xStatusMoves         pic xx value "00".

       01 xLotTable.
           05  xLotElement occurs 1 to 1000 times
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

       01 xPlanTable.
           05  xPlanElement occurs 1 to 1000 times
                   depending on nPlanCount.
               10 nPlanNumberT     pic 9(4).
               10 xPlanFromLocT    pic x(3).
               10 xPlanToLocT      pic x(3).
               10 xPlanFruitT      pic x(14).
               10 nPlanQtyT        pic 9(3)v99.
               10 nPlanDateT       pic 9(8).
               10 xPlanStatusT     pic x.
               10 nPlanPostedDateT pic 9(8).

       01 xTransferDetail.
           05 xXferDateOut         pic 9(8).
           05 filler               pic x       value space.
           05 xXferFruitOut        pic x(14).
           05 filler               pic x       value space.
           05 nXferQtyOut          pic 9(3)v99.

       procedure division.
       000-main.
           perform 900-check-status.

           perform 110-load-lots.
           perform 120-load-plan.

           if nPlanPendingCount > 0
               display " ",
               display nPlanPendingCount,
                   " planned transfer(s) waiting for confirmation.",
               perform 150-review-plan
                   varying nPlanSubscript from 1 by 1
                   until nPlanSubscript > nPlanCount,
           end-if.

       110-load-lots.
           open input stockLots.
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
                   end-if,
           end-read.

       120-load-plan.
           open input planFile.

           if xStatusPlan = "00"
               perform 121-read-plan until xPlanEofFlag = "y",
               close planFile,
           end-if.

       121-read-plan.
           read planFile
               at end
                   move "y" to xPlanEofFlag,
               not at end
                   if nPlanCount < 1000
                       add 1 to nPlanCount,
                       move xPlanRecord to xPlanElement (nPlanCount),
                       if xPlanStatusIn = "P"
                           add 1 to nPlanPendingCount,
                       end-if,
                   else
                       display "*** TransferPlan.txt holds more than",
                           " 1000 transfers - rerun the planner. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

       150-review-plan.
           if xPlanStatusT (nPlanSubscript) = "P"
               move nPlanQtyT (nPlanSubscript) to nePlanQty,
               display " ",
               display "Plan ", nPlanNumberT (nPlanSubscript), ": ",
                   function trim(nePlanQty), " '",
                   function trim(xPlanFruitT (nPlanSubscript)),
                   "' from ", xPlanFromLocT (nPlanSubscript),
                   " to ", xPlanToLocT (nPlanSubscript),
               display "(C)onfirm, (R)eject or (S)kip? "
                   with no advancing,
               accept xPlanChoice,
               move function upper-case(xPlanChoice) to xPlanChoice,
               evaluate xPlanChoice
                   when "C"
                       move xPlanFromLocT (nPlanSubscript)
                           to xFromLocation,
                       move xPlanToLocT (nPlanSubscript) to xToLocation,
                       move xPlanFruitT (nPlanSubscript) to xEntryFruit,
                       move nPlanQtyT (nPlanSubscript) to nEntryQty,
                       move nTransfersPosted to nPostedBefore,
                       perform 210-post-transfer,
                       if nTransfersPosted > nPostedBefore
                           move "T" to xPlanStatusT (nPlanSubscript),
                           move xRunDate
                               to nPlanPostedDateT (nPlanSubscript),
                       end-if
                   when "R"
                       move "R" to xPlanStatusT (nPlanSubscript),
                       move xRunDate to nPlanPostedDateT (nPlanSubscript),
                       display "Planned transfer rejected."
                   when other
                       display "Planned transfer left pending."
               end-evaluate,
           end-if.

       200-transfer-loop.
           display " ".
           display "From location (spaces to finish)? " with no advancing.
               not invalid key
                   move nLocQtyIn to nFromQty,
                   if nEntryQty > nFromQty
                       move nFromQty to neFromQty,
                       display "Only ", function trim(neFromQty),
                           " on hand at ",
                           xFromLocation, " - nothing moved.",
                   else
                       subtract nEntryQty from nLocQtyIn,
           move nEntryQty to nRemainingQty.
           move 1 to nBestLotSubscript.

           open extend lotMovements.
           if xStatusMoves = "35"
               open output lotMovements,
           end-if.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-move-one-lot until nRemainingQty = 0
               or nBestLotSubscript = 0.

           close lotMovements.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

       241-move-one-lot.
           move 0 to nBestLotSubscript.
           move 99999999 to nBestLotExpiry.
                       move nLotExpiryDateT (nBestLotSubscript)
                           to nLotExpiryDateT (nLotCount),
                       move nTakeQty to nLotQtyT (nLotCount),
                       move xLotTraceT (nBestLotSubscript)
                           to xLotTraceT (nLotCount),
                   else
                       display "*** No room left in the lot table for",
                           " the receiving location - run the",
                       stop run,
                   end-if,
               end-if,
               if nLotIdT (nBestLotSubscript) > 0
                   perform 244-log-lot-transfer,
               end-if,
           end-if.

       243-scan-dest-lot.
               and xLotFruitT (nLotSubscript) = xEntryFruit
               and nLotExpiryDateT (nLotSubscript)
                   = nLotExpiryDateT (nBestLotSubscript)
               and nLotIdT (nLotSubscript) = nLotIdT (nBestLotSubscript)
               and xLotHoldT (nLotSubscript) not = "H"
               and nLotSubscript not = nBestLotSubscript
               move nLotSubscript to nDestLotSubscript,
           end-if.

       244-log-lot-transfer.
           move nLotIdT (nBestLotSubscript) to nMoveLotIn.
           move xRunDate to nMoveDateIn.
           move "T" to xMoveTypeIn.
           move xFromLocation to xMoveLocIn.
           move xToLocation to xMoveToLocIn.
           move xEntryFruit to xMoveFruitIn.
           move nTakeQty to nMoveQtyIn.
           move 0 to nMoveOrderIn.
           move 0 to nMoveLineIn.
           move spaces to xMoveCustIn.
           move spaces to xMoveRefIn.
           write xMoveRecord.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

       242-scan-fefo.
           if xLotLocCodeT (nLotSubscript) = xFromLocation
               and xLotFruitT (nLotSubscript) = xEntryFruit
               and nLotQtyT (nLotSubscript) > 0
               and xLotHoldT (nLotSubscript) not = "H"
               and nLotExpiryDateT (nLotSubscript) < nBestLotExpiry
               move nLotExpiryDateT (nLotSubscript) to nBestLotExpiry,
               move nLotSubscript to nBestLotSubscript,
               move nLotRecvDateT (nLotSubscript) to nLotRecvDateIn,
               move nLotExpiryDateT (nLotSubscript) to nLotExpiryDateIn,
               move nLotQtyT (nLotSubscript) to nLotQtyIn,
               move xLotTraceT (nLotSubscript) to xLotTraceIn,

               write xLotInput,
               move xStatusLots to xCurrentStatus,
       300-termination.
           perform 310-rewrite-lots.

           if nPlanCount > 0
               perform 320-rewrite-plan,
           end-if.

           close locationStock.
           move xStatusLocStock to xCurrentStatus.
           move "LocationStock.txt" to xCurrentFileName.
           display "Posted ", nTransfersPosted, " transfer(s).".
           display " ".

       320-rewrite-plan.
           open output planFile.
           move xStatusPlan to xCurrentStatus.
           move "TransferPlan.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 321-write-plan
               varying nPlanSubscript from 1 by 1
               until nPlanSubscript > nPlanCount.

           close planFile.
           move xStatusPlan to xCurrentStatus.
           move "TransferPlan.txt" to xCurrentFileName.
           perform 900-check-status.

       321-write-plan.
           write xPlanRecord from xPlanElement (nPlanSubscript).
           move xStatusPlan to xCurrentStatus.
           move "TransferPlan.txt" to xCurrentFileName.
           perform 900-check-status.

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
