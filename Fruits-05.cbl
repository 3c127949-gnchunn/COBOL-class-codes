               file status is xStatusLots.
           select shelfLife assign to "ShelfLife.txt" organization is line sequential
               file status is xStatusShelf.
           select fruitCodes assign to "FruitCodes.txt"
               organization is line sequential
               file status is xStatusCodes.
           select lotControl assign to "LotControl.txt"
               organization is line sequential
               file status is xStatusLotCtl.
           select lotMovements assign to "LotMovements.txt"
               organization is line sequential
               file status is xStatusMoves.

       data division.
       file section.
       fd  masterfile.
       01  xMaster.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd poFile.
       01 xPoInput.
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd outfile.
       01 xOutput              pic x(80).
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

       fd shelfLife.
       01 xShelfInput.
           05 xShelfFruitIn    pic x(14).
           05 nShelfDaysIn     pic 9(3).

       fd fruitCodes.
       01 xCodeInput.
           05 xCodeValueIn     pic x(14).
           05 xCodeFruitIn     pic x(14).
           05 xCodeTypeIn      pic x.

       fd lotControl.
       01 xLotControlInput.
           05 nNextLotIdIn     pic 9(8).

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

       working-storage section.
       77  xStatusMaster        pic xx value "00".
       77  xStatusLocStock      pic xx value "00".
       77  nExpiryInteger       pic 9(8) value 0.
       77  nExpiryDate          pic 9(8) value 0.
       77  xRunDate             pic 9(8).
       77  xStatusCodes         pic xx value "00".
       77  xCodesEofFlag        pic x value "n".
       77  nCodeCount           pic 9(4) value 0.
       77  nCodeSubscript       pic 9(4).
       77  nCodeMatches         pic 99 value 0.
       77  xCodeFruitFound      pic x(14) value spaces.
       77  xCodeAmbiguousFlag   pic x value "n".
       77  xEntryFruit          pic x(14) value spaces.
       77  nFruitPoCount        pic 99 value 0.
       77  nFruitPoNumber       pic 9(6) value 0.
       77  xStatusLotCtl        pic xx value "00".
       77  xStatusMoves         pic xx value "00".
       77  nLotId               pic 9(8) value 0.

       01 xCodeTable.
           05 xCodeElement occurs 1 to 2000 times
                   depending on nCodeCount.
               10 xCodeValueT      pic x(14).
               10 xCodeFruitT      pic x(14).

       01 xPoTable.
           05  xPoElement occurs 1 to 500 times
               perform 900-check-status,
           end-if.

           perform 120-load-fruit-codes.

       110-load-po.
           read poFile
               at end
           move "PurchaseOrders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-fruit-codes.
           open input fruitCodes.

           if xStatusCodes = "00"
               perform 121-read-fruit-code until xCodesEofFlag = "y",
               close fruitCodes,
           end-if.

       121-read-fruit-code.
           read fruitCodes
               at end
                   move "y" to xCodesEofFlag,
               not at end
                   if nCodeCount < 2000
                       add 1 to nCodeCount,
                       move xCodeValueIn to xCodeValueT (nCodeCount),
                       move xCodeFruitIn to xCodeFruitT (nCodeCount),
                   end-if,
           end-read.

           move xStatusCodes to xCurrentStatus.
           move "FruitCodes.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           end-if.

       220-receive-po.
           display "PO number (0 to look up by fruit)? " with no advancing.
           accept nEntryPoNumber.

           if nEntryPoNumber = 0
               perform 221-find-po-by-fruit,
           end-if.

           if nEntryPoNumber > 0
               move "n" to xFoundFlag,
               perform 225-find-po varying nProcessSubscript from 1 by 1
                   until nProcessSubscript > nPoLoadSubscript
                   or xFoundFlag = "y",

               if xFoundFlag = "n"
                   display "No open PO with that number.",
               end-if,
           end-if.

       221-find-po-by-fruit.
           display "Fruit code or name? " with no advancing.
           accept xEntryFruit.

           perform 222-resolve-fruit-code.

           if xCodeAmbiguousFlag = "y"
               display "Code '", function trim(xEntryFruit),
                   "' is assigned to more than one fruit - enter the",
                   " fruit name.",
           else
               move 0 to nFruitPoCount,
               move 0 to nFruitPoNumber,
               perform 224-match-fruit-po
                   varying nProcessSubscript from 1 by 1
                   until nProcessSubscript > nPoLoadSubscript,

               evaluate nFruitPoCount
                   when 0
                       display "No open PO for '",
                           function trim(xEntryFruit), "'."
                   when 1
                       move nFruitPoNumber to nEntryPoNumber
                   when other
                       display "PO number? " with no advancing,
                       accept nEntryPoNumber
               end-evaluate,
           end-if.

       222-resolve-fruit-code.
           move 0 to nCodeMatches.
           move spaces to xCodeFruitFound.
           move "n" to xCodeAmbiguousFlag.

           perform 223-scan-fruit-code
               varying nCodeSubscript from 1 by 1
               until nCodeSubscript > nCodeCount.

           if nCodeMatches > 0 and xCodeAmbiguousFlag = "n"
               move xCodeFruitFound to xEntryFruit,
           end-if.

       223-scan-fruit-code.
           if xCodeValueT (nCodeSubscript) = xEntryFruit
               add 1 to nCodeMatches,
               if nCodeMatches = 1
                   move xCodeFruitT (nCodeSubscript) to xCodeFruitFound,
               else
                   if xCodeFruitT (nCodeSubscript) not = xCodeFruitFound
                       move "y" to xCodeAmbiguousFlag,
                   end-if,
               end-if,
           end-if.

       224-match-fruit-po.
           if xPoFruitNameT (nProcessSubscript) = xEntryFruit
               and xPoStatusT (nProcessSubscript) = "O"
               add 1 to nFruitPoCount,
               move nPoNumberT (nProcessSubscript) to nFruitPoNumber,
               move nPoNumberT (nProcessSubscript) to nePoNumberOut,
               move xPoFruitNameT (nProcessSubscript) to xPoFruitOut,
               move xPoSupplierT (nProcessSubscript) to xPoSupplierOut,
               move nPoQtyT (nProcessSubscript) to nePoQtyOut,
               move nPoDateT (nProcessSubscript) to nePoDateOut,
               display xOpenPoDetail,
           end-if.

       225-find-po.
           move xRunDate to nLotRecvDateIn.
           move nExpiryDate to nLotExpiryDateIn.
           move nEntryQtyReceived to nLotQtyIn.
           perform 2381-assign-lot-number.
           move nLotId to nLotIdIn.
           move xPoSupplierT (nProcessSubscript) to xLotSupplierIn.
           move nEntryPoNumber to nLotPoNumberIn.
           move space to xLotHoldIn.
           move 0 to nLotRecallIn.
           write xLotInput.
           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           move "StockLots.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 2382-log-lot-receipt.

           display "Received into lot ", nLotId, ".".

       2381-assign-lot-number.
           open input lotControl.

           if xStatusLotCtl = "35"
               move 1 to nLotId,
           else
               move xStatusLotCtl to xCurrentStatus,
               move "LotControl.txt" to xCurrentFileName,
               perform 900-check-status,
               read lotControl
                   at end
                       move 1 to nLotId,
                   not at end
                       move nNextLotIdIn to nLotId,
               end-read,
               close lotControl,
           end-if.

           open output lotControl.
           move xStatusLotCtl to xCurrentStatus.
           move "LotControl.txt" to xCurrentFileName.
           perform 900-check-status.

           compute nNextLotIdIn = nLotId + 1.
           write xLotControlInput.
           move xStatusLotCtl to xCurrentStatus.
           move "LotControl.txt" to xCurrentFileName.
           perform 900-check-status.

           close lotControl.
           move xStatusLotCtl to xCurrentStatus.
           move "LotControl.txt" to xCurrentFileName.
           perform 900-check-status.

       2382-log-lot-receipt.
           open extend lotMovements.
           if xStatusMoves = "35"
               open output lotMovements,
           end-if.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           move nLotId to nMoveLotIn.
           move xRunDate to nMoveDateIn.
           move "R" to xMoveTypeIn.
           move xEntryLocation to xMoveLocIn.
           move spaces to xMoveToLocIn.
           move xPoFruitNameT (nProcessSubscript) to xMoveFruitIn.
           move nEntryQtyReceived to nMoveQtyIn.
           move nEntryPoNumber to nMoveOrderIn.
           move 0 to nMoveLineIn.
           move spaces to xMoveCustIn.
           move xPoSupplierT (nProcessSubscript) to xMoveRefIn.
           write xMoveRecord.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           close lotMovements.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

       239-find-shelf-life.
           move 14 to nShelfDaysFound.
           move "n" to xShelfEofFlag.
