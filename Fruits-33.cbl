       identification division.
       program-id. Fruits-33.

       environment division.
       input-output section.
       file-control.
           select recallFile assign to "Recalls.txt"
               organization is line sequential
               file status is xStatusRecalls.
           select stockLots assign to "StockLots.txt" organization is line sequential
               file status is xStatusLots.
           select lotMovements assign to "LotMovements.txt"
               organization is line sequential
               file status is xStatusMoves.
           select masterfile assign to "FixedFruits.txt"
               organization is indexed
               record key is xFruitNameIn
               file status is xStatusMaster.
           select locationStock assign to "LocationStock.txt"
               organization is indexed
               record key is xLocStockKey
               file status is xStatusLocStock.
           select customers assign to "Customers.txt"
               organization is indexed
               access mode is dynamic
               record key is xCustIdIn
               file status is xStatusCust.
           select outfile assign to "Fruits-33-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd recallFile.
       01 xRecallRecord.
           05 nRecallNumIn         pic 9(4).
           05 nRecallOpenDateIn    pic 9(8).
           05 xRecallTypeIn        pic x.
           05 nRecallLotIn         pic 9(8).
           05 xRecallSupplierIn    pic x(14).
           05 nRecallFromDateIn    pic 9(8).
           05 nRecallToDateIn      pic 9(8).
           05 xRecallReasonIn      pic x(30).
           05 xRecallStatusIn      pic x.
           05 nRecallCloseDateIn   pic 9(8).
           05 xRecallDispositionIn pic x.
           05 xRecallOperatorIn    pic x(8).

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

       fd outfile.
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusRecalls       pic xx      value "00".
       77 xStatusLots          pic xx      value "00".
       77 xStatusMoves         pic xx      value "00".
       77 xStatusMaster        pic xx      value "00".
       77 xStatusLocStock      pic xx      value "00".
       77 xStatusCust          pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xRecallsEofFlag      pic x       value "n".
       77 xLotsEofFlag         pic x       value "n".
       77 xMovesEofFlag        pic x       value "n".
       77 xMenuChoice          pic 9       value 0.
       77 xOperatorId          pic x(8)    value spaces.
       77 xDecision            pic x       value space.
       77 nRecallCount         pic 999     value 0.
       77 nRecallSubscript     pic 999.
       77 nRecallFoundSubscript pic 999    value 0.
       77 nLastRecallNum       pic 9(4)    value 0.
       77 nEntryRecallNum      pic 9(4)    value 0.
       77 xEntryType           pic x       value space.
       77 nEntryLot            pic 9(8)    value 0.
       77 xEntrySupplier       pic x(14)   value spaces.
       77 nEntryFromDate       pic 9(8)    value 0.
       77 nEntryToDate         pic 9(8)    value 0.
       77 xEntryReason         pic x(30)   value spaces.
       77 nLotCount            pic 9(4)    value 0.
       77 nLotSubscript        pic 9(4).
       77 nMatchCount          pic 999     value 0.
       77 nMatchSubscript      pic 999.
       77 nMatchFoundSubscript pic 999     value 0.
       77 nAdjustQty           pic 9(3)v99 value 0.
       77 xAdjustDirection     pic x       value space.
       77 xMoveType            pic x       value space.
       77 xMoveRef             pic x(14)   value spaces.
       77 nFrozenCount         pic 999     value 0.
       77 nOtherHoldCount      pic 999     value 0.
       77 nLotsClosed          pic 999     value 0.
       77 nLotsMatched         pic 9(5)    value 0.
       77 nMovesWritten        pic 9(5)    value 0.
       77 xCustomerName        pic x(20)   value spaces.
       77 xCustomerPhone       pic x(15)   value spaces.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xMenu.
           05 filler           pic x(38)   value
               "1. Open a recall and freeze stock".
           05 filler           pic x(38)   value
               "2. Reprint a recall trace report".
           05 filler           pic x(38)   value
               "3. Close a recall".
           05 filler           pic x(38)   value
               "4. Save and exit".

       01 xRecallTable.
           05  xRecallElement occurs 1 to 500 times
                   depending on nRecallCount.
               10 nRecallNumT          pic 9(4).
               10 nRecallOpenDateT     pic 9(8).
               10 xRecallTypeT         pic x.
               10 nRecallLotT          pic 9(8).
               10 xRecallSupplierT     pic x(14).
               10 nRecallFromDateT     pic 9(8).
               10 nRecallToDateT       pic 9(8).
               10 xRecallReasonT       pic x(30).
               10 xRecallStatusT       pic x.
               10 nRecallCloseDateT    pic 9(8).
               10 xRecallDispositionT  pic x.
               10 xRecallOperatorT     pic x(8).

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

       01 xMatchTable.
           05  xMatchElement occurs 1 to 200 times
                   depending on nMatchCount.
               10 nMatchLotT       pic 9(8).
               10 xMatchFruitT     pic x(14).
               10 xMatchSupplierT  pic x(14).
               10 nMatchRecvDateT  pic 9(8).
               10 nMatchPoT        pic 9(6).
               10 xMatchLocT       pic x(3).
               10 nMatchRecvQtyT   pic 9(5)v99.
               10 nMatchSoldT      pic 9(5)v99.
               10 nMatchReturnedT  pic 9(5)v99.
               10 nMatchSpoiledT   pic 9(5)v99.
               10 nMatchOnHandT    pic 9(5)v99.

       01 xReportHeading-1.
           05 filler           pic x(11)   value "*** Recall ".
           05 neHeadRecallOut  pic 9(4).
           05 filler           pic x(8)    value " opened ".
           05 neHeadOpenOut    pic 9999/99/99.
           05 filler           pic x(5)    value " *** ".
           05 xHeadStatusOut   pic x(30).

       01 xReportHeading-2.
           05 filler           pic x(10)   value "Criteria: ".
           05 xHeadCriteriaOut pic x(60).

       01 xReportHeading-3.
           05 filler           pic x(10)   value "Reason:   ".
           05 xHeadReasonOut   pic x(30).

       01 xLotHeading.
           05 filler           pic x(4)    value "Lot ".
           05 neLotIdOut       pic 9(8).
           05 filler           pic xx      value spaces.
           05 xLotFruitOut     pic x(14).
           05 filler           pic x(10)   value " supplier ".
           05 xLotSupplierOut  pic x(14).
           05 filler           pic x(10)   value " received ".
           05 neLotRecvOut     pic 9999/99/99.
           05 filler           pic x(4)    value " PO ".
           05 neLotPoOut       pic 9(6).
           05 filler           pic x(6)    value "  qty ".
           05 neLotQtyOut      pic zzzz9.99.

       01 xMoveDetail.
           05 filler           pic x(4)    value spaces.
           05 neMoveDateOut    pic 9999/99/99.
           05 filler           pic x       value space.
           05 xMoveTextOut     pic x(14).
           05 neMoveQtyOut     pic zzzz9.99.
           05 filler           pic xx      value spaces.
           05 xMoveInfoOut     pic x(60).

       01 xOnHandDetail.
           05 filler           pic x(15)   value "    On hand at ".
           05 xOnHandLocOut    pic x(3).
           05 filler           pic xx      value spaces.
           05 neOnHandQtyOut   pic zzzz9.99.
           05 filler           pic xx      value spaces.
           05 xOnHandNoteOut   pic x(40).

       01 xLotFooter.
           05 filler           pic x(14)   value "    Totals:   ".
           05 filler           pic x(6)    value "sold ".
           05 neFootSoldOut    pic zzzz9.99.
           05 filler           pic x(11)   value "  returned ".
           05 neFootReturnOut  pic zzzz9.99.
           05 filler           pic x(10)   value "  spoiled ".
           05 neFootSpoilOut   pic zzzz9.99.
           05 filler           pic x(10)   value "  on hand ".
           05 neFootOnHandOut  pic zzzz9.99.

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
           perform 200-menu until xMenuChoice = 4.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           display " ".
           display "*** Lot recall and traceability ***".

           display "Operator ID? " with no advancing.
           accept xOperatorId.

           accept xRunDate from date yyyymmdd.

           perform 110-load-recalls.
           perform 120-load-lots.

       110-load-recalls.
           open input recallFile.

           if xStatusRecalls = "00"
               perform 111-read-recall until xRecallsEofFlag = "y",
               close recallFile,
           end-if.

       111-read-recall.
           read recallFile
               at end
                   move "y" to xRecallsEofFlag,
               not at end
                   if nRecallCount < 500
                       add 1 to nRecallCount,
                       move xRecallRecord to xRecallElement (nRecallCount),
                       if nRecallNumIn > nLastRecallNum
                           move nRecallNumIn to nLastRecallNum,
                       end-if,
                   else
                       display "*** Recalls.txt holds more than 500",
                           " recalls. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusRecalls to xCurrentStatus.
           move "Recalls.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-lots.
           open input stockLots.

           if xStatusLots = "00"
               perform 121-read-lot until xLotsEofFlag = "y",
               close stockLots,
           end-if.

       121-read-lot.
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
                   else
                       display "*** StockLots.txt holds more than 1000",
                           " lots - run the spoilage write-off before",
                           " opening a recall. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           display " ".
           display "Selection? " with no advancing.
           accept xMenuChoice.

           evaluate xMenuChoice
               when 1
                   perform 210-open-recall
               when 2
                   perform 240-reprint-recall
               when 3
                   perform 260-close-recall
               when 4
                   continue
               when other
                   display "Please enter 1, 2, 3 or 4."
           end-evaluate.

       210-open-recall.
           move space to xEntryType.
           perform 211-ask-type until xEntryType = "L"
               or xEntryType = "S".

           move 0 to nEntryLot.
           move spaces to xEntrySupplier.
           move 0 to nEntryFromDate.
           move 0 to nEntryToDate.

           if xEntryType = "L"
               display "Lot number? " with no advancing,
               accept nEntryLot,
           else
               display "Supplier? " with no advancing,
               accept xEntrySupplier,
               display "Received from (yyyymmdd)? " with no advancing,
               accept nEntryFromDate,
               display "Received to (yyyymmdd, 0 = same day)? "
                   with no advancing,
               accept nEntryToDate,
               if nEntryToDate = 0
                   move nEntryFromDate to nEntryToDate,
               end-if,
           end-if.

           display "Reason for the recall? " with no advancing.
           accept xEntryReason.

           perform 220-build-matches.

           evaluate true
               when nMatchCount = 0
                   display "No traceable lots match - recall not opened."
               when nRecallCount >= 500
                   display "Recalls.txt is full - recall not opened."
               when other
                   add 1 to nLastRecallNum,
                   add 1 to nRecallCount,
                   move nRecallCount to nRecallFoundSubscript,
                   move nLastRecallNum to nRecallNumT (nRecallCount),
                   move xRunDate to nRecallOpenDateT (nRecallCount),
                   move xEntryType to xRecallTypeT (nRecallCount),
                   move nEntryLot to nRecallLotT (nRecallCount),
                   move xEntrySupplier to xRecallSupplierT (nRecallCount),
                   move nEntryFromDate to nRecallFromDateT (nRecallCount),
                   move nEntryToDate to nRecallToDateT (nRecallCount),
                   move xEntryReason to xRecallReasonT (nRecallCount),
                   move "O" to xRecallStatusT (nRecallCount),
                   move 0 to nRecallCloseDateT (nRecallCount),
                   move space to xRecallDispositionT (nRecallCount),
                   move xOperatorId to xRecallOperatorT (nRecallCount),
                   perform 230-freeze-lots,
                   perform 250-print-report,
                   display "Recall ", nLastRecallNum, " opened; ",
                       nFrozenCount, " stock lot(s) frozen.",
                   if nOtherHoldCount > 0
                       display nOtherHoldCount, " lot(s) were already",
                           " held by an earlier recall.",
                   end-if
           end-evaluate.

       211-ask-type.
           display "Recall by (L)ot or (S)upplier and receipt dates? "
               with no advancing.
           accept xEntryType.
           move function upper-case(xEntryType) to xEntryType.

       220-build-matches.
           move 0 to nMatchCount.
           move "n" to xMovesEofFlag.

           open input lotMovements.
           if xStatusMoves = "00"
               perform 221-read-receipt until xMovesEofFlag = "y",
               close lotMovements,
           end-if.

           add nMatchCount to nLotsMatched.

       221-read-receipt.
           read lotMovements
               at end
                   move "y" to xMovesEofFlag,
               not at end
                   if xMoveTypeIn = "R"
                       evaluate true
                           when xEntryType = "L"
                               and nMoveLotIn = nEntryLot
                               perform 222-add-match
                           when xEntryType = "S"
                               and xMoveRefIn = xEntrySupplier
                               and nMoveDateIn >= nEntryFromDate
                               and nMoveDateIn <= nEntryToDate
                               perform 222-add-match
                           when other
                               continue
                       end-evaluate,
                   end-if,
           end-read.

           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 901-check-read-status.

       222-add-match.
           if nMatchCount < 200
               add 1 to nMatchCount,
               move nMoveLotIn to nMatchLotT (nMatchCount),
               move xMoveFruitIn to xMatchFruitT (nMatchCount),
               move xMoveRefIn to xMatchSupplierT (nMatchCount),
               move nMoveDateIn to nMatchRecvDateT (nMatchCount),
               move nMoveOrderIn to nMatchPoT (nMatchCount),
               move xMoveLocIn to xMatchLocT (nMatchCount),
               move nMoveQtyIn to nMatchRecvQtyT (nMatchCount),
               move 0 to nMatchSoldT (nMatchCount),
               move 0 to nMatchReturnedT (nMatchCount),
               move 0 to nMatchSpoiledT (nMatchCount),
               move 0 to nMatchOnHandT (nMatchCount),
           end-if.

       223-find-match.
           move 0 to nMatchFoundSubscript.
           perform 224-search-match
               varying nMatchSubscript from 1 by 1
               until nMatchSubscript > nMatchCount
               or nMatchFoundSubscript > 0.

       224-search-match.
           if nMatchLotT (nMatchSubscript) = nLotIdT (nLotSubscript)
               move nMatchSubscript to nMatchFoundSubscript,
           end-if.

       230-freeze-lots.
           move 0 to nFrozenCount.
           move 0 to nOtherHoldCount.

           perform 270-open-stock-files.

           perform 231-freeze-one-lot
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           perform 279-close-stock-files.

       231-freeze-one-lot.
           if nLotIdT (nLotSubscript) > 0 and nLotQtyT (nLotSubscript) > 0
               perform 223-find-match,
               if nMatchFoundSubscript > 0
                   if xLotHoldT (nLotSubscript) = "H"
                       add 1 to nOtherHoldCount,
                   else
                       move "H" to xLotHoldT (nLotSubscript),
                       move nLastRecallNum to nLotRecallT (nLotSubscript),
                       move nLotQtyT (nLotSubscript) to nAdjustQty,
                       move "-" to xAdjustDirection,
                       perform 271-adjust-stock,
                       move "Q" to xMoveType,
                       move "quarantined" to xMoveRef,
                       perform 275-write-movement,
                       add 1 to nFrozenCount,
                   end-if,
               end-if,
           end-if.

       240-reprint-recall.
           display "Recall number? " with no advancing.
           accept nEntryRecallNum.

           perform 280-find-recall.

           if nRecallFoundSubscript = 0
               display "Recall not found.",
           else
               move xRecallTypeT (nRecallFoundSubscript) to xEntryType,
               move nRecallLotT (nRecallFoundSubscript) to nEntryLot,
               move xRecallSupplierT (nRecallFoundSubscript)
                   to xEntrySupplier,
               move nRecallFromDateT (nRecallFoundSubscript)
                   to nEntryFromDate,
               move nRecallToDateT (nRecallFoundSubscript)
                   to nEntryToDate,
               perform 220-build-matches,
               perform 250-print-report,
           end-if.

       250-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-33-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nRecallNumT (nRecallFoundSubscript) to neHeadRecallOut.
           move nRecallOpenDateT (nRecallFoundSubscript) to neHeadOpenOut.
           if xRecallStatusT (nRecallFoundSubscript) = "O"
               move "OPEN - stock frozen" to xHeadStatusOut,
           else
               if xRecallDispositionT (nRecallFoundSubscript) = "D"
                   move "CLOSED - stock destroyed" to xHeadStatusOut,
               else
                   move "CLOSED - stock released" to xHeadStatusOut,
               end-if,
           end-if.

           move spaces to xHeadCriteriaOut.
           if xRecallTypeT (nRecallFoundSubscript) = "L"
               string "lot " delimited by size
                   nRecallLotT (nRecallFoundSubscript) delimited by size
                   into xHeadCriteriaOut,
           else
               string "supplier " delimited by size
                   xRecallSupplierT (nRecallFoundSubscript)
                       delimited by "  "
                   " received " delimited by size
                   nRecallFromDateT (nRecallFoundSubscript)
                       delimited by size
                   " to " delimited by size
                   nRecallToDateT (nRecallFoundSubscript)
                       delimited by size
                   into xHeadCriteriaOut,
           end-if.
           move xRecallReasonT (nRecallFoundSubscript) to xHeadReasonOut.

           display " ".
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           display xReportHeading-3.
           write xOutput from xReportHeading-3 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-33-output.txt" to xCurrentFileName.
           perform 900-check-status.

           open input customers.

           perform 251-print-lot
               varying nMatchSubscript from 1 by 1
               until nMatchSubscript > nMatchCount.

           if xStatusCust = "00"
               close customers,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-33-output.txt" to xCurrentFileName.
           perform 900-check-status.

       251-print-lot.
           move nMatchLotT (nMatchSubscript) to neLotIdOut.
           move xMatchFruitT (nMatchSubscript) to xLotFruitOut.
           move xMatchSupplierT (nMatchSubscript) to xLotSupplierOut.
           move nMatchRecvDateT (nMatchSubscript) to neLotRecvOut.
           move nMatchPoT (nMatchSubscript) to neLotPoOut.
           move nMatchRecvQtyT (nMatchSubscript) to neLotQtyOut.

           display " ".
           write xOutput from " " before advancing 1 line.
           display xLotHeading.
           write xOutput from xLotHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-33-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move 0 to nMatchSoldT (nMatchSubscript).
           move 0 to nMatchReturnedT (nMatchSubscript).
           move 0 to nMatchSpoiledT (nMatchSubscript).
           move 0 to nMatchOnHandT (nMatchSubscript).

           move "n" to xMovesEofFlag.
           open input lotMovements.
           if xStatusMoves = "00"
               perform 252-read-lot-movement until xMovesEofFlag = "y",
               close lotMovements,
           end-if.

           perform 254-print-on-hand
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           if nMatchOnHandT (nMatchSubscript) = 0
               move spaces to xOnHandLocOut,
               move 0 to neOnHandQtyOut,
               move "nothing left on hand" to xOnHandNoteOut,
               display xOnHandDetail,
               write xOutput from xOnHandDetail before advancing 1 line,
           end-if.

           move nMatchSoldT (nMatchSubscript) to neFootSoldOut.
           move nMatchReturnedT (nMatchSubscript) to neFootReturnOut.
           move nMatchSpoiledT (nMatchSubscript) to neFootSpoilOut.
           move nMatchOnHandT (nMatchSubscript) to neFootOnHandOut.
           display xLotFooter.
           write xOutput from xLotFooter before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-33-output.txt" to xCurrentFileName.
           perform 900-check-status.

       252-read-lot-movement.
           read lotMovements
               at end
                   move "y" to xMovesEofFlag,
               not at end
                   if nMoveLotIn = nMatchLotT (nMatchSubscript)
                       and xMoveTypeIn not = "R"
                       perform 253-print-movement,
                   end-if,
           end-read.

           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 901-check-read-status.

       253-print-movement.
           move nMoveDateIn to neMoveDateOut.
           move nMoveQtyIn to neMoveQtyOut.
           move spaces to xMoveInfoOut.

           evaluate xMoveTypeIn
               when "S"
                   move "sold" to xMoveTextOut,
                   add nMoveQtyIn to nMatchSoldT (nMatchSubscript),
                   perform 255-find-customer,
                   string "order " delimited by size
                       nMoveOrderIn delimited by size
                       " at " delimited by size
                       xMoveLocIn delimited by size
                       "  " delimited by size
                       xCustomerName delimited by "  "
                       "  " delimited by size
                       xCustomerPhone delimited by "  "
                       into xMoveInfoOut
               when "U"
                   move "returned" to xMoveTextOut,
                   add nMoveQtyIn to nMatchReturnedT (nMatchSubscript),
                   string "order " delimited by size
                       nMoveOrderIn delimited by size
                       " customer " delimited by size
                       xMoveCustIn delimited by size
                       " " delimited by size
                       xMoveRefIn delimited by "  "
                       into xMoveInfoOut
               when "T"
                   move "transferred" to xMoveTextOut,
                   string xMoveLocIn delimited by size
                       " to " delimited by size
                       xMoveToLocIn delimited by size
                       into xMoveInfoOut
               when "W"
                   move "spoiled" to xMoveTextOut,
                   add nMoveQtyIn to nMatchSpoiledT (nMatchSubscript),
                   string "at " delimited by size
                       xMoveLocIn delimited by size
                       " " delimited by size
                       xMoveRefIn delimited by "  "
                       into xMoveInfoOut
               when "Q"
                   move "frozen" to xMoveTextOut,
                   string "at " delimited by size
                       xMoveLocIn delimited by size
                       " by recall " delimited by size
                       nMoveOrderIn delimited by size
                       into xMoveInfoOut
               when "L"
                   move "released" to xMoveTextOut,
                   string "at " delimited by size
                       xMoveLocIn delimited by size
                       " by recall " delimited by size
                       nMoveOrderIn delimited by size
                       into xMoveInfoOut
               when "D"
                   move "destroyed" to xMoveTextOut,
                   add nMoveQtyIn to nMatchSpoiledT (nMatchSubscript),
                   string "at " delimited by size
                       xMoveLocIn delimited by size
                       " by recall " delimited by size
                       nMoveOrderIn delimited by size
                       into xMoveInfoOut
               when other
                   move xMoveTypeIn to xMoveTextOut
           end-evaluate.

           display xMoveDetail.
           write xOutput from xMoveDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-33-output.txt" to xCurrentFileName.
           perform 900-check-status.

       254-print-on-hand.
           if nLotIdT (nLotSubscript) = nMatchLotT (nMatchSubscript)
               and nLotQtyT (nLotSubscript) > 0
               add nLotQtyT (nLotSubscript)
                   to nMatchOnHandT (nMatchSubscript),
               move xLotLocCodeT (nLotSubscript) to xOnHandLocOut,
               move nLotQtyT (nLotSubscript) to neOnHandQtyOut,
               move spaces to xOnHandNoteOut,
               if xLotHoldT (nLotSubscript) = "H"
                   string "FROZEN by recall " delimited by size
                       nLotRecallT (nLotSubscript) delimited by size
                       into xOnHandNoteOut,
               else
                   move "available for sale" to xOnHandNoteOut,
               end-if,
               display xOnHandDetail,
               write xOutput from xOnHandDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-33-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       255-find-customer.
           move spaces to xCustomerPhone.

           if xMoveCustIn = spaces
               move "(walk-in)" to xCustomerName,
           else
               move xMoveCustIn to xCustomerName,
               if xStatusCust = "00" or xStatusCust = "23"
                   move xMoveCustIn to xCustIdIn,
                   read customers key is xCustIdIn
                       invalid key
                           continue,
                       not invalid key
                           move xCustNameIn to xCustomerName,
                           move xCustPhoneIn to xCustomerPhone,
                   end-read,
               end-if,
           end-if.

       260-close-recall.
           display "Recall number to close? " with no advancing.
           accept nEntryRecallNum.

           perform 280-find-recall.

           evaluate true
               when nRecallFoundSubscript = 0
                   display "Recall not found."
               when xRecallStatusT (nRecallFoundSubscript) not = "O"
                   display "That recall is already closed."
               when other
                   move space to xDecision,
                   perform 261-ask-disposition until xDecision = "R"
                       or xDecision = "D" or xDecision = "S",
                   if xDecision = "S"
                       display "Recall left open.",
                   else
                       move 0 to nLotsClosed,
                       perform 270-open-stock-files,
                       perform 262-close-one-lot
                           varying nLotSubscript from 1 by 1
                           until nLotSubscript > nLotCount,
                       perform 279-close-stock-files,
                       move "C" to xRecallStatusT (nRecallFoundSubscript),
                       move xRunDate
                           to nRecallCloseDateT (nRecallFoundSubscript),
                       move xDecision
                           to xRecallDispositionT (nRecallFoundSubscript),
                       if xDecision = "R"
                           display "Recall closed; ", nLotsClosed,
                               " lot(s) released back to sale.",
                       else
                           display "Recall closed; ", nLotsClosed,
                               " lot(s) destroyed.",
                       end-if,
                   end-if
           end-evaluate.

       261-ask-disposition.
           display "(R)elease the frozen stock, (D)estroy it or (S)kip? "
               with no advancing.
           accept xDecision.
           move function upper-case(xDecision) to xDecision.

       262-close-one-lot.
           if xLotHoldT (nLotSubscript) = "H"
               and nLotRecallT (nLotSubscript) = nEntryRecallNum
               move nLotQtyT (nLotSubscript) to nAdjustQty,
               if xDecision = "R"
                   move "+" to xAdjustDirection,
                   perform 271-adjust-stock,
                   move "L" to xMoveType,
                   move "released" to xMoveRef,
                   perform 275-write-movement,
               else
                   move "D" to xMoveType,
                   move "destroyed" to xMoveRef,
                   perform 275-write-movement,
                   move 0 to nLotQtyT (nLotSubscript),
               end-if,
               move space to xLotHoldT (nLotSubscript),
               move 0 to nLotRecallT (nLotSubscript),
               add 1 to nLotsClosed,
           end-if.

       270-open-stock-files.
           open i-o masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           open i-o locationStock.

           open extend lotMovements.
           if xStatusMoves = "35"
               open output lotMovements,
           end-if.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

       271-adjust-stock.
           move xLotFruitT (nLotSubscript) to xFruitNameIn.
           read masterfile key is xFruitNameIn
               invalid key
                   continue,
               not invalid key
                   if xAdjustDirection = "+"
                       add nAdjustQty to nFruitQtyIn,
                   else
                       if nFruitQtyIn >= nAdjustQty
                           subtract nAdjustQty from nFruitQtyIn,
                       else
                           move 0 to nFruitQtyIn,
                       end-if,
                   end-if,
                   rewrite xMaster,
           end-read.

           if xStatusLocStock = "00" or xStatusLocStock = "23"
               move xLotLocCodeT (nLotSubscript) to xLocCodeIn,
               move xLotFruitT (nLotSubscript) to xLocFruitIn,
               read locationStock key is xLocStockKey
                   invalid key
                       if xAdjustDirection = "+"
                           move xLotLocCodeT (nLotSubscript) to xLocCodeIn,
                           move xLotFruitT (nLotSubscript) to xLocFruitIn,
                           move nAdjustQty to nLocQtyIn,
                           write xLocStock,
                       end-if,
                   not invalid key
                       if xAdjustDirection = "+"
                           add nAdjustQty to nLocQtyIn,
                       else
                           if nLocQtyIn >= nAdjustQty
                               subtract nAdjustQty from nLocQtyIn,
                           else
                               move 0 to nLocQtyIn,
                           end-if,
                       end-if,
                       rewrite xLocStock,
               end-read,
           end-if.

       275-write-movement.
           move nLotIdT (nLotSubscript) to nMoveLotIn.
           move xRunDate to nMoveDateIn.
           move xMoveType to xMoveTypeIn.
           move xLotLocCodeT (nLotSubscript) to xMoveLocIn.
           move spaces to xMoveToLocIn.
           move xLotFruitT (nLotSubscript) to xMoveFruitIn.
           move nLotQtyT (nLotSubscript) to nMoveQtyIn.
           move nRecallNumT (nRecallFoundSubscript) to nMoveOrderIn.
           move 0 to nMoveLineIn.
           move xOperatorId to xMoveCustIn.
           move xMoveRef to xMoveRefIn.
           write xMoveRecord.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.
           add 1 to nMovesWritten.

       279-close-stock-files.
           close lotMovements.
           move xStatusMoves to xCurrentStatus.
           move "LotMovements.txt" to xCurrentFileName.
           perform 900-check-status.

           if xStatusLocStock = "00" or xStatusLocStock = "23"
               close locationStock,
           end-if.

           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

       280-find-recall.
           move 0 to nRecallFoundSubscript.
           perform 281-scan-recall
               varying nRecallSubscript from 1 by 1
               until nRecallSubscript > nRecallCount.

       281-scan-recall.
           if nRecallNumT (nRecallSubscript) = nEntryRecallNum
               move nRecallSubscript to nRecallFoundSubscript,
           end-if.

       300-termination.
           perform 310-rewrite-recalls.
           perform 320-rewrite-lots.

           perform 295-write-audit.

           display " ".
           display "Recall file and stock lots saved.".
           display " ".

       310-rewrite-recalls.
           open output recallFile.
           move xStatusRecalls to xCurrentStatus.
           move "Recalls.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 311-write-recall
               varying nRecallSubscript from 1 by 1
               until nRecallSubscript > nRecallCount.

           close recallFile.
           move xStatusRecalls to xCurrentStatus.
           move "Recalls.txt" to xCurrentFileName.
           perform 900-check-status.

       311-write-recall.
           write xRecallRecord from xRecallElement (nRecallSubscript).
           move xStatusRecalls to xCurrentStatus.
           move "Recalls.txt" to xCurrentFileName.
           perform 900-check-status.

       320-rewrite-lots.
           open output stockLots.
           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 321-write-lot
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           close stockLots.
           move xStatusLots to xCurrentStatus.
           move "StockLots.txt" to xCurrentFileName.
           perform 900-check-status.

       321-write-lot.
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

       295-write-audit.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "FRUITS-33" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nLotsMatched to neAuditRecordsReadOut.
           move nMovesWritten to neAuditRecordsWrittenOut.
           move 0 to neAuditExceptionsOut.
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
