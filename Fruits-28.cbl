       identification division.
       program-id. Fruits-28.

       environment division.
       input-output section.
       file-control.
           select locationStock assign to "LocationStock.txt"
               organization is indexed
               access mode is sequential
               record key is xLocStockKey
               file status is xStatusLocStock.
           select parLevels assign to "ParLevels.txt"
               organization is line sequential
               file status is xStatusPar.
           select stockLots assign to "StockLots.txt" organization is line sequential
               file status is xStatusLots.
           select planFile assign to "TransferPlan.txt"
               organization is line sequential
               file status is xStatusPlan.
           select outfile assign to "Fruits-28-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd locationStock.
       01 xLocStock.
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd parLevels.
       01 xParInput.
           05 xParLocCodeIn    pic x(3).
           05 xParFruitIn      pic x(14).
           05 nParMinIn        pic 9(3)v99.
           05 nParTargetIn     pic 9(3)v99.

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

       fd planFile.
       01 xPlanRecord.
           05 nPlanNumberIn    pic 9(4).
           05 xPlanFromLocIn   pic x(3).
           05 xPlanToLocIn     pic x(3).
           05 xPlanFruitIn     pic x(14).
           05 nPlanQtyIn       pic 9(3)v99.
           05 nPlanDateIn      pic 9(8).
           05 xPlanStatusIn    pic x.
           05 nPlanPostedDateIn pic 9(8).

       fd outfile.
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusLocStock      pic xx      value "00".
       77 xStatusPar           pic xx      value "00".
       77 xStatusLots          pic xx      value "00".
       77 xStatusPlan          pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xLocEofFlag          pic x       value "n".
       77 xParEofFlag          pic x       value "n".
       77 xLotsEofFlag         pic x       value "n".
       77 nStockCount          pic 9(4)    value 0.
       77 nStockSubscript      pic 9(4).
       77 nParCount            pic 9(4)    value 0.
       77 nParSubscript        pic 9(4).
       77 nParSearchSubscript  pic 9(4).
       77 nLotCount            pic 9(4)    value 0.
       77 nLotSubscript        pic 9(4).
       77 nPlanCount           pic 9(4)    value 0.
       77 nPlanSubscript       pic 9(4).
       77 nRecordsRead         pic 9(6)    value 0.
       77 nExceptionCount      pic 9(4)    value 0.
       77 nShortCount          pic 9(4)    value 0.
       77 nOnHandQty           pic 9(3)v99 value 0.
       77 nNeedQty             pic 9(3)v99 value 0.
       77 nSurplusQty          pic s9(4)v99 value 0.
       77 nSendQty             pic 9(3)v99 value 0.
       77 nKeepQty             pic 9(3)v99 value 0.
       77 nBestSenderSubscript pic 9(4)    value 0.
       77 nBestSenderExpiry    pic 9(8)    value 0.
       77 nBestSenderSurplus   pic s9(4)v99 value 0.
       77 nSenderExpiry        pic 9(8)    value 0.
       77 xSenderLocation      pic x(3)    value spaces.
       77 nBestLotSubscript    pic 9(4)    value 0.
       77 nBestLotExpiry       pic 9(8)    value 0.
       77 nRemainingQty        pic 9(3)v99 value 0.
       77 nTakeQty             pic 9(3)v99 value 0.
       77 xOldFromLocation     pic x(3)    value spaces.
       77 xExceptionText       pic x(50)   value spaces.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xStockTable.
           05  xStockElement occurs 1 to 2000 times
                   depending on nStockCount.
               10 xStockLocT       pic x(3).
               10 xStockFruitT     pic x(14).
               10 nStockQtyT       pic 9(3)v99.
               10 nStockOutT       pic 9(4)v99.

       01 xParTable.
           05  xParElement occurs 1 to 2000 times
                   depending on nParCount.
               10 xParLocT         pic x(3).
               10 xParFruitT       pic x(14).
               10 nParMinT         pic 9(3)v99.
               10 nParTargetT      pic 9(3)v99.

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
               10 nLotPickT        pic 9(3)v99.

       01 xPlanTable.
           05  xPlanElement occurs 1 to 1000 times
                   depending on nPlanCount.
               10 xPlanFromT       pic x(3).
               10 xPlanFruitT      pic x(14).
               10 xPlanToT         pic x(3).
               10 nPlanQtyT        pic 9(3)v99.

       01 xReportHeading-1.
           05 filler           pic x(40)   value
               "*** Replenishment Transfer Plan ***".
           05 filler           pic x(10)   value "Run date: ".
           05 neHeadingDate    pic 9999/99/99.

       01 xSenderHeading.
           05 filler           pic x(23)   value
               "Pick list for location ".
           05 xSenderLocOut    pic x(3).

       01 xPlanDetail.
           05 filler           pic x(2)    value spaces.
           05 nePlanNumberOut  pic zzz9.
           05 filler           pic x(2)    value spaces.
           05 xPlanFruitOut    pic x(14).
           05 filler           pic x(6)    value " send ".
           05 nePlanQtyOut     pic zz9.99.
           05 filler           pic x(13)   value " to location ".
           05 xPlanToOut       pic x(3).

       01 xPickDetail.
           05 filler           pic x(12)   value spaces.
           05 filler           pic x(17)   value "pick from lot exp".
           05 filler           pic x       value space.
           05 nePickExpiryOut  pic 9999/99/99.
           05 filler           pic x(7)    value " recvd ".
           05 nePickRecvOut    pic 9999/99/99.
           05 filler           pic x(6)    value " qty  ".
           05 nePickQtyOut     pic zz9.99.

       01 xUnlottedDetail.
           05 filler           pic x(12)   value spaces.
           05 filler           pic x(27)   value
               "no lot on file for the rest".
           05 filler           pic x(6)    value " qty  ".
           05 neUnlottedQtyOut pic zz9.99.

       01 xShortHeading.
           05 filler           pic x(52)   value
               "*** Locations left below minimum after the plan ***".

       01 xShortDetail.
           05 xShortLocOut     pic x(3).
           05 filler           pic xx      value spaces.
           05 xShortFruitOut   pic x(14).
           05 filler           pic x(10)   value " on hand  ".
           05 neShortOnHandOut pic zz9.99.
           05 filler           pic x(10)   value " min      ".
           05 neShortMinOut    pic zz9.99.
           05 filler           pic x(16)   value " still short    ".
           05 neShortQtyOut    pic zz9.99.

       01 xExceptionHeading.
           05 filler           pic x(40)   value
               "*** Par level entries not planned ***".

       01 xExceptionDetail.
           05 xExcLocOut       pic x(3).
           05 filler           pic xx      value spaces.
           05 xExcFruitOut     pic x(14).
           05 filler           pic xx      value spaces.
           05 xExcTextOut      pic x(50).

       01 xFooter-1.
           05 filler           pic x(18)   value "Par levels read: ".
           05 neFootPar        pic zzz9.
           05 filler           pic x(22)   value "   transfers planned: ".
           05 neFootPlanned    pic zzz9.
           05 filler           pic x(16)   value "   still short: ".
           05 neFootShort      pic zzz9.

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
           perform 200-plan-location
               varying nParSubscript from 1 by 1
               until nParSubscript > nParCount.
           perform 250-print-plan.
           perform 300-termination.

           if nExceptionCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           perform 110-load-par-levels.
           perform 120-load-location-stock.
           perform 130-load-lots.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-par-levels.
           open input parLevels.

           if xStatusPar = "35"
               display "*** ParLevels.txt not found - no par levels",
                   " to plan against. ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
           move xStatusPar to xCurrentStatus.
           move "ParLevels.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-par until xParEofFlag = "y".

           close parLevels.
           move xStatusPar to xCurrentStatus.
           move "ParLevels.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-par.
           read parLevels
               at end
                   move "y" to xParEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nParCount < 2000
                       add 1 to nParCount,
                       move xParLocCodeIn to xParLocT (nParCount),
                       move xParFruitIn to xParFruitT (nParCount),
                       move nParMinIn to nParMinT (nParCount),
                       move nParTargetIn to nParTargetT (nParCount),
                   else
                       display "*** ParLevels.txt holds more than 2000",
                           " entries. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusPar to xCurrentStatus.
           move "ParLevels.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-location-stock.
           open input locationStock.
           move xStatusLocStock to xCurrentStatus.
           move "LocationStock.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-location-stock until xLocEofFlag = "y".

           close locationStock.
           move xStatusLocStock to xCurrentStatus.
           move "LocationStock.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-location-stock.
           read locationStock next
               at end
                   move "y" to xLocEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nStockCount < 2000
                       add 1 to nStockCount,
                       move xLocCodeIn to xStockLocT (nStockCount),
                       move xLocFruitIn to xStockFruitT (nStockCount),
                       move nLocQtyIn to nStockQtyT (nStockCount),
                       move 0 to nStockOutT (nStockCount),
                   else
                       display "*** LocationStock.txt holds more than",
                           " 2000 entries. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusLocStock to xCurrentStatus.
           move "LocationStock.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-lots.
           open input stockLots.

           if xStatusLots = "00"
               perform 131-read-lot until xLotsEofFlag = "y",
               close stockLots,
           end-if.

       131-read-lot.
           read stockLots
               at end
                   move "y" to xLotsEofFlag,
               not at end
                   add 1 to nRecordsRead,
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
                       move 0 to nLotPickT (nLotCount),
                   else
                       display "*** StockLots.txt holds more than 1000",
                           " lots - run the spoilage write-off before",
                           " planning. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

       200-plan-location.
           evaluate true
               when nParMinT (nParSubscript) > nParTargetT (nParSubscript)
                   move "minimum is above the target quantity"
                       to xExceptionText,
                   perform 240-write-exception
               when other
                   move xParLocT (nParSubscript) to xSenderLocation,
                   perform 205-find-on-hand,
                   if nOnHandQty < nParMinT (nParSubscript)
                       compute nNeedQty =
                           nParTargetT (nParSubscript) - nOnHandQty,
                       move 1 to nBestSenderSubscript,
                       perform 210-choose-sender
                           until nNeedQty = 0
                           or nBestSenderSubscript = 0,
                   end-if
           end-evaluate.

       205-find-on-hand.
           move 0 to nOnHandQty.
           perform 206-scan-on-hand
               varying nStockSubscript from 1 by 1
               until nStockSubscript > nStockCount.

       206-scan-on-hand.
           if xStockLocT (nStockSubscript) = xSenderLocation
               and xStockFruitT (nStockSubscript)
                   = xParFruitT (nParSubscript)
               move nStockQtyT (nStockSubscript) to nOnHandQty,
           end-if.

       210-choose-sender.
           move 0 to nBestSenderSubscript.
           move 0 to nBestSenderSurplus.
           move 99999999 to nBestSenderExpiry.

           perform 211-check-sender
               varying nStockSubscript from 1 by 1
               until nStockSubscript > nStockCount.

           if nBestSenderSubscript > 0
               if nBestSenderSurplus > nNeedQty
                   move nNeedQty to nSendQty,
               else
                   move nBestSenderSurplus to nSendQty,
               end-if,
               add nSendQty to nStockOutT (nBestSenderSubscript),
               subtract nSendQty from nNeedQty,
               if nPlanCount < 1000
                   add 1 to nPlanCount,
                   move xStockLocT (nBestSenderSubscript)
                       to xPlanFromT (nPlanCount),
                   move xParFruitT (nParSubscript)
                       to xPlanFruitT (nPlanCount),
                   move xParLocT (nParSubscript) to xPlanToT (nPlanCount),
                   move nSendQty to nPlanQtyT (nPlanCount),
               else
                   display "*** More than 1000 transfers planned. ***",
                   display "*** Ending run. ***",
                   move 16 to return-code,
                   stop run,
               end-if,
           else
               perform 230-write-short,
           end-if.

       211-check-sender.
           if xStockFruitT (nStockSubscript) = xParFruitT (nParSubscript)
               and xStockLocT (nStockSubscript) not = xParLocT (nParSubscript)
               move xStockLocT (nStockSubscript) to xSenderLocation,
               perform 212-find-sender-keep,
               compute nSurplusQty = nStockQtyT (nStockSubscript)
                   - nStockOutT (nStockSubscript) - nKeepQty,
               if nSurplusQty > 0
                   perform 214-find-sender-expiry,
                   if nSenderExpiry < nBestSenderExpiry
                       or (nSenderExpiry = nBestSenderExpiry
                           and nSurplusQty > nBestSenderSurplus)
                       move nStockSubscript to nBestSenderSubscript,
                       move nSenderExpiry to nBestSenderExpiry,
                       move nSurplusQty to nBestSenderSurplus,
                   end-if,
               end-if,
           end-if.

       212-find-sender-keep.
           move 0 to nKeepQty.
           perform 213-scan-sender-par
               varying nParSearchSubscript from 1 by 1
               until nParSearchSubscript > nParCount.

       213-scan-sender-par.
           if xParLocT (nParSearchSubscript) = xSenderLocation
               and xParFruitT (nParSearchSubscript)
                   = xParFruitT (nParSubscript)
               move nParTargetT (nParSearchSubscript) to nKeepQty,
           end-if.

       214-find-sender-expiry.
           move 99999999 to nSenderExpiry.
           perform 215-scan-sender-lot
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

       215-scan-sender-lot.
           if xLotLocCodeT (nLotSubscript) = xSenderLocation
               and xLotFruitT (nLotSubscript) = xParFruitT (nParSubscript)
               and nLotQtyT (nLotSubscript) > 0
               and xLotHoldT (nLotSubscript) not = "H"
               and nLotExpiryDateT (nLotSubscript) < nSenderExpiry
               move nLotExpiryDateT (nLotSubscript) to nSenderExpiry,
           end-if.

       230-write-short.
           if nShortCount = 0
               display " ",
               write xOutput from " " before advancing 1 line,
               display xShortHeading,
               write xOutput from xShortHeading before advancing 1 line,
           end-if.

           add 1 to nShortCount.
           move xParLocT (nParSubscript) to xShortLocOut.
           move xParFruitT (nParSubscript) to xShortFruitOut.
           move nOnHandQty to neShortOnHandOut.
           move nParMinT (nParSubscript) to neShortMinOut.
           move nNeedQty to neShortQtyOut.
           display xShortDetail.
           write xOutput from xShortDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

       240-write-exception.
           if nExceptionCount = 0
               display " ",
               write xOutput from " " before advancing 1 line,
               display xExceptionHeading,
               write xOutput from xExceptionHeading
                   before advancing 1 line,
           end-if.

           add 1 to nExceptionCount.
           move xParLocT (nParSubscript) to xExcLocOut.
           move xParFruitT (nParSubscript) to xExcFruitOut.
           move xExceptionText to xExcTextOut.
           display xExceptionDetail.
           write xOutput from xExceptionDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

       250-print-plan.
           open output planFile.
           move xStatusPlan to xCurrentStatus.
           move "TransferPlan.txt" to xCurrentFileName.
           perform 900-check-status.

           if nPlanCount > 0
               sort xPlanElement on ascending key xPlanFromT xPlanFruitT
           end-if.

           perform 255-print-transfer
               varying nPlanSubscript from 1 by 1
               until nPlanSubscript > nPlanCount.

           close planFile.
           move xStatusPlan to xCurrentStatus.
           move "TransferPlan.txt" to xCurrentFileName.
           perform 900-check-status.

       255-print-transfer.
           if xPlanFromT (nPlanSubscript) not = xOldFromLocation
               move xPlanFromT (nPlanSubscript) to xOldFromLocation,
               move xPlanFromT (nPlanSubscript) to xSenderLocOut,
               display " ",
               write xOutput from " " before advancing 1 line,
               display xSenderHeading,
               write xOutput from xSenderHeading before advancing 1 line,
           end-if.

           move nPlanSubscript to nPlanNumberIn.
           move xPlanFromT (nPlanSubscript) to xPlanFromLocIn.
           move xPlanToT (nPlanSubscript) to xPlanToLocIn.
           move xPlanFruitT (nPlanSubscript) to xPlanFruitIn.
           move nPlanQtyT (nPlanSubscript) to nPlanQtyIn.
           move xRunDate to nPlanDateIn.
           move "P" to xPlanStatusIn.
           move 0 to nPlanPostedDateIn.
           write xPlanRecord.
           move xStatusPlan to xCurrentStatus.
           move "TransferPlan.txt" to xCurrentFileName.
           perform 900-check-status.

           move nPlanSubscript to nePlanNumberOut.
           move xPlanFruitT (nPlanSubscript) to xPlanFruitOut.
           move nPlanQtyT (nPlanSubscript) to nePlanQtyOut.
           move xPlanToT (nPlanSubscript) to xPlanToOut.
           display xPlanDetail.
           write xOutput from xPlanDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nPlanQtyT (nPlanSubscript) to nRemainingQty.
           move 1 to nBestLotSubscript.
           perform 260-pick-one-lot until nRemainingQty = 0
               or nBestLotSubscript = 0.

           if nRemainingQty > 0
               move nRemainingQty to neUnlottedQtyOut,
               display xUnlottedDetail,
               write xOutput from xUnlottedDetail before advancing 1 line,
           end-if.

       260-pick-one-lot.
           move 0 to nBestLotSubscript.
           move 99999999 to nBestLotExpiry.

           perform 261-scan-fefo
               varying nLotSubscript from 1 by 1
               until nLotSubscript > nLotCount.

           if nBestLotSubscript > 0
               compute nTakeQty = nLotQtyT (nBestLotSubscript)
                   - nLotPickT (nBestLotSubscript),
               if nTakeQty > nRemainingQty
                   move nRemainingQty to nTakeQty,
               end-if,
               add nTakeQty to nLotPickT (nBestLotSubscript),
               subtract nTakeQty from nRemainingQty,
               move nLotExpiryDateT (nBestLotSubscript) to nePickExpiryOut,
               move nLotRecvDateT (nBestLotSubscript) to nePickRecvOut,
               move nTakeQty to nePickQtyOut,
               display xPickDetail,
               write xOutput from xPickDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-28-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       261-scan-fefo.
           if xLotLocCodeT (nLotSubscript) = xPlanFromT (nPlanSubscript)
               and xLotFruitT (nLotSubscript) = xPlanFruitT (nPlanSubscript)
               and nLotQtyT (nLotSubscript) > nLotPickT (nLotSubscript)
               and xLotHoldT (nLotSubscript) not = "H"
               and nLotExpiryDateT (nLotSubscript) < nBestLotExpiry
               move nLotExpiryDateT (nLotSubscript) to nBestLotExpiry,
               move nLotSubscript to nBestLotSubscript,
           end-if.

       300-termination.
           move nParCount to neFootPar.
           move nPlanCount to neFootPlanned.
           move nShortCount to neFootShort.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-28-output.txt" to xCurrentFileName.
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

           move "FRUITS-28" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nPlanCount to neAuditRecordsWrittenOut.
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
