       identification division.
       program-id. Fruits-31.

       environment division.
       input-output section.
       file-control.
           select orderHeaders assign to "Orders.txt"
               organization is line sequential
               file status is xStatusOrderHdr.
           select orderLines assign to "OrderLines.txt"
               organization is line sequential
               file status is xStatusOrderLines.
           select deliveryZones assign to "DeliveryZones.txt"
               organization is line sequential
               file status is xStatusZones.
           select deliveryRoutes assign to "DeliveryRoutes.txt"
               organization is line sequential
               file status is xStatusRoutes.
           select customers assign to "Customers.txt"
               organization is indexed
               access mode is dynamic
               record key is xCustIdIn
               file status is xStatusCust.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-31-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
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

       fd deliveryZones.
       01 xZoneInput.
           05 xZoneZipIn       pic x(5).
           05 xZoneCodeIn      pic x(4).
           05 xZoneNameIn      pic x(20).
           05 nZoneStopLimitIn pic 99.

       fd deliveryRoutes.
       01 xRouteRecord.
           05 nRouteDateIn     pic 9(8).
           05 nRouteNumberIn   pic 999.
           05 nRouteStopIn     pic 99.
           05 nRouteOrderIn    pic 9(6).
           05 xRouteZoneIn     pic x(4).
           05 xRouteWindowIn   pic x.
           05 nRouteCollectIn  pic 9(7)v99.
           05 xRouteResultIn   pic x.
           05 nRouteResultDateIn pic 9(8).
           05 xRouteNoteIn     pic x(20).
           05 xRouteRecordedByIn pic x(8).

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

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput              pic x(110).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusOrderHdr      pic xx      value "00".
       77 xStatusOrderLines    pic xx      value "00".
       77 xStatusZones         pic xx      value "00".
       77 xStatusRoutes        pic xx      value "00".
       77 xStatusCust          pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xOrdersEofFlag       pic x       value "n".
       77 xLinesEofFlag        pic x       value "n".
       77 xZonesEofFlag        pic x       value "n".
       77 xRoutesEofFlag       pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nDefaultStopLimit    pic 99      value 12.
       77 xMenuChoice          pic 9       value 0.
       77 xOperatorId          pic x(8)    value spaces.
       77 xDecision            pic x       value space.
       77 nOrderCount          pic 9(4)    value 0.
       77 nOrderSubscript      pic 9(4).
       77 nFoundOrderSubscript pic 9(4)    value 0.
       77 nEntryOrderNum       pic 9(6)    value 0.
       77 nLineCount           pic 9(5)    value 0.
       77 nLineSubscript       pic 9(5).
       77 nZoneCount           pic 999     value 0.
       77 nZoneSubscript       pic 999.
       77 nZoneFoundSubscript  pic 999     value 0.
       77 nRouteCount          pic 9(4)    value 0.
       77 nRouteSubscript      pic 9(4).
       77 nCandCount           pic 999     value 0.
       77 nCandSubscript       pic 999.
       77 nDispatchDate        pic 9(8)    value 0.
       77 nEntryRouteDate      pic 9(8)    value 0.
       77 nEntryRouteNumber    pic 999     value 0.
       77 nRouteNumber         pic 999     value 0.
       77 nStopsOnRoute        pic 99      value 0.
       77 nRouteStopLimit      pic 99      value 0.
       77 nRouteCollectTotal   pic 9(7)v99 value 0.
       77 nCollectAmount       pic 9(7)v99 value 0.
       77 xRouteOpenFlag       pic x       value "n".
       77 xHeldHeadingFlag     pic x       value "n".
       77 nWindowSeq           pic 9       value 0.
       77 xWindowText          pic x(16)   value spaces.
       77 xCustomerName        pic x(20)   value spaces.
       77 nPendingShown        pic 999     value 0.
       77 nRoutesBuilt         pic 999     value 0.
       77 nStopsDispatched     pic 9(4)    value 0.
       77 nHeldCount           pic 9(4)    value 0.
       77 nDeliveredCount      pic 9(4)    value 0.
       77 nFailedCount         pic 9(4)    value 0.
       77 nStatusChanges       pic 9(4)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xMenu.
           05 filler           pic x(38)   value
               "1. Build routes and print manifests".
           05 filler           pic x(38)   value
               "2. Record driver results for a route".
           05 filler           pic x(38)   value
               "3. Save and exit".

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xOrderTable.
           05  xOrderElement occurs 1 to 2000 times
                   depending on nOrderCount.
               10 nOrdNumT             pic 9(6).
               10 nOrdDateT            pic 9(8).
               10 nOrdTimeT            pic 9(6).
               10 xOrdCustT            pic x(8).
               10 nOrdTotalT           pic 9(7)v99.
               10 xOrdTenderT          pic x.
               10 xOrdBilledT          pic x.
               10 nOrdTaxT             pic 9(5)v99.
               10 xOrdStatusT          pic x.
               10 xOrdLocT             pic x(3).
               10 xOrdDeliveryT.
                   15 xOrdDelivTypeT   pic x.
                   15 xOrdAddressT     pic x(30).
                   15 xOrdZipT         pic x(10).
                   15 nOrdDelivDateT   pic 9(8).
                   15 xOrdWindowT      pic x.

       01 xLineTable.
           05  xLineElement occurs 1 to 5000 times
                   depending on nLineCount.
               10 nLinOrderT           pic 9(6).
               10 xLinFruitT           pic x(14).
               10 nLinQtyT             pic 9(5)v99.

       01 xZoneTable.
           05  xZoneElement occurs 1 to 500 times
                   depending on nZoneCount.
               10 xZoneZipT        pic x(5).
               10 xZoneCodeT       pic x(4).
               10 xZoneNameT       pic x(20).
               10 nZoneStopLimitT  pic 99.

       01 xRouteTable.
           05  xRouteElement occurs 1 to 3000 times
                   depending on nRouteCount.
               10 nRouteDateT      pic 9(8).
               10 nRouteNumberT    pic 999.
               10 nRouteStopT      pic 99.
               10 nRouteOrderT     pic 9(6).
               10 xRouteZoneT      pic x(4).
               10 xRouteWindowT    pic x.
               10 nRouteCollectT   pic 9(7)v99.
               10 xRouteResultT    pic x.
               10 nRouteResultDateT pic 9(8).
               10 xRouteNoteT      pic x(20).
               10 xRouteRecordedByT pic x(8).

       01 xCandTable.
           05  xCandElement occurs 1 to 500 times
                   depending on nCandCount.
               10 xCandZoneT       pic x(4).
               10 nCandWindowSeqT  pic 9.
               10 nCandDelivDateT  pic 9(8).
               10 nCandOrderNumT   pic 9(6).
               10 nCandOrderSubT   pic 9(4).
               10 nCandZoneSubT    pic 999.

       01 xReportHeading-1.
           05 filler           pic x(40)   value
               "*** Delivery Driver Manifests ***".
           05 filler           pic x(15)   value "Dispatch date: ".
           05 neHeadingDate    pic 9999/99/99.

       01 xHeldHeading.
           05 filler           pic x(40)   value
               "*** Delivery orders held back ***".

       01 xHeldDetail.
           05 filler           pic x(6)    value "Order ".
           05 neHeldOrderOut   pic 9(6).
           05 filler           pic x(6)    value " due  ".
           05 neHeldDateOut    pic 9999/99/99.
           05 filler           pic xx      value spaces.
           05 xHeldTextOut     pic x(40).

       01 xRouteHeading.
           05 filler           pic x(6)    value "Route ".
           05 neRouteNumOut    pic 999.
           05 filler           pic x(7)    value "  zone ".
           05 xRouteZoneOut    pic x(4).
           05 filler           pic x       value space.
           05 xRouteZoneNameOut pic x(20).
           05 filler           pic x(9)    value "  window ".
           05 xRouteWindowOut  pic x(16).
           05 filler           pic x(7)    value "  date ".
           05 neRouteDateOut   pic 9999/99/99.

       01 xStopHeading.
           05 filler           pic x(6)    value "Stop  ".
           05 filler           pic x(8)    value "Order   ".
           05 filler           pic x(21)   value "Customer".
           05 filler           pic x(31)   value "Address".
           05 filler           pic x(11)   value "ZIP".
           05 filler           pic x(14)   value "     Collect".

       01 xStopDetail.
           05 neStopNumOut     pic z9.
           05 filler           pic x(4)    value spaces.
           05 neStopOrderOut   pic 9(6).
           05 filler           pic xx      value spaces.
           05 xStopCustOut     pic x(20).
           05 filler           pic x       value space.
           05 xStopAddressOut  pic x(30).
           05 filler           pic x       value space.
           05 xStopZipOut      pic x(10).
           05 filler           pic x       value space.
           05 neStopCollectOut pic $$$,$$9.99.
           05 filler           pic x       value space.
           05 xStopNoteOut     pic x(12).

       01 xItemDetail.
           05 filler           pic x(14)   value spaces.
           05 xItemFruitOut    pic x(14).
           05 filler           pic x       value space.
           05 neItemQtyOut     pic zzzz9.99.

       01 xRouteFooter.
           05 filler           pic x(14)   value "  Stops: ".
           05 neFootStopsOut   pic z9.
           05 filler           pic x(24)   value "   cash to collect: ".
           05 neFootCollectOut pic $$$,$$9.99.
           05 filler           pic x(34)   value
               "     driver: ____________________".

       01 xResultDisplay.
           05 filler           pic x(6)    value "Stop  ".
           05 neResStopOut     pic z9.
           05 filler           pic x(8)    value "  order ".
           05 neResOrderOut    pic 9(6).
           05 filler           pic xx      value spaces.
           05 xResCustOut      pic x(8).
           05 filler           pic xx      value spaces.
           05 xResAddressOut   pic x(30).
           05 filler           pic x(10)   value "  collect ".
           05 neResCollectOut  pic $$$,$$9.99.

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
           perform 200-menu until xMenuChoice = 3.
           perform 300-termination.

           if nHeldCount > 0 or nFailedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           display " ".
           display "*** Delivery dispatch ***".

           display "Operator ID? " with no advancing.
           accept xOperatorId.

           accept xRunDate from date yyyymmdd.

           perform 105-load-control.

           move "STOPLIMIT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultStopLimit = function numval(xControlValueFound)
           end-if.
           if nDefaultStopLimit = 0
               move 12 to nDefaultStopLimit,
           end-if.

           perform 110-load-orders.
           perform 120-load-order-lines.
           perform 130-load-zones.
           perform 140-load-routes.

       105-load-control.
           open input controlFile.

           if xStatusControl = "00"
               perform 106-read-control until xControlEofFlag = "y",
               close controlFile,
           end-if.

       106-read-control.
           read controlFile
               at end
                   move "y" to xControlEofFlag,
               not at end
                   if xControlProgramIn = "FRUITS-31"
                       and nControlLoadSubscript < 10
                       add 1 to nControlLoadSubscript,
                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
           end-read.

       107-find-control.
           move "n" to xControlFoundFlag.
           move spaces to xControlValueFound.
           perform 108-search-control varying nControlSearchSubscript from 1 by 1
               until nControlSearchSubscript > nControlLoadSubscript
               or xControlFoundFlag = "y".

       108-search-control.
           if xControlParamT (nControlSearchSubscript) = xControlParamWanted
               move "y" to xControlFoundFlag,
               move xControlValueT (nControlSearchSubscript) to xControlValueFound,
           end-if.

       110-load-orders.
           open input orderHeaders.

           if xStatusOrderHdr = "35"
               move "y" to xOrdersEofFlag,
           else
               move xStatusOrderHdr to xCurrentStatus,
               move "Orders.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-order until xOrdersEofFlag = "y",
               close orderHeaders,
           end-if.

       111-read-order.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   if nOrderCount < 2000
                       add 1 to nOrderCount,
                       move nOrderNumberOut to nOrdNumT (nOrderCount),
                       move nOrderDateOut to nOrdDateT (nOrderCount),
                       move nOrderTimeOut to nOrdTimeT (nOrderCount),
                       move xOrderCustOut to xOrdCustT (nOrderCount),
                       move nOrderTotalOut to nOrdTotalT (nOrderCount),
                       move xOrderTenderOut to xOrdTenderT (nOrderCount),
                       move xOrderBilledOut to xOrdBilledT (nOrderCount),
                       if nOrderTaxOut numeric
                           move nOrderTaxOut to nOrdTaxT (nOrderCount),
                       else
                           move 0 to nOrdTaxT (nOrderCount),
                       end-if,
                       if xOrderStatusOut = space
                           move "C" to xOrdStatusT (nOrderCount),
                       else
                           move xOrderStatusOut
                               to xOrdStatusT (nOrderCount),
                       end-if,
                       if xOrderLocOut = spaces
                           move "001" to xOrdLocT (nOrderCount),
                       else
                           move xOrderLocOut to xOrdLocT (nOrderCount),
                       end-if,
                       move xOrderDeliveryOut
                           to xOrdDeliveryT (nOrderCount),
                   else
                       display "*** Orders.txt holds more than 2000",
                           " orders - archive old orders before",
                           " running the dispatch. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-order-lines.
           open input orderLines.

           if xStatusOrderLines = "35"
               move "y" to xLinesEofFlag,
           else
               move xStatusOrderLines to xCurrentStatus,
               move "OrderLines.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-order-line until xLinesEofFlag = "y",
               close orderLines,
           end-if.

       121-read-order-line.
           read orderLines
               at end
                   move "y" to xLinesEofFlag,
               not at end
                   if nLineCount < 5000
                       add 1 to nLineCount,
                       move nLineOrderNumOut to nLinOrderT (nLineCount),
                       move xLineFruitOut to xLinFruitT (nLineCount),
                       move nLineQtyOut to nLinQtyT (nLineCount),
                   end-if,
           end-read.

           move xStatusOrderLines to xCurrentStatus.
           move "OrderLines.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-zones.
           open input deliveryZones.

           if xStatusZones = "35"
               display "*** DeliveryZones.txt not found - no delivery",
                   " zones to route by. ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
           move xStatusZones to xCurrentStatus.
           move "DeliveryZones.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 131-read-zone until xZonesEofFlag = "y".

           close deliveryZones.

       131-read-zone.
           read deliveryZones
               at end
                   move "y" to xZonesEofFlag,
               not at end
                   if nZoneCount < 500
                       add 1 to nZoneCount,
                       move xZoneZipIn to xZoneZipT (nZoneCount),
                       move xZoneCodeIn to xZoneCodeT (nZoneCount),
                       move xZoneNameIn to xZoneNameT (nZoneCount),
                       if nZoneStopLimitIn numeric
                           move nZoneStopLimitIn
                               to nZoneStopLimitT (nZoneCount),
                       else
                           move 0 to nZoneStopLimitT (nZoneCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusZones to xCurrentStatus.
           move "DeliveryZones.txt" to xCurrentFileName.
           perform 901-check-read-status.

       140-load-routes.
           open input deliveryRoutes.

           if xStatusRoutes = "00"
               perform 141-read-route until xRoutesEofFlag = "y",
               close deliveryRoutes,
           end-if.

       141-read-route.
           read deliveryRoutes
               at end
                   move "y" to xRoutesEofFlag,
               not at end
                   if nRouteCount < 3000
                       add 1 to nRouteCount,
                       move xRouteRecord to xRouteElement (nRouteCount),
                   else
                       display "*** DeliveryRoutes.txt holds more than",
                           " 3000 stops - archive old routes before",
                           " running the dispatch. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusRoutes to xCurrentStatus.
           move "DeliveryRoutes.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           display " ".
           display "Selection? " with no advancing.
           accept xMenuChoice.

           evaluate xMenuChoice
               when 1
                   perform 210-build-routes
               when 2
                   perform 240-record-results
               when 3
                   continue
               when other
                   display "Please enter 1, 2 or 3."
           end-evaluate.

       210-build-routes.
           display "Dispatch date (yyyymmdd, 0 = today)? "
               with no advancing.
           accept nDispatchDate.
           if nDispatchDate = 0
               move xRunDate to nDispatchDate,
           end-if.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nDispatchDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move 0 to nCandCount.
           move "n" to xHeldHeadingFlag.
           perform 211-collect-candidate
               varying nOrderSubscript from 1 by 1
               until nOrderSubscript > nOrderCount.

           if nCandCount = 0
               display "No picked delivery orders due by that date.",
               write xOutput from " " before advancing 1 line,
               write xOutput from
                   "No picked delivery orders due by that date."
                   before advancing 1 line,
           else
               sort xCandElement on ascending key xCandZoneT
                   nCandWindowSeqT nCandDelivDateT nCandOrderNumT,
               perform 215-find-last-route,
               move "n" to xRouteOpenFlag,
               perform 220-assign-stop
                   varying nCandSubscript from 1 by 1
                   until nCandSubscript > nCandCount,
               if xRouteOpenFlag = "y"
                   perform 226-end-route,
               end-if,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

       211-collect-candidate.
           if xOrdDelivTypeT (nOrderSubscript) = "D"
               and nOrdDelivDateT (nOrderSubscript) <= nDispatchDate
               evaluate xOrdStatusT (nOrderSubscript)
                   when "P"
                   when "F"
                       perform 212-add-candidate
                   when "O"
                       move "not yet picked" to xHeldTextOut,
                       perform 213-write-held
                   when other
                       continue
               end-evaluate,
           end-if.

       212-add-candidate.
           move 0 to nZoneFoundSubscript.
           perform 214-find-zone
               varying nZoneSubscript from 1 by 1
               until nZoneSubscript > nZoneCount
               or nZoneFoundSubscript > 0.

           evaluate true
               when nZoneFoundSubscript = 0
                   move spaces to xHeldTextOut,
                   string "no delivery zone for ZIP "
                       xOrdZipT (nOrderSubscript)
                       delimited by size into xHeldTextOut,
                   perform 213-write-held
               when nCandCount >= 500 or nRouteCount >= 3000
                   move "no room on today's dispatch" to xHeldTextOut,
                   perform 213-write-held
               when other
                   add 1 to nCandCount,
                   move xZoneCodeT (nZoneFoundSubscript)
                       to xCandZoneT (nCandCount),
                   evaluate xOrdWindowT (nOrderSubscript)
                       when "P"
                           move 2 to nCandWindowSeqT (nCandCount)
                       when "E"
                           move 3 to nCandWindowSeqT (nCandCount)
                       when other
                           move 1 to nCandWindowSeqT (nCandCount)
                   end-evaluate,
                   move nOrdDelivDateT (nOrderSubscript)
                       to nCandDelivDateT (nCandCount),
                   move nOrdNumT (nOrderSubscript)
                       to nCandOrderNumT (nCandCount),
                   move nOrderSubscript to nCandOrderSubT (nCandCount),
                   move nZoneFoundSubscript to nCandZoneSubT (nCandCount)
           end-evaluate.

       213-write-held.
           add 1 to nHeldCount.

           if xHeldHeadingFlag = "n"
               move "y" to xHeldHeadingFlag,
               display " ",
               write xOutput from " " before advancing 1 line,
               display xHeldHeading,
               write xOutput from xHeldHeading before advancing 1 line,
           end-if.

           move nOrdNumT (nOrderSubscript) to neHeldOrderOut.
           move nOrdDelivDateT (nOrderSubscript) to neHeldDateOut.
           display xHeldDetail.
           write xOutput from xHeldDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

       214-find-zone.
           if xZoneZipT (nZoneSubscript) = xOrdZipT (nOrderSubscript) (1:5)
               move nZoneSubscript to nZoneFoundSubscript,
           end-if.

       215-find-last-route.
           move 0 to nRouteNumber.
           perform 216-check-route-number
               varying nRouteSubscript from 1 by 1
               until nRouteSubscript > nRouteCount.

       216-check-route-number.
           if nRouteDateT (nRouteSubscript) = nDispatchDate
               and nRouteNumberT (nRouteSubscript) > nRouteNumber
               move nRouteNumberT (nRouteSubscript) to nRouteNumber,
           end-if.

       220-assign-stop.
           move nCandOrderSubT (nCandSubscript) to nOrderSubscript.
           move nCandZoneSubT (nCandSubscript) to nZoneSubscript.

           evaluate true
               when xRouteOpenFlag = "n"
                   perform 225-start-route
               when xCandZoneT (nCandSubscript)
                       not = xCandZoneT (nCandSubscript - 1)
                   or nCandWindowSeqT (nCandSubscript)
                       not = nCandWindowSeqT (nCandSubscript - 1)
                   or nStopsOnRoute >= nRouteStopLimit
                   perform 226-end-route,
                   perform 225-start-route
               when other
                   continue
           end-evaluate.

           add 1 to nStopsOnRoute.
           if xOrdTenderT (nOrderSubscript) = "A"
               or xOrdTenderT (nOrderSubscript) = "E"
               move 0 to nCollectAmount,
           else
               move nOrdTotalT (nOrderSubscript) to nCollectAmount,
           end-if.
           add nCollectAmount to nRouteCollectTotal.

           add 1 to nRouteCount.
           move nDispatchDate to nRouteDateT (nRouteCount).
           move nRouteNumber to nRouteNumberT (nRouteCount).
           move nStopsOnRoute to nRouteStopT (nRouteCount).
           move nOrdNumT (nOrderSubscript) to nRouteOrderT (nRouteCount).
           move xCandZoneT (nCandSubscript) to xRouteZoneT (nRouteCount).
           move xOrdWindowT (nOrderSubscript) to xRouteWindowT (nRouteCount).
           move nCollectAmount to nRouteCollectT (nRouteCount).
           move space to xRouteResultT (nRouteCount).
           move 0 to nRouteResultDateT (nRouteCount).
           move spaces to xRouteNoteT (nRouteCount).
           move spaces to xRouteRecordedByT (nRouteCount).

           perform 230-print-stop.

           move "R" to xOrdStatusT (nOrderSubscript).
           add 1 to nStatusChanges.
           add 1 to nStopsDispatched.

       225-start-route.
           add 1 to nRouteNumber.
           add 1 to nRoutesBuilt.
           move "y" to xRouteOpenFlag.
           move 0 to nStopsOnRoute.
           move 0 to nRouteCollectTotal.

           if nZoneStopLimitT (nZoneSubscript) > 0
               move nZoneStopLimitT (nZoneSubscript) to nRouteStopLimit,
           else
               move nDefaultStopLimit to nRouteStopLimit,
           end-if.

           perform 227-window-text.

           move nRouteNumber to neRouteNumOut.
           move xZoneCodeT (nZoneSubscript) to xRouteZoneOut.
           move xZoneNameT (nZoneSubscript) to xRouteZoneNameOut.
           move xWindowText to xRouteWindowOut.
           move nDispatchDate to neRouteDateOut.

           display " ".
           write xOutput from " " before advancing 1 line.
           display xRouteHeading.
           write xOutput from xRouteHeading before advancing 1 line.
           display xStopHeading.
           write xOutput from xStopHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

       226-end-route.
           move nStopsOnRoute to neFootStopsOut.
           move nRouteCollectTotal to neFootCollectOut.
           display xRouteFooter.
           write xOutput from xRouteFooter before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

       227-window-text.
           evaluate xOrdWindowT (nOrderSubscript)
               when "P"
                   move "12 noon to 5 pm" to xWindowText
               when "E"
                   move "5 pm to 8 pm" to xWindowText
               when other
                   move "8 am to 12 noon" to xWindowText
           end-evaluate.

       230-print-stop.
           perform 235-find-customer-name.

           move nStopsOnRoute to neStopNumOut.
           move nOrdNumT (nOrderSubscript) to neStopOrderOut.
           move xCustomerName to xStopCustOut.
           move xOrdAddressT (nOrderSubscript) to xStopAddressOut.
           move xOrdZipT (nOrderSubscript) to xStopZipOut.
           move nCollectAmount to neStopCollectOut.
           evaluate true
               when xOrdStatusT (nOrderSubscript) = "F"
                   move "re-delivery" to xStopNoteOut
               when xOrdTenderT (nOrderSubscript) = "A"
                   move "on account" to xStopNoteOut
               when xOrdTenderT (nOrderSubscript) = "E"
                   move "staff charge" to xStopNoteOut
               when other
                   move spaces to xStopNoteOut
           end-evaluate.

           display xStopDetail.
           write xOutput from xStopDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-31-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 231-print-item
               varying nLineSubscript from 1 by 1
               until nLineSubscript > nLineCount.

       231-print-item.
           if nLinOrderT (nLineSubscript) = nOrdNumT (nOrderSubscript)
               move xLinFruitT (nLineSubscript) to xItemFruitOut,
               move nLinQtyT (nLineSubscript) to neItemQtyOut,
               display xItemDetail,
               write xOutput from xItemDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-31-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       235-find-customer-name.
           move xOrdCustT (nOrderSubscript) to xCustomerName.

           if xOrdCustT (nOrderSubscript) = spaces
               move "(walk-in)" to xCustomerName,
           else
               open input customers,
               if xStatusCust = "00"
                   move xOrdCustT (nOrderSubscript) to xCustIdIn,
                   read customers key is xCustIdIn
                       invalid key
                           continue,
                       not invalid key
                           move xCustNameIn to xCustomerName,
                   end-read,
                   close customers,
               end-if,
           end-if.

       240-record-results.
           display "Route date (yyyymmdd, 0 = today)? " with no advancing.
           accept nEntryRouteDate.
           if nEntryRouteDate = 0
               move xRunDate to nEntryRouteDate,
           end-if.
           display "Route number? " with no advancing.
           accept nEntryRouteNumber.

           move 0 to nPendingShown.
           perform 241-result-stop
               varying nRouteSubscript from 1 by 1
               until nRouteSubscript > nRouteCount.

           if nPendingShown = 0
               display "No stops awaiting a result on that route.",
           end-if.

       241-result-stop.
           if nRouteDateT (nRouteSubscript) = nEntryRouteDate
               and nRouteNumberT (nRouteSubscript) = nEntryRouteNumber
               and xRouteResultT (nRouteSubscript) = space
               add 1 to nPendingShown,
               move nRouteOrderT (nRouteSubscript) to nEntryOrderNum,
               perform 250-find-order,
               move nRouteStopT (nRouteSubscript) to neResStopOut,
               move nRouteOrderT (nRouteSubscript) to neResOrderOut,
               move nRouteCollectT (nRouteSubscript) to neResCollectOut,
               if nFoundOrderSubscript > 0
                   move xOrdCustT (nFoundOrderSubscript) to xResCustOut,
                   move xOrdAddressT (nFoundOrderSubscript)
                       to xResAddressOut,
               else
                   move spaces to xResCustOut,
                   move "(order no longer on file)" to xResAddressOut,
               end-if,
               display " ",
               display xResultDisplay,
               move space to xDecision,
               perform 242-ask-result until xDecision = "D"
                   or xDecision = "F" or xDecision = "S",
               evaluate xDecision
                   when "D"
                       move "D" to xRouteResultT (nRouteSubscript),
                       move xRunDate to nRouteResultDateT (nRouteSubscript),
                       move xOperatorId
                           to xRouteRecordedByT (nRouteSubscript),
                       add 1 to nDeliveredCount,
                       if nFoundOrderSubscript > 0
                           move "D" to xOrdStatusT (nFoundOrderSubscript),
                           add 1 to nStatusChanges,
                       end-if
                   when "F"
                       display "Reason? " with no advancing,
                       accept xRouteNoteT (nRouteSubscript),
                       move "F" to xRouteResultT (nRouteSubscript),
                       move xRunDate to nRouteResultDateT (nRouteSubscript),
                       move xOperatorId
                           to xRouteRecordedByT (nRouteSubscript),
                       add 1 to nFailedCount,
                       if nFoundOrderSubscript > 0
                           move "F" to xOrdStatusT (nFoundOrderSubscript),
                           add 1 to nStatusChanges,
                       end-if,
                       display "Order goes back on the next dispatch."
                   when other
                       display "Left pending."
               end-evaluate,
           end-if.

       242-ask-result.
           display "(D)elivered, (F)ailed or (S)kip? " with no advancing.
           accept xDecision.
           move function upper-case(xDecision) to xDecision.

       250-find-order.
           move 0 to nFoundOrderSubscript.
           perform 251-scan-order
               varying nOrderSubscript from 1 by 1
               until nOrderSubscript > nOrderCount.

       251-scan-order.
           if nOrdNumT (nOrderSubscript) = nEntryOrderNum
               move nOrderSubscript to nFoundOrderSubscript,
           end-if.

       300-termination.
           perform 310-rewrite-orders.
           perform 320-rewrite-routes.

           perform 295-write-audit.

           display " ".
           display nRoutesBuilt, " route(s) built, ", nStopsDispatched,
               " stop(s) dispatched, ", nDeliveredCount, " delivered, ",
               nFailedCount, " failed.".
           display "Delivery dispatch saved.".
           display " ".

       310-rewrite-orders.
           open output orderHeaders.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 311-write-order
               varying nOrderSubscript from 1 by 1
               until nOrderSubscript > nOrderCount.

           close orderHeaders.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 900-check-status.

       311-write-order.
           move nOrdNumT (nOrderSubscript) to nOrderNumberOut.
           move nOrdDateT (nOrderSubscript) to nOrderDateOut.
           move nOrdTimeT (nOrderSubscript) to nOrderTimeOut.
           move xOrdCustT (nOrderSubscript) to xOrderCustOut.
           move nOrdTotalT (nOrderSubscript) to nOrderTotalOut.
           move xOrdTenderT (nOrderSubscript) to xOrderTenderOut.
           move xOrdBilledT (nOrderSubscript) to xOrderBilledOut.
           move nOrdTaxT (nOrderSubscript) to nOrderTaxOut.
           move xOrdStatusT (nOrderSubscript) to xOrderStatusOut.
           move xOrdLocT (nOrderSubscript) to xOrderLocOut.
           move xOrdDeliveryT (nOrderSubscript) to xOrderDeliveryOut.

           write xOrderHeader.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 900-check-status.

       320-rewrite-routes.
           open output deliveryRoutes.
           move xStatusRoutes to xCurrentStatus.
           move "DeliveryRoutes.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 321-write-route
               varying nRouteSubscript from 1 by 1
               until nRouteSubscript > nRouteCount.

           close deliveryRoutes.
           move xStatusRoutes to xCurrentStatus.
           move "DeliveryRoutes.txt" to xCurrentFileName.
           perform 900-check-status.

       321-write-route.
           write xRouteRecord from xRouteElement (nRouteSubscript).
           move xStatusRoutes to xCurrentStatus.
           move "DeliveryRoutes.txt" to xCurrentFileName.
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

           move "FRUITS-31" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nOrderCount to neAuditRecordsReadOut.
           move nStatusChanges to neAuditRecordsWrittenOut.
           compute neAuditExceptionsOut = nHeldCount + nFailedCount.
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
