       identification division.
       program-id. Fruits-36.

       environment division.
       input-output section.
       file-control.
           select orderHeaders assign to "Orders.txt"
               organization is line sequential
               file status is xStatusOrderHdr.
           select refundRegister assign to "RefundRegister.txt"
               organization is line sequential
               file status is xStatusRefund.
           select dayClose assign to "DayClose.txt" organization is line sequential
               file status is xStatusDayClose.
           select drawerCounts assign to "DrawerCounts.txt"
               organization is line sequential
               file status is xStatusDrawer.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-36-output.txt" organization is line sequential
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

       fd refundRegister.
       01 xRefundRecord        pic x(100).

       fd dayClose.
       01 xDayCloseInput.
           05 nCloseDateIn     pic 9(8).
           05 nCloseOrdersIn   pic 9(5).
           05 nCloseUnitsIn    pic 9(7)v99.
           05 nCloseGrossIn    pic 9(8)v99.
           05 nCloseRefundsIn  pic 9(7)v99.
           05 xCloseStatusIn   pic x.

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

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusOrderHdr      pic xx      value "00".
       77 xStatusRefund        pic xx      value "00".
       77 xStatusDayClose      pic xx      value "00".
       77 xStatusDrawer        pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xOrdersEofFlag       pic x       value "n".
       77 xRefundEofFlag       pic x       value "n".
       77 xCloseEofFlag        pic x       value "n".
       77 xDrawerEofFlag       pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 xDoneFlag            pic x       value "n".
       77 xAlreadyClosedFlag   pic x       value "n".
       77 nCountDate           pic 9(8)    value 0.
       77 xClerkId             pic x(8)    value spaces.
       77 xEntryLocation       pic x(3)    value spaces.
       77 nCountedLocCount     pic 99      value 0.
       77 nCountedLocSubscript pic 99.
       77 xLocCountedFlag      pic x       value "n".
       77 nDefaultFloat        pic 9(5)v99 value 100.00.
       77 nDrawerFloat         pic 9(5)v99 value 0.
       77 nCashSales           pic 9(7)v99 value 0.
       77 nCashRefunds         pic 9(7)v99 value 0.
       77 nCardSales           pic 9(7)v99 value 0.
       77 nCashOrderCount      pic 9(5)    value 0.
       77 nCashRefundCount     pic 9(5)    value 0.
       77 nExpectedCash        pic s9(7)v99 value 0.
       77 nCountedCash         pic 9(7)v99 value 0.
       77 nCardCounted         pic 9(7)v99 value 0.
       77 nCashOverShort       pic s9(7)v99 value 0.
       77 nCardOverShort       pic s9(7)v99 value 0.
       77 nDenomSubscript      pic 99.
       77 nEntryCount          pic 9(5)    value 0.
       77 nRefundDate          pic 9(8)    value 0.
       77 nRecordsRead         pic 9(7)    value 0.
       77 nDrawersCounted      pic 999     value 0.
       77 nDrawersOut          pic 999     value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xCountedLocTable.
           05  xCountedLocElement occurs 1 to 50 times
                   depending on nCountedLocCount.
               10 xCountedLocT            pic x(3).

       01 xDenomValues.
           05 filler               pic 9(3)v99 value 100.00.
           05 filler               pic 9(3)v99 value 50.00.
           05 filler               pic 9(3)v99 value 20.00.
           05 filler               pic 9(3)v99 value 10.00.
           05 filler               pic 9(3)v99 value 5.00.
           05 filler               pic 9(3)v99 value 1.00.
           05 filler               pic 9(3)v99 value 0.25.
           05 filler               pic 9(3)v99 value 0.10.
           05 filler               pic 9(3)v99 value 0.05.
           05 filler               pic 9(3)v99 value 0.01.
       01 xDenomValuesR redefines xDenomValues.
           05 nDenomValueT occurs 10 times pic 9(3)v99.

       01 xDenomNames.
           05 filler               pic x(10)   value "$100 bills".
           05 filler               pic x(10)   value "$50 bills".
           05 filler               pic x(10)   value "$20 bills".
           05 filler               pic x(10)   value "$10 bills".
           05 filler               pic x(10)   value "$5 bills".
           05 filler               pic x(10)   value "$1 bills".
           05 filler               pic x(10)   value "quarters".
           05 filler               pic x(10)   value "dimes".
           05 filler               pic x(10)   value "nickels".
           05 filler               pic x(10)   value "pennies".
       01 xDenomNamesR redefines xDenomNames.
           05 xDenomNameT occurs 10 times pic x(10).

       01 xDenomCounts.
           05 nDenomCountT occurs 10 times pic 9(5).

       01 xReportHeading-1.
           05 filler               pic x(26)   value
               "*** Drawer counts for ".
           05 neHeadingDate        pic 9999/99/99.
           05 filler               pic x(12)   value " *** clerk ".
           05 xHeadingClerkOut     pic x(8).

       01 xReportHeading-2.
           05 filler               pic x(5)    value "LOC".
           05 filler               pic x(10)   value "     FLOAT".
           05 filler               pic x(12)   value "  CASH SALES".
           05 filler               pic x(10)   value "   REFUNDS".
           05 filler               pic x(11)   value "  EXPECTED".
           05 filler               pic x(11)   value "   COUNTED".
           05 filler               pic x(11)   value "  OVER/SHT".
           05 filler               pic x(11)   value "  CARD O/S".

       01 xDrawerDetail.
           05 xDetLocOut           pic x(3).
           05 filler               pic xx      value spaces.
           05 neDetFloatOut        pic zz,zz9.99.
           05 filler               pic x       value space.
           05 neDetCashSalesOut    pic zzz,zz9.99.
           05 filler               pic xx      value spaces.
           05 neDetRefundsOut      pic zz,zz9.99.
           05 filler               pic x       value space.
           05 neDetExpectedOut     pic ---,--9.99.
           05 filler               pic x       value space.
           05 neDetCountedOut      pic zzz,zz9.99.
           05 filler               pic x       value space.
           05 neDetOverShortOut    pic ---,--9.99.
           05 filler               pic x       value space.
           05 neDetCardOverShortOut pic ---,--9.99.

       01 neAmountEdit             pic ---,--9.99.
       01 neCountEdit              pic zzzz9.

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

           if xAlreadyClosedFlag = "y"
               display "*** ", nCountDate, " has already been closed -",
                   " its drawers can no longer be counted. ***",
               move 8 to return-code,
               stop run,
           end-if.

           perform 150-open-report.
           perform 200-count-loop until xDoneFlag = "y".
           perform 300-termination.

           if nDrawersOut > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "*** Drawer count and over/short ***".
           display "Count date (yyyymmdd, 0 = today)? " with no advancing.
           accept nCountDate.
           if nCountDate = 0
               move xRunDate to nCountDate,
           end-if.
           display "Closing clerk ID? " with no advancing.
           accept xClerkId.
           move function upper-case(xClerkId) to xClerkId.

           perform 105-load-control.

           move "FLOAT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultFloat = function numval(xControlValueFound)
           end-if.

           perform 110-check-already-closed.
           perform 120-load-counted-drawers.

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
                   if xControlProgramIn = "FRUITS-36"
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

       110-check-already-closed.
           open input dayClose.

           if xStatusDayClose = "35"
               continue,
           else
               move xStatusDayClose to xCurrentStatus,
               move "DayClose.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-close until xCloseEofFlag = "y",
               close dayClose,
           end-if.

       111-read-close.
           read dayClose
               at end
                   move "y" to xCloseEofFlag,
               not at end
                   if nCloseDateIn = nCountDate
                       move "y" to xAlreadyClosedFlag,
                   end-if,
           end-read.

       120-load-counted-drawers.
           open input drawerCounts.

           if xStatusDrawer = "00"
               perform 121-read-drawer until xDrawerEofFlag = "y",
               close drawerCounts,
           end-if.

       121-read-drawer.
           read drawerCounts
               at end
                   move "y" to xDrawerEofFlag,
               not at end
                   if nDrawDateIn = nCountDate
                       and nCountedLocCount < 50
                       add 1 to nCountedLocCount,
                       move xDrawLocIn to xCountedLocT (nCountedLocCount),
                   end-if,
           end-read.

           move xStatusDrawer to xCurrentStatus.
           move "DrawerCounts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       150-open-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-36-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nCountDate to neHeadingDate.
           move xClerkId to xHeadingClerkOut.
           write xOutput from xReportHeading-1 before advancing 1 line.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-36-output.txt" to xCurrentFileName.
           perform 900-check-status.

       200-count-loop.
           display " ".
           display "Location code (blank to finish)? " with no advancing.
           move spaces to xEntryLocation.
           accept xEntryLocation.

           if xEntryLocation = spaces
               move "y" to xDoneFlag,
           else
               perform 205-check-counted,
               if xLocCountedFlag = "y"
                   display "The drawer for location ", xEntryLocation,
                       " has already been counted for ", nCountDate, ".",
               else
                   perform 210-total-cash-orders,
                   perform 220-total-cash-refunds,
                   perform 230-find-float,
                   perform 240-enter-counts,
                   perform 250-compute-over-short,
                   perform 260-write-drawer,
               end-if,
           end-if.

       205-check-counted.
           move "n" to xLocCountedFlag.
           perform 206-search-counted
               varying nCountedLocSubscript from 1 by 1
               until nCountedLocSubscript > nCountedLocCount.

       206-search-counted.
           if xCountedLocT (nCountedLocSubscript) = xEntryLocation
               move "y" to xLocCountedFlag,
           end-if.

       210-total-cash-orders.
           move 0 to nCashSales.
           move 0 to nCardSales.
           move 0 to nCashOrderCount.
           move "n" to xOrdersEofFlag.

           open input orderHeaders.
           if xStatusOrderHdr = "00"
               perform 211-read-order until xOrdersEofFlag = "y",
               close orderHeaders,
           end-if.

       211-read-order.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nOrderDateOut = nCountDate
                       and xOrderLocOut = xEntryLocation
                       and xOrderStatusOut not = "X"
                       evaluate xOrderTenderOut
                           when "S"
                               add nOrderTotalOut to nCashSales,
                               add 1 to nCashOrderCount,
                           when "C"
                               add nOrderTotalOut to nCardSales,
                           when other
                               continue,
                       end-evaluate,
                   end-if,
           end-read.

           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       220-total-cash-refunds.
           move 0 to nCashRefunds.
           move 0 to nCashRefundCount.
           move "n" to xRefundEofFlag.

           open input refundRegister.
           if xStatusRefund = "00"
               perform 221-read-refund until xRefundEofFlag = "y",
               close refundRegister,
           end-if.

       221-read-refund.
           read refundRegister
               at end
                   move "y" to xRefundEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xRefundRecord (1:4) numeric
                       and xRefundRecord (12:7) = "order #"
                       and xRefundRecord (89:4) not = "gift"
                       and xRefundRecord (94:3) = xEntryLocation
                       compute nRefundDate =
                           function numval (xRefundRecord (1:4)) * 10000
                           + function numval (xRefundRecord (6:2)) * 100
                           + function numval (xRefundRecord (9:2)),
                       if nRefundDate = nCountDate
                           compute nCashRefunds = nCashRefunds
                               + function numval (xRefundRecord (69:9)),
                           add 1 to nCashRefundCount,
                       end-if,
                   end-if,
           end-read.

           move xStatusRefund to xCurrentStatus.
           move "RefundRegister.txt" to xCurrentFileName.
           perform 901-check-read-status.

       230-find-float.
           move nDefaultFloat to nDrawerFloat.

           move spaces to xControlParamWanted.
           string "FLOAT-" xEntryLocation delimited by size
               into xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDrawerFloat = function numval(xControlValueFound),
           end-if.

           move nDrawerFloat to neAmountEdit.
           display "Opening float for location ", xEntryLocation,
               " is $", function trim(neAmountEdit), ".".

       240-enter-counts.
           move zeros to xDenomCounts.
           move 0 to nCountedCash.

           display "Enter the number of each note and coin in the",
               " drawer, float included.".
           perform 241-enter-denomination
               varying nDenomSubscript from 1 by 1
               until nDenomSubscript > 10.

           display "Card slips total (batch settlement)? $"
               with no advancing.
           move 0 to nCardCounted.
           accept nCardCounted.

       241-enter-denomination.
           display "  ", function trim(xDenomNameT (nDenomSubscript)), "? "
               with no advancing.
           move 0 to nEntryCount.
           accept nEntryCount.
           move nEntryCount to nDenomCountT (nDenomSubscript).
           compute nCountedCash = nCountedCash
               + nEntryCount * nDenomValueT (nDenomSubscript).

       250-compute-over-short.
           compute nExpectedCash = nDrawerFloat + nCashSales
               - nCashRefunds.
           compute nCashOverShort = nCountedCash - nExpectedCash.
           compute nCardOverShort = nCardCounted - nCardSales.

           display " ".
           display "Location ", xEntryLocation, " drawer:".
           move nDrawerFloat to neAmountEdit.
           display "  Opening float:     $", neAmountEdit.
           move nCashSales to neAmountEdit.
           move nCashOrderCount to neCountEdit.
           display "  Cash sales:        $", neAmountEdit,
               "  (", function trim(neCountEdit), " orders)".
           move nCashRefunds to neAmountEdit.
           move nCashRefundCount to neCountEdit.
           display "  Cash refunds:      $", neAmountEdit,
               "  (", function trim(neCountEdit), " refunds)".
           move nExpectedCash to neAmountEdit.
           display "  Expected cash:     $", neAmountEdit.
           move nCountedCash to neAmountEdit.
           display "  Counted cash:      $", neAmountEdit.
           move nCashOverShort to neAmountEdit.
           display "  Cash over/short:   $", neAmountEdit.
           move nCardOverShort to neAmountEdit.
           display "  Card over/short:   $", neAmountEdit.

           if nCashOverShort not = 0 or nCardOverShort not = 0
               add 1 to nDrawersOut,
               display "*** This drawer does not balance - the",
                   " difference is recorded against clerk ",
                   function trim(xClerkId), ". ***",
           end-if.

       260-write-drawer.
           accept xRunTimeRaw from time.

           open extend drawerCounts.
           if xStatusDrawer = "35"
               open output drawerCounts,
           end-if.
           move xStatusDrawer to xCurrentStatus.
           move "DrawerCounts.txt" to xCurrentFileName.
           perform 900-check-status.

           move nCountDate to nDrawDateIn.
           move xEntryLocation to xDrawLocIn.
           move xClerkId to xDrawClerkIn.
           move xRunTimeRaw (1:6) to nDrawTimeIn.
           move nDrawerFloat to nDrawFloatIn.
           move nCashSales to nDrawCashSalesIn.
           move nCashRefunds to nDrawCashRefundsIn.
           move nCountedCash to nDrawCountedIn.
           move nCardSales to nDrawCardSalesIn.
           move nCardCounted to nDrawCardCountedIn.
           perform 261-move-denomination
               varying nDenomSubscript from 1 by 1
               until nDenomSubscript > 10.
           write xDrawerRecord.
           move xStatusDrawer to xCurrentStatus.
           move "DrawerCounts.txt" to xCurrentFileName.
           perform 900-check-status.

           close drawerCounts.
           move xStatusDrawer to xCurrentStatus.
           move "DrawerCounts.txt" to xCurrentFileName.
           perform 900-check-status.

           if nCountedLocCount < 50
               add 1 to nCountedLocCount,
               move xEntryLocation to xCountedLocT (nCountedLocCount),
           end-if.
           add 1 to nDrawersCounted.

           move xEntryLocation to xDetLocOut.
           move nDrawerFloat to neDetFloatOut.
           move nCashSales to neDetCashSalesOut.
           move nCashRefunds to neDetRefundsOut.
           move nExpectedCash to neDetExpectedOut.
           move nCountedCash to neDetCountedOut.
           move nCashOverShort to neDetOverShortOut.
           move nCardOverShort to neDetCardOverShortOut.
           write xOutput from xDrawerDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-36-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display "Drawer count for location ", xEntryLocation,
               " recorded.".

       261-move-denomination.
           move nDenomCountT (nDenomSubscript)
               to nDrawDenomCountIn (nDenomSubscript).

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-36-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

           display " ".
           display nDrawersCounted, " drawer(s) counted, ", nDrawersOut,
               " out of balance.".
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

           move "FRUITS-36" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nDrawersCounted to neAuditRecordsWrittenOut.
           move nDrawersOut to neAuditExceptionsOut.
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
