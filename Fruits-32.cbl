       identification division.
       program-id. Fruits-32.

       environment division.
       input-output section.
       file-control.
           select customers assign to "Customers.txt"
               organization is indexed
               record key is xCustIdIn
               file status is xStatusCust.
           select orderHeaders assign to "Orders.txt"
               organization is line sequential
               file status is xStatusOrderHdr.
           select salesHistory assign to "SalesHistory.txt" organization is line sequential
               file status is xStatusSales.
           select segmentFile assign to "CustomerSegments.txt"
               organization is line sequential
               file status is xStatusSegments.
           select mailFile assign dynamic xMailFileName
               organization is line sequential
               file status is xStatusMail.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-32-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
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

       fd salesHistory.
       01 xSalesInput.
           05 xSalesDateIn     pic 9(8).
           05 filler           pic x.
           05 xSalesTimeIn     pic 9(6).
           05 filler           pic x.
           05 xSalesNameIn     pic x(14).
           05 filler           pic x.
           05 nSalesQtyIn      pic 9(5)v99.
           05 filler           pic x.
           05 nSalesPriceIn    pic 9(5)v99.
           05 filler           pic x.
           05 xSalesCustIn     pic x(8).

       fd segmentFile.
       01 xSegmentRecord.
           05 xSegCustOut      pic x(8).
           05 xSegNameOut      pic x(10).
           05 nSegRecencyOut   pic 9.
           05 nSegFrequencyOut pic 9.
           05 nSegMonetaryOut  pic 9.
           05 nSegLastDateOut  pic 9(8).
           05 nSegPurchasesOut pic 9(4).
           05 nSegSpendOut     pic 9(7)v99.
           05 nSegRunDateOut   pic 9(8).

       fd mailFile.
       01 xMailRecord.
           05 xMailCustOut     pic x(8).
           05 xMailNameOut     pic x(20).
           05 xMailAddressOut  pic x(30).
           05 xMailCityOut     pic x(20).
           05 xMailZipOut      pic x(10).
           05 xMailEmailOut    pic x(40).
           05 xMailSegmentOut  pic x(10).
           05 nMailLastDateOut pic 9(8).
           05 nMailSpendOut    pic 9(7)v99.

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
       77 xStatusCust          pic xx      value "00".
       77 xStatusOrderHdr      pic xx      value "00".
       77 xStatusSales         pic xx      value "00".
       77 xStatusSegments      pic xx      value "00".
       77 xStatusMail          pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xMailFileName        pic x(30)   value spaces.
       77 xCustEofFlag         pic x       value "n".
       77 xOrdersEofFlag       pic x       value "n".
       77 xSalesEofFlag        pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nRecentDays          pic 999     value 30.
       77 nLapseDays           pic 999     value 90.
       77 nLostDays            pic 999     value 180.
       77 nFreqHigh            pic 999     value 10.
       77 nFreqMid             pic 999     value 4.
       77 nSpendHigh           pic 9(7)v99 value 500.
       77 nSpendMid            pic 9(7)v99 value 150.
       77 nCustCount           pic 9(4)    value 0.
       77 nCustSubscript       pic 9(4).
       77 nCustFoundSubscript  pic 9(4)    value 0.
       77 xCustWanted          pic x(8).
       77 nSegSubscript        pic 9.
       77 nOrdersRead          pic 9(5)    value 0.
       77 nOrdersCounted       pic 9(5)    value 0.
       77 nSalesRead           pic 9(7)    value 0.
       77 nSalesCounted        pic 9(7)    value 0.
       77 nEarliestOrderDate   pic 9(8)    value 0.
       77 nVisitKey            pic 9(14)   value 0.
       77 nTodayInteger        pic 9(8)    value 0.
       77 neDaysWork           pic zzzz9.
       77 nExtractCount        pic 9(5)    value 0.
       77 nUnmailableCount     pic 9(4)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xSegmentNames.
           05 filler           pic x(10)   value "CHAMPION".
           05 filler           pic x(10)   value "LOYAL".
           05 filler           pic x(10)   value "NEW".
           05 filler           pic x(10)   value "LAPSING".
           05 filler           pic x(10)   value "LOST".
           05 filler           pic x(10)   value "PROSPECT".
       01 xSegmentTable redefines xSegmentNames.
           05 xSegmentElement occurs 6 times.
               10 xSegmentNameT    pic x(10).

       01 xSegmentTotals.
           05 xSegmentTotalElement occurs 6 times.
               10 nSegCustomersT   pic 9(4).
               10 nSegOptedInT     pic 9(4).
               10 nSegExtractedT   pic 9(4).
               10 nSegSpendT       pic 9(9)v99.

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xCustTable.
           05  xCustElement occurs 1 to 2000 times
                   depending on nCustCount.
               10 nCustSegSeqT     pic 9.
               10 nCustSpendT      pic 9(7)v99.
               10 xCustIdT         pic x(8).
               10 xCustNameT       pic x(20).
               10 xCustAddressT    pic x(30).
               10 xCustCityT       pic x(20).
               10 xCustZipT        pic x(10).
               10 xCustEmailT      pic x(40).
               10 xCustOptInT      pic x.
               10 nCustLastDateT   pic 9(8).
               10 nCustPurchasesT  pic 9(4).
               10 nCustLastVisitT  pic 9(14).
               10 nCustDaysT       pic 9(5).
               10 nCustRecencyT    pic 9.
               10 nCustFrequencyT  pic 9.
               10 nCustMonetaryT   pic 9.
               10 xCustMailT       pic x.

       01 xReportHeading-1.
           05 filler               pic x(54)   value
               "*** Customer RFM Segments and Mailing Extracts ***".
           05 filler               pic x(10)   value "Run date: ".
           05 neHeadingDate        pic 9999/99/99.

       01 xReportHeading-2.
           05 filler               pic x(10)   value "CUST ID".
           05 filler               pic x(22)   value "NAME".
           05 filler               pic x(12)   value "LAST BUY".
           05 filler               pic x(7)    value "  DAYS".
           05 filler               pic x(6)    value "  BUYS".
           05 filler               pic x(13)   value "        SPEND".
           05 filler               pic x(6)    value "  RFM".
           05 filler               pic x(11)   value "SEGMENT".
           05 filler               pic x(12)   value "MAILING".

       01 xCustDetail.
           05 xDetCustOut          pic x(8).
           05 filler               pic xx      value spaces.
           05 xDetNameOut          pic x(20).
           05 filler               pic xx      value spaces.
           05 xDetLastDateOut      pic x(10).
           05 filler               pic xx      value spaces.
           05 xDetDaysOut          pic x(5).
           05 filler               pic xx      value spaces.
           05 neDetBuysOut         pic zzz9.
           05 filler               pic xx      value spaces.
           05 neDetSpendOut        pic z,zzz,zz9.99.
           05 filler               pic xx      value spaces.
           05 nDetRecencyOut       pic 9.
           05 nDetFrequencyOut     pic 9.
           05 nDetMonetaryOut      pic 9.
           05 filler               pic xx      value spaces.
           05 xDetSegmentOut       pic x(10).
           05 filler               pic x       value space.
           05 xDetMailOut          pic x(16).

       01 xSummaryHeading.
           05 filler               pic x(12)   value "SEGMENT".
           05 filler               pic x(11)   value "CUSTOMERS".
           05 filler               pic x(11)   value "OPTED IN".
           05 filler               pic x(11)   value "EXTRACTED".
           05 filler               pic x(16)   value "         SPEND".
           05 filler               pic x(30)   value "EXTRACT FILE".

       01 xSummaryDetail.
           05 xSumSegmentOut       pic x(10).
           05 filler               pic x(4)    value spaces.
           05 neSumCustomersOut    pic zzz9.
           05 filler               pic x(7)    value spaces.
           05 neSumOptedInOut      pic zzz9.
           05 filler               pic x(7)    value spaces.
           05 neSumExtractedOut    pic zzz9.
           05 filler               pic x(3)    value spaces.
           05 neSumSpendOut        pic zzz,zzz,zz9.99.
           05 filler               pic x(3)    value spaces.
           05 xSumFileOut          pic x(30).

       01 xFooter-1.
           05 filler               pic x(11)   value "Customers: ".
           05 neFootCustomers      pic zzz9.
           05 filler               pic x(21)   value "   Orders counted: ".
           05 neFootOrders         pic zzzz9.
           05 filler               pic x(27)   value
               "   Older sales lines used: ".
           05 neFootSales          pic zzzzzz9.

       01 xFooter-2.
           05 filler               pic x(34)   value
               "Opted in but no address or email: ".
           05 neFootUnmailable     pic zzz9.

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
           perform 210-score-customer
               varying nCustSubscript from 1 by 1
               until nCustSubscript > nCustCount.

           if nCustCount > 0
               sort xCustElement on ascending key nCustSegSeqT
                   descending key nCustSpendT
                   ascending key xCustIdT,
           end-if.

           perform 220-write-segments.
           perform 230-write-extracts
               varying nSegSubscript from 1 by 1
               until nSegSubscript > 6.
           perform 240-print-report.
           perform 300-termination.

           if nUnmailableCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).
           move zeros to xSegmentTotals.

           perform 105-load-control.

           move "RECENTDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nRecentDays = function numval(xControlValueFound)
           end-if.

           move "LAPSEDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nLapseDays = function numval(xControlValueFound)
           end-if.

           move "LOSTDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nLostDays = function numval(xControlValueFound)
           end-if.

           move "FREQHIGH" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nFreqHigh = function numval(xControlValueFound)
           end-if.

           move "FREQMID" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nFreqMid = function numval(xControlValueFound)
           end-if.

           move "SPENDHIGH" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSpendHigh = function numval(xControlValueFound)
           end-if.

           move "SPENDMID" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSpendMid = function numval(xControlValueFound)
           end-if.

           perform 110-load-customers.
           perform 120-load-orders.
           perform 130-load-older-sales.

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
                   if xControlProgramIn = "FRUITS-32"
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

       110-load-customers.
           open input customers.
           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-customer until xCustEofFlag = "y".

           close customers.
           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-customer.
           read customers next record
               at end
                   move "y" to xCustEofFlag,
               not at end
                   if nCustCount < 2000
                       add 1 to nCustCount,
                       move 0 to nCustSegSeqT (nCustCount),
                       move 0 to nCustSpendT (nCustCount),
                       move xCustIdIn to xCustIdT (nCustCount),
                       move xCustNameIn to xCustNameT (nCustCount),
                       move xCustAddressIn to xCustAddressT (nCustCount),
                       move xCustCityIn to xCustCityT (nCustCount),
                       move xCustZipIn to xCustZipT (nCustCount),
                       move xCustEmailIn to xCustEmailT (nCustCount),
                       move xCustOptInIn to xCustOptInT (nCustCount),
                       move 0 to nCustLastDateT (nCustCount),
                       move 0 to nCustPurchasesT (nCustCount),
                       move 0 to nCustLastVisitT (nCustCount),
                       move 0 to nCustDaysT (nCustCount),
                       move space to xCustMailT (nCustCount),
                   else
                       display "*** Customers.txt holds more than 2000",
                           " accounts - segmentation not run. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-find-customer.
           move 0 to nCustFoundSubscript.
           perform 116-search-customer
               varying nCustSubscript from 1 by 1
               until nCustSubscript > nCustCount
               or nCustFoundSubscript > 0.

       116-search-customer.
           if xCustIdT (nCustSubscript) = xCustWanted
               move nCustSubscript to nCustFoundSubscript,
           end-if.

       120-load-orders.
           open input orderHeaders.

           if xStatusOrderHdr = "00"
               perform 121-read-order until xOrdersEofFlag = "y",
               close orderHeaders,
               move xStatusOrderHdr to xCurrentStatus,
               move "Orders.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       121-read-order.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   add 1 to nOrdersRead,
                   if nEarliestOrderDate = 0
                       or nOrderDateOut < nEarliestOrderDate
                       move nOrderDateOut to nEarliestOrderDate,
                   end-if,
                   if xOrderCustOut not = spaces
                       and xOrderStatusOut not = "X"
                       move xOrderCustOut to xCustWanted,
                       perform 115-find-customer,
                       if nCustFoundSubscript > 0
                           add 1 to nOrdersCounted,
                           add 1 to nCustPurchasesT (nCustFoundSubscript),
                           add nOrderTotalOut
                               to nCustSpendT (nCustFoundSubscript),
                           if nOrderDateOut
                               > nCustLastDateT (nCustFoundSubscript)
                               move nOrderDateOut
                                   to nCustLastDateT (nCustFoundSubscript),
                           end-if,
                       end-if,
                   end-if,
           end-read.

           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-older-sales.
           open input salesHistory.

           if xStatusSales = "00"
               perform 131-read-sale until xSalesEofFlag = "y",
               close salesHistory,
               move xStatusSales to xCurrentStatus,
               move "SalesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       131-read-sale.
           read salesHistory
               at end
                   move "y" to xSalesEofFlag,
               not at end
                   add 1 to nSalesRead,
                   if xSalesCustIn not = spaces
                       and xSalesCustIn not = "RETURN"
                       and (nEarliestOrderDate = 0
                           or xSalesDateIn < nEarliestOrderDate)
                       move xSalesCustIn to xCustWanted,
                       perform 115-find-customer,
                       if nCustFoundSubscript > 0
                           perform 132-count-sale,
                       end-if,
                   end-if,
           end-read.

           move xStatusSales to xCurrentStatus.
           move "SalesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-count-sale.
           add 1 to nSalesCounted.
           compute nVisitKey = xSalesDateIn * 1000000 + xSalesTimeIn.

           if nVisitKey not = nCustLastVisitT (nCustFoundSubscript)
               move nVisitKey to nCustLastVisitT (nCustFoundSubscript),
               add 1 to nCustPurchasesT (nCustFoundSubscript),
           end-if.

           compute nCustSpendT (nCustFoundSubscript) =
               nCustSpendT (nCustFoundSubscript)
               + nSalesQtyIn * nSalesPriceIn.

           if xSalesDateIn > nCustLastDateT (nCustFoundSubscript)
               move xSalesDateIn to nCustLastDateT (nCustFoundSubscript),
           end-if.

       210-score-customer.
           if nCustPurchasesT (nCustSubscript) > 0
               compute nCustDaysT (nCustSubscript) = nTodayInteger
                   - function integer-of-date (nCustLastDateT (nCustSubscript)),
           end-if.

           evaluate true
               when nCustPurchasesT (nCustSubscript) = 0
                   move 0 to nCustRecencyT (nCustSubscript)
               when nCustDaysT (nCustSubscript) <= nRecentDays
                   move 3 to nCustRecencyT (nCustSubscript)
               when nCustDaysT (nCustSubscript) <= nLapseDays
                   move 2 to nCustRecencyT (nCustSubscript)
               when other
                   move 1 to nCustRecencyT (nCustSubscript)
           end-evaluate.

           evaluate true
               when nCustPurchasesT (nCustSubscript) = 0
                   move 0 to nCustFrequencyT (nCustSubscript)
               when nCustPurchasesT (nCustSubscript) >= nFreqHigh
                   move 3 to nCustFrequencyT (nCustSubscript)
               when nCustPurchasesT (nCustSubscript) >= nFreqMid
                   move 2 to nCustFrequencyT (nCustSubscript)
               when other
                   move 1 to nCustFrequencyT (nCustSubscript)
           end-evaluate.

           evaluate true
               when nCustPurchasesT (nCustSubscript) = 0
                   move 0 to nCustMonetaryT (nCustSubscript)
               when nCustSpendT (nCustSubscript) >= nSpendHigh
                   move 3 to nCustMonetaryT (nCustSubscript)
               when nCustSpendT (nCustSubscript) >= nSpendMid
                   move 2 to nCustMonetaryT (nCustSubscript)
               when other
                   move 1 to nCustMonetaryT (nCustSubscript)
           end-evaluate.

           evaluate true
               when nCustPurchasesT (nCustSubscript) = 0
                   move 6 to nCustSegSeqT (nCustSubscript)
               when nCustDaysT (nCustSubscript) > nLostDays
                   move 5 to nCustSegSeqT (nCustSubscript)
               when nCustRecencyT (nCustSubscript) = 3
                   and nCustFrequencyT (nCustSubscript) = 3
                   and nCustMonetaryT (nCustSubscript) >= 2
                   move 1 to nCustSegSeqT (nCustSubscript)
               when nCustRecencyT (nCustSubscript) >= 2
                   and nCustFrequencyT (nCustSubscript) >= 2
                   move 2 to nCustSegSeqT (nCustSubscript)
               when nCustRecencyT (nCustSubscript) = 3
                   move 3 to nCustSegSeqT (nCustSubscript)
               when other
                   move 4 to nCustSegSeqT (nCustSubscript)
           end-evaluate.

           move nCustSegSeqT (nCustSubscript) to nSegSubscript.
           add 1 to nSegCustomersT (nSegSubscript).
           add nCustSpendT (nCustSubscript) to nSegSpendT (nSegSubscript).

           evaluate true
               when xCustOptInT (nCustSubscript) not = "Y"
                   move "N" to xCustMailT (nCustSubscript)
               when xCustEmailT (nCustSubscript) = spaces
                   and (xCustAddressT (nCustSubscript) = spaces
                       or xCustZipT (nCustSubscript) = spaces)
                   move "U" to xCustMailT (nCustSubscript),
                   add 1 to nSegOptedInT (nSegSubscript),
                   add 1 to nUnmailableCount
               when other
                   move "Y" to xCustMailT (nCustSubscript),
                   add 1 to nSegOptedInT (nSegSubscript)
           end-evaluate.

       220-write-segments.
           open output segmentFile.
           move xStatusSegments to xCurrentStatus.
           move "CustomerSegments.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 221-write-segment
               varying nCustSubscript from 1 by 1
               until nCustSubscript > nCustCount.

           close segmentFile.
           move xStatusSegments to xCurrentStatus.
           move "CustomerSegments.txt" to xCurrentFileName.
           perform 900-check-status.

       221-write-segment.
           move xCustIdT (nCustSubscript) to xSegCustOut.
           move xSegmentNameT (nCustSegSeqT (nCustSubscript)) to xSegNameOut.
           move nCustRecencyT (nCustSubscript) to nSegRecencyOut.
           move nCustFrequencyT (nCustSubscript) to nSegFrequencyOut.
           move nCustMonetaryT (nCustSubscript) to nSegMonetaryOut.
           move nCustLastDateT (nCustSubscript) to nSegLastDateOut.
           move nCustPurchasesT (nCustSubscript) to nSegPurchasesOut.
           move nCustSpendT (nCustSubscript) to nSegSpendOut.
           move xRunDate to nSegRunDateOut.

           write xSegmentRecord.
           move xStatusSegments to xCurrentStatus.
           move "CustomerSegments.txt" to xCurrentFileName.
           perform 900-check-status.

       230-write-extracts.
           move spaces to xMailFileName.
           string "Mailing-" delimited by size
               xSegmentNameT (nSegSubscript) delimited by space
               ".txt" delimited by size
               into xMailFileName.

           open output mailFile.
           move xStatusMail to xCurrentStatus.
           move xMailFileName to xCurrentFileName.
           perform 900-check-status.

           perform 231-write-extract
               varying nCustSubscript from 1 by 1
               until nCustSubscript > nCustCount.

           close mailFile.
           move xStatusMail to xCurrentStatus.
           move xMailFileName to xCurrentFileName.
           perform 900-check-status.

       231-write-extract.
           if nCustSegSeqT (nCustSubscript) = nSegSubscript
               and xCustMailT (nCustSubscript) = "Y"
               move xCustIdT (nCustSubscript) to xMailCustOut,
               move xCustNameT (nCustSubscript) to xMailNameOut,
               move xCustAddressT (nCustSubscript) to xMailAddressOut,
               move xCustCityT (nCustSubscript) to xMailCityOut,
               move xCustZipT (nCustSubscript) to xMailZipOut,
               move xCustEmailT (nCustSubscript) to xMailEmailOut,
               move xSegmentNameT (nSegSubscript) to xMailSegmentOut,
               move nCustLastDateT (nCustSubscript) to nMailLastDateOut,
               move nCustSpendT (nCustSubscript) to nMailSpendOut,
               write xMailRecord,
               move xStatusMail to xCurrentStatus,
               move xMailFileName to xCurrentFileName,
               perform 900-check-status,
               add 1 to nExtractCount,
               add 1 to nSegExtractedT (nSegSubscript),
           end-if.

       240-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-32-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           write xOutput from " " before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-32-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-print-customer
               varying nCustSubscript from 1 by 1
               until nCustSubscript > nCustCount.

           display " ".
           write xOutput from " " before advancing 1 line.
           display xSummaryHeading.
           write xOutput from xSummaryHeading before advancing 1 line.

           perform 242-print-segment
               varying nSegSubscript from 1 by 1
               until nSegSubscript > 6.

           move nCustCount to neFootCustomers.
           move nOrdersCounted to neFootOrders.
           move nSalesCounted to neFootSales.
           move nUnmailableCount to neFootUnmailable.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           display xFooter-2.
           write xOutput from xFooter-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-32-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-32-output.txt" to xCurrentFileName.
           perform 900-check-status.

       241-print-customer.
           move xCustIdT (nCustSubscript) to xDetCustOut.
           move xCustNameT (nCustSubscript) to xDetNameOut.
           if nCustPurchasesT (nCustSubscript) = 0
               move "never" to xDetLastDateOut,
               move spaces to xDetDaysOut,
           else
               move nCustLastDateT (nCustSubscript) (1:4)
                   to xDetLastDateOut (1:4),
               move "/" to xDetLastDateOut (5:1),
               move nCustLastDateT (nCustSubscript) (5:2)
                   to xDetLastDateOut (6:2),
               move "/" to xDetLastDateOut (8:1),
               move nCustLastDateT (nCustSubscript) (7:2)
                   to xDetLastDateOut (9:2),
               move nCustDaysT (nCustSubscript) to neDaysWork,
               move neDaysWork to xDetDaysOut,
           end-if.
           move nCustPurchasesT (nCustSubscript) to neDetBuysOut.
           move nCustSpendT (nCustSubscript) to neDetSpendOut.
           move nCustRecencyT (nCustSubscript) to nDetRecencyOut.
           move nCustFrequencyT (nCustSubscript) to nDetFrequencyOut.
           move nCustMonetaryT (nCustSubscript) to nDetMonetaryOut.
           move xSegmentNameT (nCustSegSeqT (nCustSubscript))
               to xDetSegmentOut.
           evaluate xCustMailT (nCustSubscript)
               when "Y"
                   move "extracted" to xDetMailOut
               when "U"
                   move "** no address **" to xDetMailOut
               when other
                   move "not opted in" to xDetMailOut
           end-evaluate.

           display xCustDetail.
           write xOutput from xCustDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-32-output.txt" to xCurrentFileName.
           perform 900-check-status.

       242-print-segment.
           move xSegmentNameT (nSegSubscript) to xSumSegmentOut.
           move nSegCustomersT (nSegSubscript) to neSumCustomersOut.
           move nSegOptedInT (nSegSubscript) to neSumOptedInOut.
           move nSegExtractedT (nSegSubscript) to neSumExtractedOut.
           move nSegSpendT (nSegSubscript) to neSumSpendOut.
           move spaces to xSumFileOut.
           string "Mailing-" delimited by size
               xSegmentNameT (nSegSubscript) delimited by space
               ".txt" delimited by size
               into xSumFileOut.

           display xSummaryDetail.
           write xOutput from xSummaryDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-32-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           perform 295-write-audit.

       295-write-audit.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "FRUITS-32" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nCustCount to neAuditRecordsReadOut.
           move nExtractCount to neAuditRecordsWrittenOut.
           move nUnmailableCount to neAuditExceptionsOut.
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
