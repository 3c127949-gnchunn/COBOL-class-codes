       identification division.
       program-id. Fruits-29.

       environment division.
       input-output section.
       file-control.
           select poFile assign to "PurchaseOrders.txt" organization is line sequential
               file status is xStatusPoFile.
           select receiptsFile assign to "Receipts.txt" organization is line sequential
               file status is xStatusReceipts.
           select vendorCosts assign to "VendorCosts.txt"
               organization is line sequential
               file status is xStatusCosts.
           select suppliers assign to "Suppliers.txt"
               organization is indexed
               record key is xSuppCodeIn
               file status is xStatusTerms.
           select invoiceFile assign to "VendorInvoices.txt"
               organization is line sequential
               file status is xStatusInvoices.
           select invoiceLines assign to "VendorInvoiceLines.txt"
               organization is line sequential
               file status is xStatusInvLines.
           select payablesFile assign to "OpenPayables.txt"
               organization is line sequential
               file status is xStatusPayables.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd poFile.
       01 xPoInput.
           05 nPoNumberIn      pic 9(6).
           05 xPoFruitNameIn   pic x(14).
           05 xPoSupplierIn    pic x(14).
           05 nPoQtyIn         pic 9(3).
           05 xPoStatusIn      pic x.
           05 nPoDateIn        pic 9(8).

       fd receiptsFile.
       01 xReceiptInput.
           05 nRcptPoNumberIn  pic 9(6).
           05 nRcptDateIn      pic 9(8).
           05 nRcptQtyIn       pic 9(3).

       fd vendorCosts.
       01 xCostInput.
           05 xCostSupplierIn  pic x(14).
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       fd suppliers.
       01 xSupplier.
           05 xSuppCodeIn      pic x(8).
           05 xSuppNameIn      pic x(30).
           05 xSuppContactIn.
               10 xSuppContactNameIn pic x(20).
               10 xSuppPhoneIn    pic x(15).
               10 xSuppEmailIn    pic x(40).
           05 nSuppTermsDaysIn pic 999.
           05 nSuppLeadDaysIn  pic 999.
           05 nSuppMinQtyIn    pic 999.
           05 xSuppOrderDaysIn pic x(7).

       fd invoiceFile.
       01 xInvoiceRecord.
           05 xInvSupplierIn   pic x(14).
           05 xInvNumberIn     pic x(12).
           05 nInvDateIn       pic 9(8).
           05 nInvTotalIn      pic 9(7)v99.
           05 nInvLineCountIn  pic 99.
           05 xInvStatusIn     pic x.
           05 nInvEnteredDateIn pic 9(8).
           05 nInvDecisionDateIn pic 9(8).
           05 xInvDecidedByIn  pic x(8).

       fd invoiceLines.
       01 xInvLineRecord.
           05 xIlSupplierIn    pic x(14).
           05 xIlInvoiceIn     pic x(12).
           05 nIlLineIn        pic 99.
           05 nIlPoNumberIn    pic 9(6).
           05 xIlFruitIn       pic x(14).
           05 nIlQtyIn         pic 9(3)v99.
           05 nIlCostIn        pic 9(3)v99.
           05 nIlAmountIn      pic 9(6)v99.
           05 nIlPoQtyIn       pic 9(3).
           05 nIlRcvQtyIn      pic 9(5).
           05 nIlExpCostIn     pic 9v99.
           05 xIlResultIn      pic x(30).

       fd payablesFile.
       01 xPayableRecord.
           05 xApSupplierIn    pic x(14).
           05 xApInvoiceIn     pic x(12).
           05 nApInvDateIn     pic 9(8).
           05 nApDueDateIn     pic 9(8).
           05 nApAmountIn      pic 9(7)v99.
           05 xApStatusIn      pic x.
           05 nApPaidDateIn    pic 9(8).
           05 xApJournaledIn   pic x.

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusPoFile        pic xx      value "00".
       77 xStatusReceipts      pic xx      value "00".
       77 xStatusCosts         pic xx      value "00".
       77 xStatusTerms         pic xx      value "00".
       77 xStatusInvoices      pic xx      value "00".
       77 xStatusInvLines      pic xx      value "00".
       77 xStatusPayables      pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xPoEofFlag           pic x       value "n".
       77 xReceiptsEofFlag     pic x       value "n".
       77 xCostsEofFlag        pic x       value "n".
       77 xTermsEofFlag        pic x       value "n".
       77 xInvoicesEofFlag     pic x       value "n".
       77 xInvLinesEofFlag     pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nQtyTolerancePct     pic 99v99   value 0.
       77 nCostTolerancePct    pic 99v99   value 2.
       77 nDefaultTermsDays    pic 999     value 30.
       77 xMenuChoice          pic 9       value 0.
       77 xOperatorId          pic x(8)    value spaces.
       77 xDecision            pic x       value space.
       77 nPoCount             pic 9(4)    value 0.
       77 nPoSubscript         pic 9(4).
       77 nPoFoundSubscript    pic 9(4)    value 0.
       77 nRcptCount           pic 9(4)    value 0.
       77 nRcptSubscript       pic 9(4).
       77 nCostCount           pic 999     value 0.
       77 nCostSubscript       pic 999.
       77 nTermsCount          pic 999     value 0.
       77 nTermsSubscript      pic 999.
       77 nInvCount            pic 9(4)    value 0.
       77 nInvLoadCount        pic 9(4)    value 0.
       77 nInvSubscript        pic 9(4).
       77 nInvSearchSubscript  pic 9(4).
       77 nInvFoundSubscript   pic 9(4)    value 0.
       77 nLineCount           pic 9(4)    value 0.
       77 nLineLoadCount       pic 9(4)    value 0.
       77 nLineSubscript       pic 9(4).
       77 xEntrySupplier       pic x(14)   value spaces.
       77 xEntryInvoice        pic x(12)   value spaces.
       77 nEntryInvDate        pic 9(8)    value 0.
       77 nEntryPoNumber       pic 9(6)    value 0.
       77 nEntryQty            pic 9(3)v99 value 0.
       77 nEntryCost           pic 9(3)v99 value 0.
       77 nEntryLineNumber     pic 99      value 0.
       77 xLinesDoneFlag       pic x       value "n".
       77 xInvoiceHeldFlag     pic x       value "n".
       77 nInvoiceTotal        pic 9(7)v99 value 0.
       77 nLineAmount          pic 9(6)v99 value 0.
       77 nReceivedQty         pic 9(5)    value 0.
       77 nPriorInvoicedQty    pic 9(5)v99 value 0.
       77 nQtyLimit            pic 9(5)v99 value 0.
       77 nExpectedCost        pic 9v99    value 0.
       77 nExpectedCostDate    pic 9(8)    value 0.
       77 xCostFoundFlag       pic x       value "n".
       77 nCostDiff            pic 9(3)v99 value 0.
       77 nCostLimit           pic 9(3)v9(4) value 0.
       77 xLineResult          pic x(30)   value spaces.
       77 nTermsDays           pic 999     value 0.
       77 nDueDate             pic 9(8)    value 0.
       77 nInvoicesEntered     pic 9(4)    value 0.
       77 nInvoicesHeld        pic 9(4)    value 0.
       77 nPayablesWritten     pic 9(4)    value 0.
       77 nRecordsRead         pic 9(6)    value 0.
       77 neInvTotal           pic z,zzz,zz9.99.
       77 neLineQty            pic zz9.99.
       77 neLineCost           pic zz9.99.
       77 neLineAmount         pic zzz,zz9.99.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xMenu.
           05 filler           pic x(38)   value
               "1. Enter a vendor invoice".
           05 filler           pic x(38)   value
               "2. Review invoices on hold".
           05 filler           pic x(38)   value
               "3. Save and exit".

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xPoTable.
           05  xPoElement occurs 1 to 2000 times
                   depending on nPoCount.
               10 nPoNumberT       pic 9(6).
               10 xPoFruitT        pic x(14).
               10 xPoSupplierT     pic x(14).
               10 nPoQtyT          pic 9(3).

       01 xRcptTable.
           05  xRcptElement occurs 1 to 5000 times
                   depending on nRcptCount.
               10 nRcptPoNumberT   pic 9(6).
               10 nRcptQtyT        pic 9(3).

       01 xCostTable.
           05  xCostElement occurs 1 to 500 times
                   depending on nCostCount.
               10 xCostSupplierT   pic x(14).
               10 xCostFruitT      pic x(14).
               10 nCostUnitT       pic 9v99.
               10 nCostEffDateT    pic 9(8).

       01 xTermsTable.
           05  xTermsElement occurs 1 to 200 times
                   depending on nTermsCount.
               10 xTermsSupplierT  pic x(14).
               10 nTermsDaysT      pic 999.

       01 xInvTable.
           05  xInvElement occurs 1 to 2000 times
                   depending on nInvCount.
               10 xInvSupplierT    pic x(14).
               10 xInvNumberT      pic x(12).
               10 nInvDateT        pic 9(8).
               10 nInvTotalT       pic 9(7)v99.
               10 nInvLineCountT   pic 99.
               10 xInvStatusT      pic x.
               10 nInvEnteredDateT pic 9(8).
               10 nInvDecisionDateT pic 9(8).
               10 xInvDecidedByT   pic x(8).
               10 xInvNewPayableT  pic x.

       01 xLineTable.
           05  xLineElement occurs 1 to 9000 times
                   depending on nLineCount.
               10 xIlSupplierT     pic x(14).
               10 xIlInvoiceT      pic x(12).
               10 nIlLineT         pic 99.
               10 nIlPoNumberT     pic 9(6).
               10 xIlFruitT        pic x(14).
               10 nIlQtyT          pic 9(3)v99.
               10 nIlCostT         pic 9(3)v99.
               10 nIlAmountT       pic 9(6)v99.
               10 nIlPoQtyT        pic 9(3).
               10 nIlRcvQtyT       pic 9(5).
               10 nIlExpCostT      pic 9v99.
               10 xIlResultT       pic x(30).

       01 xLineDisplay.
           05 filler           pic x(4)    value spaces.
           05 neLineNumOut     pic z9.
           05 filler           pic x(5)    value "  PO ".
           05 neLinePoOut      pic 9(6).
           05 filler           pic x       value space.
           05 xLineFruitOut    pic x(14).
           05 filler           pic x       value space.
           05 neLineQtyOut     pic zz9.99.
           05 filler           pic x(4)    value " @ $".
           05 neLineCostOut    pic zz9.99.
           05 filler           pic x(5)    value "  rcv".
           05 neLineRcvOut     pic zzzz9.
           05 filler           pic x(5)    value " exp$".
           05 neLineExpOut     pic 9.99.
           05 filler           pic x(2)    value spaces.
           05 xLineResultOut   pic x(30).

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

           if nInvoicesHeld > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           display " ".
           display "Vendor Invoice Entry and Matching".

           display "Operator ID? " with no advancing.
           accept xOperatorId.

           accept xRunDate from date yyyymmdd.

           perform 105-load-control.

           move "QTYTOLPCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nQtyTolerancePct = function numval(xControlValueFound)
           end-if.

           move "COSTTOLPCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nCostTolerancePct = function numval(xControlValueFound)
           end-if.

           move "TERMSDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultTermsDays = function numval(xControlValueFound)
           end-if.

           perform 110-load-pos.
           perform 115-load-receipts.
           perform 120-load-costs.
           perform 125-load-terms.
           perform 130-load-invoices.
           perform 135-load-invoice-lines.

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
                   if xControlProgramIn = "FRUITS-29"
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

       110-load-pos.
           open input poFile.

           if xStatusPoFile = "00"
               perform 111-read-po until xPoEofFlag = "y",
               close poFile,
           end-if.

       111-read-po.
           read poFile
               at end
                   move "y" to xPoEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nPoCount < 2000
                       add 1 to nPoCount,
                       move nPoNumberIn to nPoNumberT (nPoCount),
                       move xPoFruitNameIn to xPoFruitT (nPoCount),
                       move xPoSupplierIn to xPoSupplierT (nPoCount),
                       move nPoQtyIn to nPoQtyT (nPoCount),
                   end-if,
           end-read.

           move xStatusPoFile to xCurrentStatus.
           move "PurchaseOrders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-load-receipts.
           open input receiptsFile.

           if xStatusReceipts = "00"
               perform 116-read-receipt until xReceiptsEofFlag = "y",
               close receiptsFile,
           end-if.

       116-read-receipt.
           read receiptsFile
               at end
                   move "y" to xReceiptsEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nRcptCount < 5000
                       add 1 to nRcptCount,
                       move nRcptPoNumberIn to nRcptPoNumberT (nRcptCount),
                       move nRcptQtyIn to nRcptQtyT (nRcptCount),
                   end-if,
           end-read.

           move xStatusReceipts to xCurrentStatus.
           move "Receipts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-costs.
           open input vendorCosts.

           if xStatusCosts = "00"
               perform 121-read-cost until xCostsEofFlag = "y",
               close vendorCosts,
           end-if.

       121-read-cost.
           read vendorCosts
               at end
                   move "y" to xCostsEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nCostCount < 500
                       add 1 to nCostCount,
                       move xCostSupplierIn to xCostSupplierT (nCostCount),
                       move xCostFruitIn to xCostFruitT (nCostCount),
                       move nCostUnitIn to nCostUnitT (nCostCount),
                       move nCostEffDateIn to nCostEffDateT (nCostCount),
                   end-if,
           end-read.

           move xStatusCosts to xCurrentStatus.
           move "VendorCosts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       125-load-terms.
           open input suppliers.

           if xStatusTerms = "00"
               perform 126-read-terms until xTermsEofFlag = "y",
               close suppliers,
           end-if.

       126-read-terms.
           read suppliers next
               at end
                   move "y" to xTermsEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nTermsCount < 200
                       add 1 to nTermsCount,
                       move xSuppCodeIn to xTermsSupplierT (nTermsCount),
                       move nSuppTermsDaysIn to nTermsDaysT (nTermsCount),
                   end-if,
           end-read.

           move xStatusTerms to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-invoices.
           open input invoiceFile.

           if xStatusInvoices = "00"
               perform 131-read-invoice until xInvoicesEofFlag = "y",
               close invoiceFile,
           end-if.
           move nInvCount to nInvLoadCount.

       131-read-invoice.
           read invoiceFile
               at end
                   move "y" to xInvoicesEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nInvCount < 2000
                       add 1 to nInvCount,
                       move xInvSupplierIn to xInvSupplierT (nInvCount),
                       move xInvNumberIn to xInvNumberT (nInvCount),
                       move nInvDateIn to nInvDateT (nInvCount),
                       move nInvTotalIn to nInvTotalT (nInvCount),
                       move nInvLineCountIn to nInvLineCountT (nInvCount),
                       move xInvStatusIn to xInvStatusT (nInvCount),
                       move nInvEnteredDateIn
                           to nInvEnteredDateT (nInvCount),
                       move nInvDecisionDateIn
                           to nInvDecisionDateT (nInvCount),
                       move xInvDecidedByIn to xInvDecidedByT (nInvCount),
                       move "n" to xInvNewPayableT (nInvCount),
                   else
                       display "*** VendorInvoices.txt holds more than",
                           " 2000 invoices. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusInvoices to xCurrentStatus.
           move "VendorInvoices.txt" to xCurrentFileName.
           perform 901-check-read-status.

       135-load-invoice-lines.
           open input invoiceLines.

           if xStatusInvLines = "00"
               perform 136-read-invoice-line until xInvLinesEofFlag = "y",
               close invoiceLines,
           end-if.
           move nLineCount to nLineLoadCount.

       136-read-invoice-line.
           read invoiceLines
               at end
                   move "y" to xInvLinesEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nLineCount < 9000
                       add 1 to nLineCount,
                       move xInvLineRecord to xLineElement (nLineCount),
                   else
                       display "*** VendorInvoiceLines.txt holds more",
                           " than 9000 lines. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusInvLines to xCurrentStatus.
           move "VendorInvoiceLines.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           display " ".
           display "Selection? " with no advancing.
           accept xMenuChoice.

           evaluate xMenuChoice
               when 1
                   perform 210-enter-invoice
               when 2
                   perform 250-review-holds
                       varying nInvSubscript from 1 by 1
                       until nInvSubscript > nInvCount
               when 3
                   continue
               when other
                   display "Please enter 1, 2 or 3."
           end-evaluate.

       210-enter-invoice.
           display "Supplier code? " with no advancing.
           accept xEntrySupplier.
           move function upper-case(xEntrySupplier) to xEntrySupplier.
           display "Invoice number? " with no advancing.
           accept xEntryInvoice.
           display "Invoice date (yyyymmdd, 0 = today)? "
               with no advancing.
           accept nEntryInvDate.
           if nEntryInvDate = 0
               move xRunDate to nEntryInvDate,
           end-if.

           move 0 to nInvFoundSubscript.
           perform 211-find-invoice
               varying nInvSearchSubscript from 1 by 1
               until nInvSearchSubscript > nInvCount
               or nInvFoundSubscript > 0.

           evaluate true
               when xEntrySupplier = spaces or xEntryInvoice = spaces
                   display "Supplier and invoice number are both",
                       " needed - not entered."
               when nInvFoundSubscript > 0
                   display "Invoice ", function trim(xEntryInvoice),
                       " from ", function trim(xEntrySupplier),
                       " is already on file - not entered."
               when nInvCount >= 2000
                   display "The invoice table is full - not entered."
               when other
                   perform 215-enter-lines
           end-evaluate.

       211-find-invoice.
           if xInvSupplierT (nInvSearchSubscript) = xEntrySupplier
               and xInvNumberT (nInvSearchSubscript) = xEntryInvoice
               move nInvSearchSubscript to nInvFoundSubscript,
           end-if.

       215-enter-lines.
           move 0 to nEntryLineNumber.
           move 0 to nInvoiceTotal.
           move "n" to xInvoiceHeldFlag.
           move "n" to xLinesDoneFlag.

           perform 220-enter-line until xLinesDoneFlag = "y".

           if nEntryLineNumber = 0
               display "No lines entered - invoice not saved.",
           else
               add 1 to nInvCount,
               add 1 to nInvoicesEntered,
               move xEntrySupplier to xInvSupplierT (nInvCount),
               move xEntryInvoice to xInvNumberT (nInvCount),
               move nEntryInvDate to nInvDateT (nInvCount),
               move nInvoiceTotal to nInvTotalT (nInvCount),
               move nEntryLineNumber to nInvLineCountT (nInvCount),
               move xRunDate to nInvEnteredDateT (nInvCount),
               move 0 to nInvDecisionDateT (nInvCount),
               move spaces to xInvDecidedByT (nInvCount),
               move nInvoiceTotal to neInvTotal,
               if xInvoiceHeldFlag = "y"
                   move "H" to xInvStatusT (nInvCount),
                   move "n" to xInvNewPayableT (nInvCount),
                   add 1 to nInvoicesHeld,
                   display "Invoice total $", function trim(neInvTotal),
                       " - ON HOLD, see the line results above.",
               else
                   move "M" to xInvStatusT (nInvCount),
                   move "y" to xInvNewPayableT (nInvCount),
                   display "Invoice total $", function trim(neInvTotal),
                       " - matched and passed for payment.",
               end-if,
           end-if.

       220-enter-line.
           display "PO number (0 to finish)? " with no advancing.
           accept nEntryPoNumber.

           evaluate true
               when nEntryPoNumber = 0
                   move "y" to xLinesDoneFlag
               when nEntryLineNumber >= 99 or nLineCount >= 9000
                   display "No room for more lines on this invoice.",
                   move "y" to xLinesDoneFlag
               when other
                   display "Quantity invoiced? " with no advancing,
                   accept nEntryQty,
                   display "Unit cost? " with no advancing,
                   accept nEntryCost,
                   perform 230-match-line
           end-evaluate.

       230-match-line.
           move 0 to nPoFoundSubscript.
           perform 231-find-po
               varying nPoSubscript from 1 by 1
               until nPoSubscript > nPoCount
               or nPoFoundSubscript > 0.

           add 1 to nEntryLineNumber.
           add 1 to nLineCount.
           move xEntrySupplier to xIlSupplierT (nLineCount).
           move xEntryInvoice to xIlInvoiceT (nLineCount).
           move nEntryLineNumber to nIlLineT (nLineCount).
           move nEntryPoNumber to nIlPoNumberT (nLineCount).
           move nEntryQty to nIlQtyT (nLineCount).
           move nEntryCost to nIlCostT (nLineCount).
           compute nLineAmount rounded = nEntryQty * nEntryCost.
           move nLineAmount to nIlAmountT (nLineCount).
           add nLineAmount to nInvoiceTotal.
           move 0 to nReceivedQty.
           move 0 to nExpectedCost.

           if nPoFoundSubscript = 0
               move spaces to xIlFruitT (nLineCount),
               move 0 to nIlPoQtyT (nLineCount),
               move "PO not on file for supplier" to xLineResult,
           else
               move xPoFruitT (nPoFoundSubscript) to xIlFruitT (nLineCount),
               move nPoQtyT (nPoFoundSubscript) to nIlPoQtyT (nLineCount),
               perform 232-sum-receipts,
               perform 234-sum-prior-invoiced,
               perform 237-find-expected-cost,
               perform 240-apply-tolerances,
           end-if.

           move nReceivedQty to nIlRcvQtyT (nLineCount).
           move nExpectedCost to nIlExpCostT (nLineCount).
           move xLineResult to xIlResultT (nLineCount).
           if xLineResult not = "MATCHED"
               move "y" to xInvoiceHeldFlag,
           end-if.

           move nLineCount to nLineSubscript.
           perform 260-show-line.

       231-find-po.
           if nPoNumberT (nPoSubscript) = nEntryPoNumber
               and xPoSupplierT (nPoSubscript) = xEntrySupplier
               move nPoSubscript to nPoFoundSubscript,
           end-if.

       232-sum-receipts.
           perform 233-add-receipt
               varying nRcptSubscript from 1 by 1
               until nRcptSubscript > nRcptCount.

       233-add-receipt.
           if nRcptPoNumberT (nRcptSubscript) = nEntryPoNumber
               add nRcptQtyT (nRcptSubscript) to nReceivedQty,
           end-if.

       234-sum-prior-invoiced.
           move 0 to nPriorInvoicedQty.
           perform 235-add-prior-line
               varying nLineSubscript from 1 by 1
               until nLineSubscript >= nLineCount.

       235-add-prior-line.
           if nIlPoNumberT (nLineSubscript) = nEntryPoNumber
               and xIlSupplierT (nLineSubscript) = xEntrySupplier
               move 0 to nInvFoundSubscript,
               perform 236-find-line-invoice
                   varying nInvSearchSubscript from 1 by 1
                   until nInvSearchSubscript > nInvCount
                   or nInvFoundSubscript > 0,
               if nInvFoundSubscript = 0
                   or xInvStatusT (nInvFoundSubscript) not = "R"
                   add nIlQtyT (nLineSubscript) to nPriorInvoicedQty,
               end-if,
           end-if.

       236-find-line-invoice.
           if xInvSupplierT (nInvSearchSubscript)
                   = xIlSupplierT (nLineSubscript)
               and xInvNumberT (nInvSearchSubscript)
                   = xIlInvoiceT (nLineSubscript)
               move nInvSearchSubscript to nInvFoundSubscript,
           end-if.

       237-find-expected-cost.
           move "n" to xCostFoundFlag.
           move 0 to nExpectedCostDate.

           perform 238-scan-cost
               varying nCostSubscript from 1 by 1
               until nCostSubscript > nCostCount.

       238-scan-cost.
           if xCostSupplierT (nCostSubscript) = xEntrySupplier
               and xCostFruitT (nCostSubscript) = xPoFruitT (nPoFoundSubscript)
               and nCostEffDateT (nCostSubscript) <= nEntryInvDate
               and (xCostFoundFlag = "n"
                   or nCostEffDateT (nCostSubscript) > nExpectedCostDate)
               move "y" to xCostFoundFlag,
               move nCostEffDateT (nCostSubscript) to nExpectedCostDate,
               move nCostUnitT (nCostSubscript) to nExpectedCost,
           end-if.

       240-apply-tolerances.
           move "MATCHED" to xLineResult.

           compute nQtyLimit = nReceivedQty * (100 + nQtyTolerancePct) / 100.
           if nPriorInvoicedQty + nEntryQty > nQtyLimit
               move "invoiced more than received" to xLineResult,
           end-if.

           compute nQtyLimit = nPoQtyT (nPoFoundSubscript)
               * (100 + nQtyTolerancePct) / 100.
           if xLineResult = "MATCHED"
               and nPriorInvoicedQty + nEntryQty > nQtyLimit
               move "invoiced more than ordered" to xLineResult,
           end-if.

           if xLineResult = "MATCHED"
               if xCostFoundFlag = "n"
                   move "no vendor cost on file" to xLineResult,
               else
                   if nEntryCost > nExpectedCost
                       compute nCostDiff = nEntryCost - nExpectedCost,
                   else
                       compute nCostDiff = nExpectedCost - nEntryCost,
                   end-if,
                   compute nCostLimit =
                       nExpectedCost * nCostTolerancePct / 100,
                   if nCostDiff > nCostLimit
                       move "unit cost outside tolerance" to xLineResult,
                   end-if,
               end-if,
           end-if.

       250-review-holds.
           if xInvStatusT (nInvSubscript) = "H"
               move nInvTotalT (nInvSubscript) to neInvTotal,
               display " ",
               display "Invoice ", function trim(xInvNumberT (nInvSubscript)),
                   " from ", function trim(xInvSupplierT (nInvSubscript)),
                   " dated ", nInvDateT (nInvSubscript),
                   " total $", function trim(neInvTotal),
               perform 251-show-invoice-line
                   varying nLineSubscript from 1 by 1
                   until nLineSubscript > nLineCount,
               move space to xDecision,
               perform 252-ask-decision until xDecision = "A"
                   or xDecision = "R" or xDecision = "S",
               evaluate xDecision
                   when "A"
                       move "A" to xInvStatusT (nInvSubscript),
                       move xRunDate to nInvDecisionDateT (nInvSubscript),
                       move xOperatorId to xInvDecidedByT (nInvSubscript),
                       move "y" to xInvNewPayableT (nInvSubscript),
                       subtract 1 from nInvoicesHeld,
                       display "Released for payment."
                   when "R"
                       move "R" to xInvStatusT (nInvSubscript),
                       move xRunDate to nInvDecisionDateT (nInvSubscript),
                       move xOperatorId to xInvDecidedByT (nInvSubscript),
                       display "Invoice rejected - return it to",
                           " the supplier."
                   when other
                       display "Left on hold."
               end-evaluate,
           end-if.

       251-show-invoice-line.
           if xIlSupplierT (nLineSubscript) = xInvSupplierT (nInvSubscript)
               and xIlInvoiceT (nLineSubscript) = xInvNumberT (nInvSubscript)
               perform 260-show-line,
           end-if.

       252-ask-decision.
           display "(A)pprove for payment, (R)eject or (S)kip? "
               with no advancing.
           accept xDecision.
           move function upper-case(xDecision) to xDecision.

       260-show-line.
           move nIlLineT (nLineSubscript) to neLineNumOut.
           move nIlPoNumberT (nLineSubscript) to neLinePoOut.
           move xIlFruitT (nLineSubscript) to xLineFruitOut.
           move nIlQtyT (nLineSubscript) to neLineQtyOut.
           move nIlCostT (nLineSubscript) to neLineCostOut.
           move nIlRcvQtyT (nLineSubscript) to neLineRcvOut.
           move nIlExpCostT (nLineSubscript) to neLineExpOut.
           move xIlResultT (nLineSubscript) to xLineResultOut.
           display xLineDisplay.

       300-termination.
           open output invoiceFile.
           move xStatusInvoices to xCurrentStatus.
           move "VendorInvoices.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 310-write-invoice
               varying nInvSubscript from 1 by 1
               until nInvSubscript > nInvCount.

           close invoiceFile.
           move xStatusInvoices to xCurrentStatus.
           move "VendorInvoices.txt" to xCurrentFileName.
           perform 900-check-status.

           if nLineCount > nLineLoadCount
               perform 320-append-lines,
           end-if.

           perform 330-write-payables.

           display " ".
           display "Entered ", nInvoicesEntered, " invoice(s), ",
               nPayablesWritten, " passed to payables.".
           display " ".

           perform 295-write-audit.

       310-write-invoice.
           move xInvSupplierT (nInvSubscript) to xInvSupplierIn.
           move xInvNumberT (nInvSubscript) to xInvNumberIn.
           move nInvDateT (nInvSubscript) to nInvDateIn.
           move nInvTotalT (nInvSubscript) to nInvTotalIn.
           move nInvLineCountT (nInvSubscript) to nInvLineCountIn.
           move xInvStatusT (nInvSubscript) to xInvStatusIn.
           move nInvEnteredDateT (nInvSubscript) to nInvEnteredDateIn.
           move nInvDecisionDateT (nInvSubscript) to nInvDecisionDateIn.
           move xInvDecidedByT (nInvSubscript) to xInvDecidedByIn.
           write xInvoiceRecord.
           move xStatusInvoices to xCurrentStatus.
           move "VendorInvoices.txt" to xCurrentFileName.
           perform 900-check-status.

       320-append-lines.
           open extend invoiceLines.
           if xStatusInvLines = "35"
               open output invoiceLines,
           end-if.
           move xStatusInvLines to xCurrentStatus.
           move "VendorInvoiceLines.txt" to xCurrentFileName.
           perform 900-check-status.

           compute nLineSubscript = nLineLoadCount + 1.
           perform 321-write-line
               varying nLineSubscript from nLineSubscript by 1
               until nLineSubscript > nLineCount.

           close invoiceLines.
           move xStatusInvLines to xCurrentStatus.
           move "VendorInvoiceLines.txt" to xCurrentFileName.
           perform 900-check-status.

       321-write-line.
           write xInvLineRecord from xLineElement (nLineSubscript).
           move xStatusInvLines to xCurrentStatus.
           move "VendorInvoiceLines.txt" to xCurrentFileName.
           perform 900-check-status.

       330-write-payables.
           open extend payablesFile.
           if xStatusPayables = "35"
               open output payablesFile,
           end-if.
           move xStatusPayables to xCurrentStatus.
           move "OpenPayables.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 331-write-payable
               varying nInvSubscript from 1 by 1
               until nInvSubscript > nInvCount.

           close payablesFile.
           move xStatusPayables to xCurrentStatus.
           move "OpenPayables.txt" to xCurrentFileName.
           perform 900-check-status.

       331-write-payable.
           if xInvNewPayableT (nInvSubscript) = "y"
               move nDefaultTermsDays to nTermsDays,
               perform 332-find-terms
                   varying nTermsSubscript from 1 by 1
                   until nTermsSubscript > nTermsCount,
               compute nDueDate = function date-of-integer
                   (function integer-of-date (nInvDateT (nInvSubscript))
                   + nTermsDays),
               move xInvSupplierT (nInvSubscript) to xApSupplierIn,
               move xInvNumberT (nInvSubscript) to xApInvoiceIn,
               move nInvDateT (nInvSubscript) to nApInvDateIn,
               move nDueDate to nApDueDateIn,
               move nInvTotalT (nInvSubscript) to nApAmountIn,
               move "O" to xApStatusIn,
               move 0 to nApPaidDateIn,
               move "N" to xApJournaledIn,
               write xPayableRecord,
               move xStatusPayables to xCurrentStatus,
               move "OpenPayables.txt" to xCurrentFileName,
               perform 900-check-status,
               add 1 to nPayablesWritten,
           end-if.

       332-find-terms.
           if xTermsSupplierT (nTermsSubscript) = xInvSupplierT (nInvSubscript)
               move nTermsDaysT (nTermsSubscript) to nTermsDays,
           end-if.

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

           move "FRUITS-29" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nPayablesWritten to neAuditRecordsWrittenOut.
           move nInvoicesHeld to neAuditExceptionsOut.
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
