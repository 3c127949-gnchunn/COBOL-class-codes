identification division.
       program-id. Fruits-38.

       environment division.
       input-output section.
       file-control.
           select suppliers assign to "Suppliers.txt"
               organization is indexed
               record key is xSuppCodeIn
               file status is xStatusSupp.
           select masterfile assign to "FixedFruits.txt"
               organization is indexed
               record key is xFruitNameIn
               file status is xStatusMaster.
           select poFile assign to "PurchaseOrders.txt" organization is line sequential
               file status is xStatusPoFile.
           select vendorCosts assign to "VendorCosts.txt"
               organization is line sequential
               file status is xStatusCosts.

       data division.
       file section.

       fd  suppliers.
       01  xSupplier.
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

       fd  masterfile.
       01  xMaster.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd  poFile.
       01  xPoInput.
           05 nPoNumberIn      pic 9(6).
           05 xPoFruitNameIn   pic x(14).
           05 xPoSupplierIn    pic x(14).
           05 nPoQtyIn         pic 9(3).
           05 xPoStatusIn      pic x.
           05 nPoDateIn        pic 9(8).

       fd  vendorCosts.
       01  xCostInput.
           05 xCostSupplierIn  pic x(14).
           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       working-storage section.
       77  xStatusSupp          pic xx value "00".
       77  xStatusMaster        pic xx value "00".
       77  xStatusPoFile        pic xx value "00".
       77  xStatusCosts         pic xx value "00".
       77  xCurrentStatus       pic xx.
       77  xCurrentFileName     pic x(30).
       77  xDoneFlag            pic x value 'n'.
       77  xEofFlag             pic x value 'n'.
       77  xEntry               pic x(40) value spaces.
       77  xDaysOkFlag          pic x value 'n'.
       77  nDaySubscript        pic 9.
       77  xInUseFlag           pic x value 'n'.
       77  nSuppCount           pic 999 value 0.
       77  nSuppSubscript       pic 999.
       77  xMapValue            pic x(14) value spaces.
       77  xMapFoundFlag        pic x value 'n'.
       77  xMapChangedFlag      pic x value 'n'.
       77  nRecordCount         pic 9(4) value 0.
       77  nRecordSubscript     pic 9(4).
       77  nConvertedCount      pic 9(5) value 0.
       77  nUnmatchedCount      pic 9(5) value 0.
       77  xTranCode            pic x value space.
           88  xTranAdd         value "A" "a".
           88  xTranUpdate      value "U" "u".
           88  xTranDelete      value "D" "d".
           88  xTranConvert     value "C" "c".
           88  xTranQuit        value "Q" "q".

       01  xSignOnParms.
           05 xSignOnProgram   pic x(14).
           05 xSignOnAction    pic x.
           05 xSignOnOkFlag    pic x.
           05 xSignOnOperator  pic x(8).

       01  xSuppTable.
           05 xSuppElement occurs 1 to 200 times
                   depending on nSuppCount.
               10 xSuppCodeT       pic x(8).
               10 xSuppNameT       pic x(30).

       01  xRecordTable.
           05 xRecordElement occurs 1 to 5000 times
                   depending on nRecordCount.
               10 xRecordT         pic x(46).

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-transaction-loop until xDoneFlag = 'y'.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           display " ".
           display "*** Supplier master maintenance ***".

           move "FRUITS-38" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           open i-o suppliers.
           if xStatusSupp = "05" or xStatusSupp = "35"
               open output suppliers,
               close suppliers,
               open i-o suppliers,
           end-if.
           move xStatusSupp to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 900-check-status.

       200-transaction-loop.
           perform 210-prompt-transaction.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate true
                   when xTranQuit
                       move 'y' to xDoneFlag
                   when xTranAdd
                       perform 220-add-supplier
                   when xTranUpdate
                       perform 230-update-supplier
                   when xTranDelete
                       perform 240-delete-supplier
                   when xTranConvert
                       perform 400-convert-names
                   when other
                       display "*** Enter A, U, D, C, or Q ***"
               end-evaluate,
           end-if.

       205-check-right.
           evaluate true
               when xTranDelete
                   move "D" to xSignOnAction
               when xTranAdd
               when xTranUpdate
               when xTranConvert
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-prompt-transaction.
           display " ".
           display "A)dd  U)pdate  D)elete  C)onvert names to codes  Q)uit".
           display "Transaction? " with no advancing.
           accept xTranCode.

       215-accept-code.
           move spaces to xSuppCodeIn.
           accept xSuppCodeIn.
           move function upper-case(xSuppCodeIn) to xSuppCodeIn.

       220-add-supplier.
           display "Supplier code? " with no advancing.
           perform 215-accept-code.

           if xSuppCodeIn = spaces
               display "*** A supplier code is required - not added ***",
           else
               display "Supplier name? " with no advancing,
               accept xSuppNameIn,
               move spaces to xSuppContactIn,
               move 30 to nSuppTermsDaysIn,
               move 0 to nSuppLeadDaysIn,
               move 0 to nSuppMinQtyIn,
               move "YYYYYNN" to xSuppOrderDaysIn,
               perform 250-accept-contact,
               perform 260-accept-terms,

               write xSupplier
                   invalid key
                       display "*** '", function trim(xSuppCodeIn),
                           "' already exists - not added ***"
                   not invalid key
                       display "*** '", function trim(xSuppCodeIn),
                           "' added ***"
               end-write,

               move xStatusSupp to xCurrentStatus,
               move "Suppliers.txt" to xCurrentFileName,
               perform 902-check-write-status,
           end-if.

       230-update-supplier.
           display "Supplier code to update? " with no advancing.
           perform 215-accept-code.

           read suppliers key is xSuppCodeIn
               invalid key
                   display "*** '", function trim(xSuppCodeIn),
                       "' not found ***"
               not invalid key
                   display "Press Enter to keep the detail shown in brackets.",
                   display "Supplier name [", function trim(xSuppNameIn),
                       "]? " with no advancing,
                   move spaces to xEntry,
                   accept xEntry,
                   if xEntry not = spaces
                       move xEntry to xSuppNameIn,
                   end-if,
                   perform 250-accept-contact,
                   perform 260-accept-terms,
                   rewrite xSupplier,
                   display "*** '", function trim(xSuppCodeIn),
                       "' updated ***",
           end-read.

           move xStatusSupp to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 901-check-keyed-status.

       240-delete-supplier.
           display "Supplier code to delete? " with no advancing.
           perform 215-accept-code.

           perform 245-check-in-use.

           if xInUseFlag = 'y'
               display "*** '", function trim(xSuppCodeIn),
                   "' still supplies catalog items - not deleted ***",
           else
               delete suppliers record
                   invalid key
                       display "*** '", function trim(xSuppCodeIn),
                           "' not found - nothing deleted ***"
                   not invalid key
                       display "*** '", function trim(xSuppCodeIn),
                           "' deleted ***"
               end-delete,

               move xStatusSupp to xCurrentStatus,
               move "Suppliers.txt" to xCurrentFileName,
               perform 901-check-keyed-status,
           end-if.

       245-check-in-use.
           move 'n' to xInUseFlag.
           move 'n' to xEofFlag.

           open input masterfile.
           if xStatusMaster = "00"
               perform 246-read-catalog until xEofFlag = 'y',
               close masterfile,
           end-if.

       246-read-catalog.
           read masterfile next
               at end
                   move 'y' to xEofFlag,
               not at end
                   if xSupplierIn = xSuppCodeIn
                       move 'y' to xInUseFlag,
                   end-if,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 901-check-keyed-status.

       250-accept-contact.
           display "Contact name [", function trim(xSuppContactNameIn),
               "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           if xEntry not = spaces
               move xEntry to xSuppContactNameIn,
           end-if.

           display "Phone [", function trim(xSuppPhoneIn),
               "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           if xEntry not = spaces
               move xEntry to xSuppPhoneIn,
           end-if.

           display "Email [", function trim(xSuppEmailIn),
               "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           if xEntry not = spaces
               move xEntry to xSuppEmailIn,
           end-if.

       260-accept-terms.
           display "Payment terms, net days [", nSuppTermsDaysIn,
               "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           if xEntry not = spaces
               compute nSuppTermsDaysIn = function numval(xEntry),
           end-if.

           display "Lead time in days [", nSuppLeadDaysIn,
               "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           if xEntry not = spaces
               compute nSuppLeadDaysIn = function numval(xEntry),
           end-if.

           display "Minimum order quantity [", nSuppMinQtyIn,
               "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           if xEntry not = spaces
               compute nSuppMinQtyIn = function numval(xEntry),
           end-if.

           move 'n' to xDaysOkFlag.
           perform 265-accept-order-days until xDaysOkFlag = 'y'.

       265-accept-order-days.
           display "Order days, Y or N for Mon to Sun [",
               xSuppOrderDaysIn, "]? " with no advancing.
           move spaces to xEntry.
           accept xEntry.
           move function upper-case(xEntry) to xEntry.

           if xEntry = spaces
               move 'y' to xDaysOkFlag,
           else
               move 'y' to xDaysOkFlag,
               perform 266-check-order-day
                   varying nDaySubscript from 1 by 1
                   until nDaySubscript > 7,
               if xEntry (1:7) = "NNNNNNN"
                   move 'n' to xDaysOkFlag,
               end-if,
               if xDaysOkFlag = 'y'
                   move xEntry (1:7) to xSuppOrderDaysIn,
               else
                   display "*** Enter seven Y or N flags with at least",
                       " one Y, e.g. YNYNYNN ***",
               end-if,
           end-if.

       266-check-order-day.
           if xEntry (nDaySubscript:1) not = "Y"
               and xEntry (nDaySubscript:1) not = "N"
               move 'n' to xDaysOkFlag,
           end-if.

       300-termination.
           close suppliers.
           move xStatusSupp to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 900-check-status.

           display " ".
           display "*** Supplier master maintenance complete ***".

       400-convert-names.
           display "Catalog, purchase order and vendor cost supplier".
           display "names that match a supplier name on the master".
           display "will be replaced by the supplier code.".
           display "Continue, (Y)es or (N)o? " with no advancing.
           move spaces to xEntry.
           accept xEntry.

           if function upper-case(xEntry (1:1)) = "Y"
               move 0 to nConvertedCount,
               move 0 to nUnmatchedCount,
               perform 410-load-supplier-names,
               perform 420-convert-catalog,
               perform 430-convert-pos,
               perform 440-convert-costs,
               display nConvertedCount, " supplier reference(s)",
                   " converted, ", nUnmatchedCount,
                   " left unmatched.",
           else
               display "*** Nothing converted ***",
           end-if.

       410-load-supplier-names.
           move 0 to nSuppCount.
           move 'n' to xEofFlag.

           close suppliers.
           open input suppliers.
           move xStatusSupp to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 411-read-supplier until xEofFlag = 'y'.

           close suppliers.
           open i-o suppliers.
           move xStatusSupp to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 900-check-status.

       411-read-supplier.
           read suppliers next
               at end
                   move 'y' to xEofFlag,
               not at end
                   if nSuppCount < 200
                       add 1 to nSuppCount,
                       move xSuppCodeIn to xSuppCodeT (nSuppCount),
                       move function upper-case(xSuppNameIn)
                           to xSuppNameT (nSuppCount),
                   end-if,
           end-read.

           move xStatusSupp to xCurrentStatus.
           move "Suppliers.txt" to xCurrentFileName.
           perform 901-check-keyed-status.

       420-convert-catalog.
           move 'n' to xEofFlag.

           open i-o masterfile.
           if xStatusMaster = "00"
               perform 421-convert-fruit until xEofFlag = 'y',
               close masterfile,
           end-if.

       421-convert-fruit.
           read masterfile next
               at end
                   move 'y' to xEofFlag,
               not at end
                   move xSupplierIn to xMapValue,
                   perform 450-map-supplier,
                   if xMapChangedFlag = 'y'
                       move xMapValue to xSupplierIn,
                       rewrite xMaster,
                       move xStatusMaster to xCurrentStatus,
                       move "FixedFruits.txt" to xCurrentFileName,
                       perform 900-check-status,
                   end-if,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 901-check-keyed-status.

       430-convert-pos.
           move 0 to nRecordCount.
           move 'n' to xEofFlag.

           open input poFile.
           if xStatusPoFile = "00"
               perform 431-load-po until xEofFlag = 'y',
               close poFile,
               open output poFile,
               move xStatusPoFile to xCurrentStatus,
               move "PurchaseOrders.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 432-write-po
                   varying nRecordSubscript from 1 by 1
                   until nRecordSubscript > nRecordCount,
               close poFile,
           end-if.

       431-load-po.
           read poFile
               at end
                   move 'y' to xEofFlag,
               not at end
                   if nRecordCount < 5000
                       move xPoSupplierIn to xMapValue,
                       perform 450-map-supplier,
                       move xMapValue to xPoSupplierIn,
                       add 1 to nRecordCount,
                       move xPoInput to xRecordT (nRecordCount),
                   else
                       display "*** PurchaseOrders.txt holds more than",
                           " 5000 orders. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusPoFile to xCurrentStatus.
           move "PurchaseOrders.txt" to xCurrentFileName.
           perform 903-check-read-status.

       432-write-po.
           move xRecordT (nRecordSubscript) to xPoInput.
           write xPoInput.
           move xStatusPoFile to xCurrentStatus.
           move "PurchaseOrders.txt" to xCurrentFileName.
           perform 900-check-status.

       440-convert-costs.
           move 0 to nRecordCount.
           move 'n' to xEofFlag.

           open input vendorCosts.
           if xStatusCosts = "00"
               perform 441-load-cost until xEofFlag = 'y',
               close vendorCosts,
               open output vendorCosts,
               move xStatusCosts to xCurrentStatus,
               move "VendorCosts.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 442-write-cost
                   varying nRecordSubscript from 1 by 1
                   until nRecordSubscript > nRecordCount,
               close vendorCosts,
           end-if.

       441-load-cost.
           read vendorCosts
               at end
                   move 'y' to xEofFlag,
               not at end
                   if nRecordCount < 5000
                       move xCostSupplierIn to xMapValue,
                       perform 450-map-supplier,
                       move xMapValue to xCostSupplierIn,
                       add 1 to nRecordCount,
                       move xCostInput to xRecordT (nRecordCount),
                   else
                       display "*** VendorCosts.txt holds more than",
                           " 5000 costs. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusCosts to xCurrentStatus.
           move "VendorCosts.txt" to xCurrentFileName.
           perform 903-check-read-status.

       442-write-cost.
           move xRecordT (nRecordSubscript) to xCostInput.
           write xCostInput.
           move xStatusCosts to xCurrentStatus.
           move "VendorCosts.txt" to xCurrentFileName.
           perform 900-check-status.

       450-map-supplier.
           move 'n' to xMapChangedFlag.
           move 'n' to xMapFoundFlag.

           if xMapValue not = spaces
               perform 451-match-code
                   varying nSuppSubscript from 1 by 1
                   until nSuppSubscript > nSuppCount
                   or xMapFoundFlag = 'y',
               if xMapFoundFlag = 'n'
                   perform 452-match-name
                       varying nSuppSubscript from 1 by 1
                       until nSuppSubscript > nSuppCount
                       or xMapFoundFlag = 'y',
                   if xMapFoundFlag = 'y'
                       move 'y' to xMapChangedFlag,
                       add 1 to nConvertedCount,
                   else
                       add 1 to nUnmatchedCount,
                       display "*** No supplier on the master named '",
                           function trim(xMapValue), "' ***",
                   end-if,
               end-if,
           end-if.

       451-match-code.
           if xSuppCodeT (nSuppSubscript) = xMapValue
               move 'y' to xMapFoundFlag,
           end-if.

       452-match-name.
           if xSuppNameT (nSuppSubscript)
                   = function upper-case(xMapValue)
               move 'y' to xMapFoundFlag,
               move xSuppCodeT (nSuppSubscript) to xMapValue,
           end-if.

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       901-check-keyed-status.
           if xCurrentStatus not = "00" and xCurrentStatus not = "10"
               and xCurrentStatus not = "23"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       903-check-read-status.
           if xCurrentStatus not = "00" and xCurrentStatus not = "10"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       902-check-write-status.
           if xCurrentStatus not = "00" and xCurrentStatus not = "22"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
