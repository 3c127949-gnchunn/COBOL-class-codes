               organization is indexed
               record key is xFruitNameIn
               file status is xStatusMaster.
           select suppliers assign to "Suppliers.txt"
               organization is indexed
               record key is xSuppCodeIn
               file status is xStatusSupp.

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

       working-storage section.
       77  xStatusMaster        pic xx value "00".
           88  xTranUpdate      value "U" "u".
           88  xTranDelete      value "D" "d".
           88  xTranQuit        value "Q" "q".
       77  nWholeQty            pic 9(3) value 0.
       77  xQtyOkFlag           pic x value 'n'.
       77  xStatusSupp          pic xx value "00".
       77  xSuppMasterFlag      pic x value 'n'.
       77  xSuppOkFlag          pic x value 'n'.
       77  xSupplierEntry       pic x(14) value spaces.

       01  xSignOnParms.
           05 xSignOnProgram   pic x(14).
           05 xSignOnAction    pic x.
           05 xSignOnOkFlag    pic x.
           05 xSignOnOperator  pic x(8).

       procedure division.
       000-main.
           display " ".
           display "*** Fruit catalog maintenance ***".

           move "FRUITS-02" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           open i-o masterfile.
           if xStatusMaster = "05" or xStatusMaster = "35"
               open output masterfile,
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           open input suppliers.
           if xStatusSupp = "00"
               move 'y' to xSuppMasterFlag,
           else
               display "*** Supplier master not available - supplier",
                   " codes will not be checked ***",
           end-if.

       200-transaction-loop.
           perform 210-prompt-transaction.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate true
                   when xTranQuit
                       move 'y' to xDoneFlag
                   when xTranAdd
                       perform 220-add-fruit
                   when xTranUpdate
                       perform 230-update-fruit
                   when xTranDelete
                       perform 240-delete-fruit
                   when other
                       display "*** Enter A, U, D, or Q ***"
               end-evaluate,
           end-if.

       205-check-right.
           evaluate true
               when xTranDelete
                   move "D" to xSignOnAction
               when xTranAdd or xTranUpdate
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-prompt-transaction.
           display " ".
           display "A)dd  U)pdate  D)elete  Q)uit".
       220-add-fruit.
           display "Fruit name? " with no advancing.
           accept xFruitNameIn.
           perform 225-accept-unit.
           move 'n' to xQtyOkFlag.
           perform 227-accept-quantity until xQtyOkFlag = 'y'.
           display "Item price? " with no advancing.
           accept nItemPriceIn.
           display "Category? " with no advancing.
           accept xCategoryIn.
           move spaces to xSupplierIn.
           move 'n' to xSuppOkFlag.
           perform 228-accept-supplier until xSuppOkFlag = 'y'.
           display "Reorder point? " with no advancing.
           accept nReorderPoint.

           move "FixedFruits.txt" to xCurrentFileName.
           perform 902-check-write-status.

       225-accept-unit.
           move spaces to xFruitUomIn.
           perform 226-ask-unit until xFruitUomIn = "EA"
               or xFruitUomIn = "LB" or xFruitUomIn = "KG".

       226-ask-unit.
           display "Unit of measure (EA, LB or KG)? " with no advancing.
           accept xFruitUomIn.
           move function upper-case(xFruitUomIn) to xFruitUomIn.
           if xFruitUomIn = spaces
               move "EA" to xFruitUomIn,
           end-if.
           if xFruitUomIn not = "EA" and xFruitUomIn not = "LB"
               and xFruitUomIn not = "KG"
               display "*** Enter EA, LB, or KG ***",
           end-if.

       227-accept-quantity.
           display "Quantity on hand? " with no advancing.
           accept nFruitQtyIn.
           move nFruitQtyIn to nWholeQty.
           if xFruitUomIn = "EA" and nWholeQty not = nFruitQtyIn
               display "*** Items sold by the each take whole quantities ***",
           else
               move 'y' to xQtyOkFlag,
           end-if.

       228-accept-supplier.
           display "Supplier code? " with no advancing.
           move spaces to xSupplierEntry.
           accept xSupplierEntry.
           move function upper-case(xSupplierEntry) to xSupplierEntry.

           if xSupplierEntry = spaces and xSupplierIn not = spaces
               move xSupplierIn to xSupplierEntry,
           end-if.

           if xSuppMasterFlag = 'n'
               move xSupplierEntry to xSupplierIn,
               move 'y' to xSuppOkFlag,
           else
               move xSupplierEntry to xSuppCodeIn,
               read suppliers key is xSuppCodeIn
                   invalid key
                       display "*** '", function trim(xSupplierEntry),
                           "' is not on the supplier master ***"
                   not invalid key
                       display "Supplier is ",
                           function trim(xSuppNameIn), ".",
                       move xSupplierEntry to xSupplierIn,
                       move 'y' to xSuppOkFlag,
               end-read,
           end-if.

       230-update-fruit.
           display "Fruit name to update? " with no advancing.
           accept xFruitNameIn.
           perform 901-check-keyed-status.

       235-update-fields.
           if xFruitUomIn = spaces
               move "EA" to xFruitUomIn,
           end-if.
           display "Unit of measure is ", xFruitUomIn, ".".
           perform 225-accept-unit.
           move 'n' to xQtyOkFlag.
           perform 227-accept-quantity until xQtyOkFlag = 'y'.
           display "New item price? " with no advancing.
           accept nItemPriceIn.
           display "New category? " with no advancing.
           accept xCategoryIn.
           display "Supplier code is ", function trim(xSupplierIn), ".".
           move 'n' to xSuppOkFlag.
           perform 228-accept-supplier until xSuppOkFlag = 'y'.
           display "New reorder point? " with no advancing.
           accept nReorderPoint.

           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           if xSuppMasterFlag = 'y'
               close suppliers,
           end-if.

           display " ".
           display "*** Fruit catalog maintenance complete ***".

