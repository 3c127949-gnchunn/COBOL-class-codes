       fd InFile.
       01 xInput.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd  ImageCheck.
       01  xImageCheckRecord   pic x(1).
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd  webinput.
       01  xPostData            pic x(4096).
           05 xFruitElement occurs 1 to 200 times
                   depending on nLoadSubscript.
               10 xFruitName       pic x(14).
               10 nFruitQty        pic 9(3)v99.
               10 nItemPrice       pic 9v99.
               10 xCategory        pic x(10).
               10 nSalePrice       pic 9v99.
               10 xOnSale          pic x.
               10 xFruitUom        pic xx.

           copy "postData-workingstorage.cbl".

           05 filler               pic x(8)    value "<tr><td>".
           05 xFruitNameOutS       pic x(14).
           05 xQtyCellOpenS        pic x(26).
           05 neFruitQtyOutS       pic zz9.99.
           05 xQtyUnitOutS         pic x(3).
           05 xLowStockMarkerS     pic x(12).
           05 filler               pic x(12)   value "</td><td><s>".
           05 neRegPriceOutS       pic $9.99.
           05 filler               pic x(5)    value "</s> ".
           05 neSalePriceOutS      pic $9.99.
           05 xPriceUnitOutS       pic x(3).
           05 filler               pic x(9)    value "</td><td>".
           05 xCategoryOutS        pic x(10).
           05 filler               pic x(9)    value "</td><td>".
           05 filler               pic x(8)    value "<tr><td>".
           05 xFruitNameOut        pic x(14).
           05 xQtyCellOpen         pic x(26).
           05 neFruitQtyOut        pic zz9.99.
           05 xQtyUnitOut          pic x(3).
           05 xLowStockMarker      pic x(12).
           05 filler               pic x(9)    value "</td><td>".
           05 neItemPriceOut       pic $9.99.
           05 xPriceUnitOut        pic x(3).
           05 filler               pic x(9)    value "</td><td>".
           05 xCategoryOut         pic x(10).
           05 filler               pic x(9)    value "</td><td>".
               function trim(xAuthTokenIn), '">'.
           display '<p>Customer id: ',
               '<input type="text" name="custid"></p>'.
           display '<p>Tender (S settled / A on account /',
               ' E employee charge): ',
               '<input type="text" size="1" name="tender"></p>'.
           display '<p>Employee number (employee charge): ',
               '<input type="text" size="4" name="empnum"></p>'.
           display '<p>Loyalty points to redeem: ',
               '<input type="text" size="6" name="redeempoints"></p>'.
           display '<p>Gift card number: ',
               '<input type="text" size="12" name="giftcard"></p>'.
           display '<p>Delivery (D to deliver, blank to collect): ',
               '<input type="text" size="1" name="delivery"></p>'.
           display '<p>Delivery address: ',
               '<input type="text" size="30" name="address">',
               ' ZIP code: ',
               '<input type="text" size="10" name="zip"></p>'.
           display '<p>Delivery date (yyyymmdd, blank for tomorrow): ',
               '<input type="text" size="8" name="delivdate"></p>'.
           display '<p>Delivery window (A 8-12 / P 12-5 / E 5-8): ',
               '<input type="text" size="1" name="window"></p>'.
           display '<input type="submit" value="Place order">'.
           display "</form>".

               perform 107-find-sale-price,
               move nEffectivePrice to nSalePrice (nLoadSubscript),
               move xOnSaleFlag to xOnSale (nLoadSubscript),
               move xFruitUomIn to xFruitUom (nLoadSubscript),
           end-if.

       230-sort-table.
           move xCategory (nProcessSubscript) to xCategoryOut.
           perform 245-check-image.

           if xFruitUom (nProcessSubscript) = "LB"
               or xFruitUom (nProcessSubscript) = "KG"
               move spaces to xQtyUnitOut,
               move spaces to xPriceUnitOut,
               string " " delimited by size
                   function lower-case(xFruitUom (nProcessSubscript))
                       delimited by size
                   into xQtyUnitOut,
               string "/" delimited by size
                   function lower-case(xFruitUom (nProcessSubscript))
                       delimited by size
                   into xPriceUnitOut,
           else
               move spaces to xQtyUnitOut,
               move spaces to xPriceUnitOut,
           end-if.

           if nFruitQty (nProcessSubscript) < nLowStockThreshold
               move '</td><td class="lowstock">' to xQtyCellOpen,
               move " LOW STOCK" to xLowStockMarker,
               move xFruitName (nProcessSubscript) to xFruitNameOutS,
               move xQtyCellOpen to xQtyCellOpenS,
               move nFruitQty (nProcessSubscript) to neFruitQtyOutS,
               move xQtyUnitOut to xQtyUnitOutS,
               move xPriceUnitOut to xPriceUnitOutS,
               move xLowStockMarker to xLowStockMarkerS,
               move nItemPrice (nProcessSubscript) to neRegPriceOutS,
               move nSalePrice (nProcessSubscript) to neSalePriceOutS,
