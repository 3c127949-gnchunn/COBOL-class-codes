           05 xCartTokenIn     pic x(16).
           05 nCartLineIn      pic 99.
           05 xCartFruitIn     pic x(14).
           05 nCartQtyIn       pic 9(5)v99.

       fd  InFile.
       01  xInput.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       working-storage section.
       77  xNewLine             pic x value x"0a".
       77  xEntryFruit          pic x(14) value spaces.
       77  xEntryQtyRaw         pic x(10) value spaces.
       77  xRemoveLineRaw       pic x(10) value spaces.
       77  nEntryQty            pic 9(5)v99 value 0.
       77  nWholeQty            pic 9(5) value 0.
       77  nRemoveLine          pic 99 value 0.
       77  nCartLinesShown      pic 99 value 0.
       77  nNextCartLine        pic 99 value 0.
               10 xCartTokenT      pic x(16).
               10 nCartLineT       pic 99.
               10 xCartFruitT      pic x(14).
               10 nCartQtyT        pic 9(5)v99.

       01 xCartRow.
           05 filler               pic x(8)    value "<tr><td>".
           05 filler               pic x(9)    value "</td><td>".
           05 xCartFruitOut        pic x(14).
           05 filler               pic x(9)    value "</td><td>".
           05 neCartQtyOut         pic zzzz9.99.
           05 filler               pic x(10)   value "</td></tr>".


                       function trim(xEntryFruit), "'.</p>",
               not invalid key
                   move function numval(xEntryQtyRaw) to nEntryQty,
                   move nEntryQty to nWholeQty,
                   if xFruitUomIn not = "LB" and xFruitUomIn not = "KG"
                       and nWholeQty not = nEntryQty
                       display "<p>'", function trim(xEntryFruit),
                           "' is sold by the each - enter a whole",
                           " quantity.</p>",
                   else
                       perform 216-add-cart-line,
                   end-if,
           end-read.

           close InFile.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

       216-add-cart-line.
           perform 217-find-next-line.
           add 1 to nCartLoadSubscript.
           move xSessionToken to xCartTokenT (nCartLoadSubscript).
           move nNextCartLine to nCartLineT (nCartLoadSubscript).
           move xEntryFruit to xCartFruitT (nCartLoadSubscript).
           move nEntryQty to nCartQtyT (nCartLoadSubscript).
           display "<p>Added ", function trim(xEntryQtyRaw), " '",
               function trim(xEntryFruit),
               "' to the cart.</p>".

       217-find-next-line.
           move 0 to nNextCartLine.
           perform 218-scan-cart-lines
