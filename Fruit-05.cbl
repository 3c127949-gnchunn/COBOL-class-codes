           05 nOrderTaxOut     pic 9(5)v99.
           05 xOrderStatusOut  pic x.
           05 xOrderLocOut     pic x(3).
           05 xOrderDeliveryOut.
               10 xOrderDelivTypeOut pic x.
               10 xOrderAddressOut pic x(30).
               10 xOrderZipOut pic x(10).
               10 nOrderDelivDateOut pic 9(8).
               10 xOrderWindowOut pic x.

       fd  orderLines.
       01  xOrderLine.
           05 nLineOrderNumOut pic 9(6).
           05 nLineNumberOut   pic 99.
           05 xLineFruitOut    pic x(14).
           05 nLineQtyOut      pic 9(5)v99.
           05 nLinePriceOut    pic 9v99.

       working-storage section.
       77  xOrderNumRaw         pic x(10) value spaces.
       77  nOrderWanted         pic 9(6) value 0.
       77  xOrderFoundFlag      pic x value "n".
       77  xStatusText          pic x(24) value spaces.
       77  xWindowText          pic x(16) value spaces.
       77  nLineAmount          pic 9(6)v99 value 0.

       01 xStatusRow.
           05 filler               pic x(8)    value "<tr><td>".
           05 xRowFruitOut         pic x(14).
           05 filler               pic x(9)    value "</td><td>".
           05 neRowQtyOut          pic zzzz9.99.
           05 filler               pic x(9)    value "</td><td>".
           05 neRowAmountOut       pic $$$,$$9.99.
           05 filler               pic x(10)   value "</td></tr>".
                   move "picked" to xStatusText,
               when "X"
                   move "cancelled" to xStatusText,
               when "R"
                   move "out for delivery" to xStatusText,
               when "D"
                   move "delivered" to xStatusText,
               when "F"
                   move "delivery attempt failed" to xStatusText,
               when other
                   move "complete" to xStatusText,
           end-evaluate.
               xOrderLocOut, ". Order total $", nOrderTotalOut,
               ".</p>".

           if xOrderDelivTypeOut = "D"
               evaluate xOrderWindowOut
                   when "P"
                       move "12 noon to 5 pm" to xWindowText,
                   when "E"
                       move "5 pm to 8 pm" to xWindowText,
                   when other
                       move "8 am to 12 noon" to xWindowText,
               end-evaluate,
               display "<p>Delivery to ",
                   function trim(xOrderAddressOut), " ",
                   function trim(xOrderZipOut), " on ",
                   nOrderDelivDateOut, " between ",
                   function trim(xWindowText), ".</p>",
           end-if.

           open input orderLines.

           if xStatusOrderLines = "35"
                   if nLineOrderNumOut = nOrderWanted
                       move xLineFruitOut to xRowFruitOut,
                       move nLineQtyOut to neRowQtyOut,
                       compute nLineAmount rounded = nLineQtyOut
                           * nLinePriceOut,
                       move nLineAmount to neRowAmountOut,
                       display xStatusRow,
