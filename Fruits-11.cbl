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

       fd invoicesFile.
               10 nOrdTaxT             pic 9(5)v99.
               10 xOrdStatusT           pic x.
               10 xOrdLocT              pic x(3).
               10 xOrdDeliveryT         pic x(50).

       01 xLineTable.
           05  xLineElement occurs 1 to 5000 times
                   depending on nLineCount.
               10 nLinOrderT           pic 9(6).
               10 xLinFruitT           pic x(14).
               10 nLinQtyT             pic 9(5)v99.
               10 nLinPriceT           pic 9v99.

       01 xBillCustTable.
           05 filler               pic x(4)    value spaces.
           05 xInvItemFruit        pic x(14).
           05 filler               pic xx      value spaces.
           05 neInvItemQty         pic zzzz9.99.
           05 filler               pic x(4)    value " @ $".
           05 neInvItemPrice       pic 9.99.
           05 filler               pic x(4)    value " = $".
                       end-if,
                       move xOrderStatusOut to xOrdStatusT (nOrderCount),
                       move xOrderLocOut to xOrdLocT (nOrderCount),
                       move xOrderDeliveryOut
                           to xOrdDeliveryT (nOrderCount),
                   else
                       display "*** Orders.txt holds more than 2000",
                           " orders - archive old orders before",
               move xLinFruitT (nLineSubscript) to xInvItemFruit,
               move nLinQtyT (nLineSubscript) to neInvItemQty,
               move nLinPriceT (nLineSubscript) to neInvItemPrice,
               compute nLineAmount rounded = nLinQtyT (nLineSubscript)
                   * nLinPriceT (nLineSubscript),
               move nLineAmount to neInvItemAmount,
               display xInvoiceItemLine,
           move nOrdTaxT (nOrderSubscript) to nOrderTaxOut.
           move xOrdStatusT (nOrderSubscript) to xOrderStatusOut.
           move xOrdLocT (nOrderSubscript) to xOrderLocOut.
           move xOrdDeliveryT (nOrderSubscript) to xOrderDeliveryOut.

           write xOrderHeader.
           move xStatusOrderHdr to xCurrentStatus.
