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

       fd  salesHistory.
       01  xSalesInput.
           05 filler           pic x.
           05 xSalesNameIn     pic x(14).
           05 filler           pic x.
           05 nSalesQtyIn      pic 9(5)v99.
           05 filler           pic x.
           05 nSalesPriceIn    pic 9(5)v99.
           05 filler           pic x.
           05 filler               pic x(9)    value "</td><td>".
           05 xHistFruitOut        pic x(14).
           05 filler               pic x(9)    value "</td><td>".
           05 neHistQtyOut         pic zzzz9.99.
           05 filler               pic x(9)    value "</td><td>".
           05 neHistAmountOut      pic $$$,$$9.99.
           05 filler               pic x(10)   value "</td></tr>".
                       move xSalesDateIn to neHistDateOut,
                       move xSalesNameIn to xHistFruitOut,
                       move nSalesQtyIn to neHistQtyOut,
                       compute nLineAmount rounded = nSalesQtyIn * nSalesPriceIn,
                       move nLineAmount to neHistAmountOut,
                       display xHistoryRow,
                       add 1 to nOrdersShown,
