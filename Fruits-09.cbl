       fd InFile.
       01 xInput.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd salesHistory.
       01 xSalesInput.
           05 filler           pic x.
           05 xSalesNameIn     pic x(14).
           05 filler           pic x.
           05 nSalesQtyIn      pic 9(5)v99.
           05 filler           pic x.
           05 nSalesPriceIn    pic 9(5)v99.
           05 filler           pic x.
       77 nFruitTableCount      pic 99 value 0.
       77 nProcessSubscript     pic 99.
       77 nDailyRate            pic 9(4)v99 value 0.
       77 nUnitsSold            pic s9(6)v99 value 0.

       01 xSoldTable.
           05 xSoldElement occurs 50 times.
               10 xSoldFruitT      pic x(14).
               10 nSoldQtyT        pic s9(6)v99.

       01 xDateTable.
           05 xDateElement occurs 60 times.
           05 xFruitElement occurs 1 to 50 times
                   depending on nFruitTableCount.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 9(3)v99.
               10 nDailyRateT      pic 9(4)v99.
               10 nDaysSupplyT     pic 9(3)v9.

       01 xOutputDetail.
           05 xFruitNameOut        pic x(14).
           05 filler               pic x(4)    value spaces.
           05 neFruitQtyOut        pic zz9.99.
           05 filler               pic x       value spaces.
           05 neDailyRateOut       pic zzz9.99.
           05 filler               pic x(6)    value spaces.
           05 neDaysSupplyOut      pic zz9.9.
