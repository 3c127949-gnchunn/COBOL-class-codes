       01 xDayCloseInput.
           05 nCloseDateIn     pic 9(8).
           05 nCloseOrdersIn   pic 9(5).
           05 nCloseUnitsIn    pic 9(7)v99.
           05 nCloseGrossIn    pic 9(8)v99.
           05 nCloseRefundsIn  pic 9(7)v99.
           05 xCloseStatusIn   pic x.

       fd refundRegister.
       01 xRefundRecord                pic x(100).

       fd spoilageLog.
       01 xSpoilageInput.
           05 nSpoilDateIn           pic 9(8).
           05 nSpoilUnitsIn          pic 9(6)v99.
           05 nSpoilValueIn          pic 9(8)v99.
           05 xSpoilLocIn            pic x(3).
           05 xSpoilFruitIn          pic x(14).

       fd accountMap.
       01 xMapInput.
       77 nParseAmount                 pic s9(7)v99 value 0.
       77 nTotalPayGross               pic s9(9)v99 value 0.
       77 nTotalPayBurden              pic s9(9)v99 value 0.
       77 nTotalPayReimb               pic s9(9)v99 value 0.
       77 nTotalSales                  pic s9(9)v99 value 0.
       77 nTotalRefunds                pic s9(9)v99 value 0.
       77 nTotalSpoilage               pic s9(9)v99 value 0.
                   if xParseField-4 = "ER"
                       add nParseAmount to nTotalPayBurden,
                   else
                       if xParseField-4 = "RB"
                           add nParseAmount to nTotalPayReimb,
                       else
                           add nParseAmount to nTotalPayGross,
                       end-if,
                   end-if,
           end-read.

                           + function numval (xRefundRecord (9:2))
                           <= nEndDate
                       compute nParseAmount =
                           function numval-c (xRefundRecord (69:9)),
                       add nParseAmount to nTotalRefunds,
                   end-if,
           end-read.
           move nTotalPayBurden to nSourceAmount.
           perform 241-post-source.

           move "PAYREIMB" to xSourceName.
           move nTotalPayReimb to nSourceAmount.
           perform 241-post-source.

           move "SALES" to xSourceName.
           move nTotalSales to nSourceAmount.
           perform 241-post-source.
