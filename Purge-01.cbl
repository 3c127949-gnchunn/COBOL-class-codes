               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).


       01 xFileConfigTable.
           05 filler pic x(50) value
           05 filler               pic x.
           05 xSpFruit             pic x(14).
           05 filler               pic x.
           05 nSpQty               pic 9(5)v99.
           05 filler               pic x.
           05 nSpPrice             pic 9(5)v99.
           05 filler               pic x.
           05 xSpCust              pic x(8).

                   depending on nSummaryCount.
               10 xSumFruitT             pic x(14).
               10 xSumCustT              pic x(8).
               10 nSumQtyT               pic 9(7)v99.
               10 nSumAmountT            pic 9(9)v99.

       01 xCertificateHeading.

           if xWorkRecord (98:4) not = "CLRD"
               and xWorkRecord (98:4) not = "VOID"
               and xWorkRecord (98:4) not = "ESCH"
               and xWorkRecord (98:4) not = "CASH"
               move 99999999 to nRecordDate,
           end-if.

       220-accumulate-sales-summary.
           move xWorkRecord (1:56) to xSalesParse.

           move "n" to xSummaryFoundFlag.
           perform 221-search-summary

           compute nSumQtyT (nSummarySubscript) =
               nSumQtyT (nSummarySubscript)
               + nSpQty.
           compute nSumAmountT (nSummarySubscript) rounded =
               nSumAmountT (nSummarySubscript)
               + nSpQty * nSpPrice.

       221-search-summary.
           if xSumFruitT (nSummarySubscript) = xSpFruit
               move nCutoffDate to xSpDate,
               move "000000" to xSpTime,
               move xSumFruitT (nSummarySubscript) to xSpFruit,
               move nSumQtyT (nSummarySubscript) to nSpQty,
               move nSummaryPrice to nSpPrice,
               move xSumCustT (nSummarySubscript) to xSpCust,
               add 1 to nKeepCount,
               move spaces to xKeepRecordT (nKeepCount),
               move xSalesParse to xKeepRecordT (nKeepCount) (1:56),
           end-if.

       240-rewrite-work-file.
