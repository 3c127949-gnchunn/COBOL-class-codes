           select adjustFile assign to "StockAdjustments.txt"
               organization is line sequential
               file status is xStatusAdjust.
           select fruitCodes assign to "FruitCodes.txt"
               organization is line sequential
               file status is xStatusCodes.
           select outfile assign to "Fruits-07-output.txt" organization is line sequential
               file status is xStatusOutfile.

       fd  masterfile.
       01  xMaster.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd  countFile.
       01  xCountInput.
           05 xCountFruitIn    pic x(14).
           05 nCountQtyIn      pic 9(3)v99.
           05 nCountDateIn     pic 9(8).

       fd  adjustFile.
       01  xAdjustRecord       pic x(60).

       fd  fruitCodes.
       01  xCodeInput.
           05 xCodeValueIn     pic x(14).
           05 xCodeFruitIn     pic x(14).
           05 xCodeTypeIn      pic x.

       fd  outfile.
       01  xOutput             pic x(80).

       77  xMenuChoice          pic 9 value 0.
       77  xFoundFlag           pic x value "n".
       77  xEntryFruit          pic x(14) value spaces.
       77  nEntryCount          pic 9(3)v99 value 0.
       77  nWholeQty            pic 9(3) value 0.
       77  xEntryReason         pic x(2) value spaces.
       77  nVariance            pic s9(4)v99 value 0.
       77  nVarianceCount       pic 99 value 0.
       77  nAdjustmentsPosted   pic 99 value 0.
       77  xRunDate             pic 9(8).
       77  xRunTimeRaw          pic 9(8).
       77  xStatusCodes         pic xx value "00".
       77  xCodesEofFlag        pic x value "n".
       77  nCodeCount           pic 9(4) value 0.
       77  nCodeSubscript       pic 9(4).
       77  nCodeMatches         pic 99 value 0.
       77  xCodeFruitFound      pic x(14) value spaces.
       77  xCodeAmbiguousFlag   pic x value "n".

       01 xCodeTable.
           05 xCodeElement occurs 1 to 2000 times
                   depending on nCodeCount.
               10 xCodeValueT      pic x(14).
               10 xCodeFruitT      pic x(14).

       01 xCountTable.
           05 xCountElement occurs 1 to 200 times
                   depending on nCountLoadSubscript.
               10 xCountFruitT     pic x(14).
               10 nCountQtyT       pic 9(3)v99.
               10 nCountDateT      pic 9(8).

       01 xMenu.
       01 xVarianceDetail.
           05 xVarFruitOut         pic x(14).
           05 filler               pic xx      value spaces.
           05 neVarBookOut         pic zz9.99.
           05 filler               pic x       value spaces.
           05 neVarCountedOut      pic zz9.99.
           05 filler               pic x(3)    value spaces.
           05 neVarVarianceOut     pic -zz9.99.

       01 xAdjustDetail.
           05 xAdjDateOut          pic 9(8).
           05 filler               pic x       value space.
           05 xAdjFruitOut         pic x(14).
           05 filler               pic x       value space.
           05 nAdjBookOut          pic 9(3)v99.
           05 filler               pic x       value space.
           05 nAdjCountedOut       pic 9(3)v99.
           05 filler               pic x       value space.
           05 xAdjReasonOut        pic x(2).

               perform 900-check-status,
           end-if.

           perform 120-load-fruit-codes.

       110-load-count.
           read countFile
               at end
           move "StockCounts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-fruit-codes.
           open input fruitCodes.

           if xStatusCodes = "00"
               perform 121-read-fruit-code until xCodesEofFlag = "y",
               close fruitCodes,
           end-if.

       121-read-fruit-code.
           read fruitCodes
               at end
                   move "y" to xCodesEofFlag,
               not at end
                   if nCodeCount < 2000
                       add 1 to nCodeCount,
                       move xCodeValueIn to xCodeValueT (nCodeCount),
                       move xCodeFruitIn to xCodeFruitT (nCodeCount),
                   end-if,
           end-read.

           move xStatusCodes to xCurrentStatus.
           move "FruitCodes.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           end-evaluate.

       210-enter-count.
           display "Fruit code or name? " with no advancing.
           accept xEntryFruit.

           perform 211-resolve-fruit-code.
           if xCodeAmbiguousFlag = "y"
               display "Code '", function trim(xEntryFruit),
                   "' is assigned to more than one fruit - enter the",
                   " fruit name.",
           else
               perform 213-count-known-fruit,
           end-if.

       211-resolve-fruit-code.
           move 0 to nCodeMatches.
           move spaces to xCodeFruitFound.
           move "n" to xCodeAmbiguousFlag.

           perform 212-scan-fruit-code
               varying nCodeSubscript from 1 by 1
               until nCodeSubscript > nCodeCount.

           if nCodeMatches > 0 and xCodeAmbiguousFlag = "n"
               move xCodeFruitFound to xEntryFruit,
           end-if.

       212-scan-fruit-code.
           if xCodeValueT (nCodeSubscript) = xEntryFruit
               add 1 to nCodeMatches,
               if nCodeMatches = 1
                   move xCodeFruitT (nCodeSubscript) to xCodeFruitFound,
               else
                   if xCodeFruitT (nCodeSubscript) not = xCodeFruitFound
                       move "y" to xCodeAmbiguousFlag,
                   end-if,
               end-if,
           end-if.

       213-count-known-fruit.
           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
                   display "'", function trim(xEntryFruit),
                       "' is not on the fruit catalog.",
               not invalid key
                   display "Counted quantity of ", function trim(xEntryFruit),
                       "? " with no advancing,
                   accept nEntryCount,
                   move nEntryCount to nWholeQty,
                   if xFruitUomIn not = "LB" and xFruitUomIn not = "KG"
                       and nWholeQty not = nEntryCount
                       display "'", function trim(xEntryFruit),
                           "' is counted by the each - count not recorded.",
                   else
                       perform 215-store-count,
                   end-if,
           end-read.

           close masterfile.
