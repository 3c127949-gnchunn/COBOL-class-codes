           select giftCardLog assign to "GiftCardLog.txt"
               organization is line sequential
               file status is xStatusGiftLog.
           select payrollMaster assign to "Payroll.master.txt"
               organization is line sequential
               file status is xStatusPayMaster.
           select chargeLimits assign to "EmpChargeLimits.txt"
               organization is line sequential
               file status is xStatusChargeLimit.
           select employeeCharges assign to "EmployeeCharges.txt"
               organization is line sequential
               file status is xStatusEmpCharge.
           select fruitCodes assign to "FruitCodes.txt"
               organization is line sequential
               file status is xStatusCodes.
           select deliveryZones assign to "DeliveryZones.txt"
               organization is line sequential
               file status is xStatusZones.
           select promotions assign to "Promotions.txt"
               organization is line sequential
               file status is xStatusPromo.
           select promoRedemptions assign to "PromoRedemptions.txt"
               organization is line sequential
               file status is xStatusPromoLog.
           copy "postData-filecontrol.cbl".

       data division.
       fd  InFile.
       01  xInput.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPrice       pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd  fruitCodes.
       01  xCodeInput.
           05 xCodeValueIn     pic x(14).
           05 xCodeFruitIn     pic x(14).
           05 xCodeTypeIn      pic x.

       fd  ImageCheck.
       01  xImageCheckRecord   pic x(1).

       fd  salesHistory.
       01  xSalesRecord        pic x(56).

       fd  customers.
       01  xCustomer.
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

       fd  cartFile.
       01  xCartInput.
           05 xCartTokenIn     pic x(16).
           05 nCartLineIn      pic 99.
           05 xCartFruitIn     pic x(14).
           05 nCartQtyIn       pic 9(5)v99.

       fd  locationStock.
       01  xLocStock.
           05 xLocStockKey.
               10 xLocCodeIn   pic x(3).
               10 xLocFruitIn  pic x(14).
           05 nLocQtyIn        pic 9(3)v99.

       fd  saleFile.
       01  xSaleInput.
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

       fd  loyaltyLedger.
           05 nGiftLogOrderIn  pic 9(6).
           05 nGiftLogAmountIn pic 9(5)v99.

       fd  payrollMaster.
       01  xMaster.
           05 nDept            pic 9.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
           05 nPayRate         pic 999v99.
           05 nYtdGrossPay     pic 9(7)v99.
           05 nYtdHours        pic 9(5).
           05 xPayTypeMstr     pic x.
           05 nPeriodSalary    pic 9(4)v99.
           05 nQtdGrossPay     pic 9(7)v99.
           05 nQtdHours        pic 9(5).
           05 nQtdQuarterKey   pic 9(5).
           05 nVacBalance      pic 9(3)v99.
           05 nSickBalance     pic 9(3)v99.
           05 xFilingStatus    pic x.
           05 nAllowances      pic 99.
           05 xEmpStatus       pic x.
           05 nHireDate        pic 9(8).
           05 nTermDate        pic 9(8).
           05 xPayMethod       pic x.

       fd  chargeLimits.
       01  xChargeLimitInput.
           05 nLimitEmpNumIn   pic 9999.
           05 nLimitAmountIn   pic 9(5)v99.

       fd  employeeCharges.
       01  xEmpChargeInput.
           05 nEchgOrderNumIn  pic 9(6).
           05 nEchgEmpNumIn    pic 9999.
           05 nEchgDateIn      pic 9(8).
           05 nEchgAmountIn    pic 9(5)v99.
           05 xEchgLocIn       pic x(3).
           05 xEchgStatusIn    pic x.
           05 nEchgRecovDateIn pic 9(8).
           05 nEchgCheckNumIn  pic 9(6).

       fd  deliveryZones.
       01  xZoneInput.
           05 xZoneZipIn       pic x(5).
           05 xZoneCodeIn      pic x(4).
           05 xZoneNameIn      pic x(20).
           05 nZoneStopLimitIn pic 99.

       fd  promotions.
       01  xPromoInput.
           05 xPromoCodeIn     pic x(10).
           05 xPromoDescIn     pic x(20).
           05 xPromoTypeIn     pic x.
           05 nPromoValueIn    pic 9(3)v99.
           05 xPromoFreeFruitIn pic x(14).
           05 nPromoMinOrderIn pic 9(5)v99.
           05 nPromoStartIn    pic 9(8).
           05 nPromoEndIn      pic 9(8).
           05 nPromoTotalLimitIn pic 9(5).
           05 nPromoCustLimitIn pic 9(3).
           05 xPromoEligibleIn occurs 4 times pic x(14).

       fd  promoRedemptions.
       01  xPromoLogInput.
           05 xPromoLogCodeIn  pic x(10).
           05 nPromoLogOrderIn pic 9(6).
           05 nPromoLogDateIn  pic 9(8).
           05 xPromoLogCustIn  pic x(8).
           05 xPromoLogLocIn   pic x(3).
           05 nPromoLogSubtotalIn pic 9(7)v99.
           05 nPromoLogDiscountIn pic 9(5)v99.

       working-storage section.
       77  xStatusSales         pic xx value "00".
       77  xRunDate             pic 9(8).
       77  xProcessName         pic x(14).
       77  xProcessCategory     pic x(10).
       77  xOrderQtyRaw         pic x(10).
       77  nOrderQtyRequested   pic 9(5)v99.
       77  nWholeQty            pic 9(5).
       77  xUnitText            pic xx.
       77  neQtyWhole           pic zzzz9.
       77  neQtyWeight          pic zzzz9.99.
       77  neUnitPrice          pic $9.99.
       77  xQtyText             pic x(10).
       77  nLowStockThreshold   pic 9(3) value 10.
       77  xStatusInfile        pic xx value "00".
       77  xCurrentStatus       pic xx.
       77  xLocationWanted      pic x(10) value spaces.
       77  xLocationCode        pic x(3) value "001".
       77  xLocStockFoundFlag   pic x value "n".
       77  nLocationQty         pic 9(3)v99 value 0.
       77  xStatusCart          pic xx value "00".
       77  xCartEofFlag         pic x value "n".
       77  xSessionToken        pic x(16) value spaces.
       77  nCartLoadSubscript   pic 999 value 0.
       77  nCartMatchCount      pic 99 value 0.
       77  nCartSubscript       pic 999.
       77  neCartQtyWork        pic z(4)9.99.
       77  xStatusLoyalty       pic xx value "00".
       77  xLoyaltyEofFlag      pic x value "n".
       77  nLoyaltyBalance      pic s9(7) value 0.
       77  nRuleCount           pic 99 value 0.
       77  nRuleSubscript       pic 99.
       77  xRuleAppliedFlag     pic x value "n".
       77  nChargeQty           pic 9(5)v99 value 0.
       77  nFreeQty             pic 9(5)v99 value 0.
       77  nUnitPrice           pic 9v99 value 0.
       77  nDiscountAmount      pic 9(5)v99 value 0.
       77  nBundleGroupSize     pic 9(4) value 0.
       77  nGiftFoundSubscript  pic 999 value 0.
       77  xGiftCardRaw         pic x(16) value spaces.
       77  nGiftRedeemed        pic 9(5)v99 value 0.
       77  xStatusPayMaster     pic xx value "00".
       77  xStatusChargeLimit   pic xx value "00".
       77  xStatusEmpCharge     pic xx value "00".
       77  xMasterEofFlag       pic x value "n".
       77  xLimitEofFlag        pic x value "n".
       77  xEmpChargeEofFlag    pic x value "n".
       77  xChargeEmpRaw        pic x(8) value spaces.
       77  nChargeEmpNum        pic 9999 value 0.
       77  xChargeEmpFoundFlag  pic x value "n".
       77  xChargeEmpStatus     pic x value space.
       77  xChargeEmpName       pic x(20) value spaces.
       77  xChargeLimitFoundFlag pic x value "n".
       77  nChargeLimit         pic 9(5)v99 value 0.
       77  nEmpOpenCharges      pic 9(7)v99 value 0.
       77  xStatusCodes         pic xx value "00".
       77  xCodesEofFlag        pic x value "n".
       77  nCodeCount           pic 9(4) value 0.
       77  nCodeSubscript       pic 9(4).
       77  nCodeMatches         pic 99 value 0.
       77  xCodeFruitFound      pic x(14) value spaces.
       77  xCodeAmbiguousFlag   pic x value "n".
       77  xStatusZones         pic xx value "00".
       77  xZonesEofFlag        pic x value "n".
       77  xZoneFoundFlag       pic x value "n".
       77  xDeliveryRaw         pic x(10) value spaces.
       77  xWindowRaw           pic x(10) value spaces.
       77  xDelivDateRaw        pic x(10) value spaces.
       77  nDelivDateWanted     pic 9(8) value 0.
       77  nEarliestDelivDate   pic 9(8) value 0.
       77  xWindowText          pic x(16) value spaces.
       77  xDeliveryType        pic x value space.
       77  xDeliveryAddress     pic x(30) value spaces.
       77  xDeliveryZip         pic x(10) value spaces.
       77  nDeliveryDate        pic 9(8) value 0.
       77  xDeliveryWindow      pic x value space.
       77  xStatusPromo         pic xx value "00".
       77  xStatusPromoLog      pic xx value "00".
       77  xPromoEofFlag        pic x value "n".
       77  xPromoLogEofFlag     pic x value "n".
       77  xPromoCodeRaw        pic x(16) value spaces.
       77  xPromoCode           pic x(10) value spaces.
       77  nPromoCount          pic 99 value 0.
       77  nPromoSubscript      pic 99.
       77  nPromoFoundSubscript pic 99 value 0.
       77  xPromoAppliedFlag    pic x value "n".
       77  nPromoUsedTotal      pic 9(5) value 0.
       77  nPromoUsedCust       pic 9(5) value 0.
       77  nPromoSubtotal       pic 9(7)v99 value 0.
       77  nPromoEligible       pic 9(7)v99 value 0.
       77  nPromoDiscount       pic 9(5)v99 value 0.
       77  nPromoTaxSaving      pic 9(5)v99 value 0.
       77  nPromoLineAmount     pic 9(7)v99 value 0.
       77  nPromoLineDiscount   pic 9(5)v99 value 0.
       77  nPromoLineTax        pic 9(5)v99 value 0.
       77  nPromoLineSubscript  pic 999.
       77  nPromoEligSubscript  pic 9.
       77  xPromoLineEligFlag   pic x value "n".
       77  xPromoAnyEligFlag    pic x value "n".

       01 xGiftTable.
           05 xGiftElement occurs 1 to 200 times
               10 nCardIssueDateT  pic 9(8).
               10 nCardBalanceT    pic 9(5)v99.

       01 xPromoTable.
           05 xPromoElement occurs 50 times.
               10 xPromoCodeT      pic x(10).
               10 xPromoDescT      pic x(20).
               10 xPromoTypeT      pic x.
               10 nPromoValueT     pic 9(3)v99.
               10 xPromoFreeFruitT pic x(14).
               10 nPromoMinOrderT  pic 9(5)v99.
               10 nPromoStartT     pic 9(8).
               10 nPromoEndT       pic 9(8).
               10 nPromoTotalLimitT pic 9(5).
               10 nPromoCustLimitT pic 9(3).
               10 xPromoEligibleT  occurs 4 times pic x(14).

       01 xCodeTable.
           05 xCodeElement occurs 1 to 2000 times
                   depending on nCodeCount.
               10 xCodeValueT      pic x(14).
               10 xCodeFruitT      pic x(14).

       01 xTaxTable.
           05 xTaxElement occurs 20 times.
               10 xTaxCategoryT    pic x(10).
               10 xCartTokenT      pic x(16).
               10 nCartLineT       pic 99.
               10 xCartFruitT      pic x(14).
               10 nCartQtyT        pic 9(5)v99.

       01 xSaleTable.
           05 xSaleElement occurs 50 times.
       01 xOrderLineTable.
           05 xOrderLineElement occurs 500 times.
               10 xLineFruitT      pic x(14).
               10 nLineQtyT        pic 9(5)v99.
               10 nLinePriceT      pic 9v99.
               10 xLineUomT        pic xx.
               10 xLineCategoryT   pic x(10).

       01 xReceiptHeading.
           05 filler               pic x(22)   value "<h2>Receipt - Order # ".
           05 filler               pic x(8)    value "<tr><td>".
           05 xReceiptFruitOut     pic x(14).
           05 filler               pic x(9)    value "</td><td>".
           05 xReceiptQtyOut       pic x(26).
           05 filler               pic x(9)    value "</td><td>".
           05 neReceiptAmountOut   pic $$$,$$9.99.
           05 filler               pic x(10)   value "</td></tr>".
           05 filler               pic x value space.
           05 xSalesNameOut        pic x(14).
           05 filler               pic x value space.
           05 nSalesQtyOut         pic 9(5)v99.
           05 filler               pic x value space.
           05 nSalesPriceOut       pic 9(5)v99.
           05 filler               pic x value space.
           05 filler               pic x(8)    value "<tr><td>".
           05 xFruitNameOut        pic x(14).
           05 xQtyCellOpen         pic x(26).
           05 xFruitQtyOut         pic x(10).
           05 xLowStockMarker      pic x(12).
           05 filler               pic x(9)    value "</td><td>".
           05 neItemPriceOut       pic $9.99.
           05 xItemPriceUnitOut    pic x(3).
           05 filler               pic x(10)    value "</td></tr>".
       
       01 xOutput-02.

           perform 102-load-tax-table.

           perform 109-load-fruit-codes.

           move function getPostValue("custid") to xOrderCustId.
           perform 105-greet-customer.

                   end-if,
           end-read.

       109-load-fruit-codes.
           open input fruitCodes.

           if xStatusCodes = "00"
               perform 1091-read-fruit-code until xCodesEofFlag = "y",
               close fruitCodes,
           end-if.

       1091-read-fruit-code.
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

       102-load-tax-table.
           open input taxFile.

                   and nOrderQtyRequested >= nRuleQtyT (nRuleSubscript)
                   move "y" to xRuleAppliedFlag,
                   move nRuleValueT (nRuleSubscript) to nUnitPrice,
                   compute nDiscountAmount rounded = nOrderQtyRequested
                       * (nEffectivePrice - nUnitPrice),
               end-if,
               if xRuleTypeT (nRuleSubscript) = "B"
                   until nBasketIndex > 20,
           end-if.

           perform 248-apply-promotion.

           if xStatusLocStock = "00"
               close locationStock,
           end-if.

           if nOrderLineCount > 0
               perform 230-assign-order-number,
               if xPromoAppliedFlag = "y"
                   perform 249-log-promotion,
               end-if,
               perform 232-apply-loyalty,
               perform 235-apply-gift-card,
               perform 236-resolve-tender,
               perform 241-resolve-delivery,
               perform 240-write-order,
               perform 247-write-employee-charge,
               perform 250-display-receipt,
               perform 260-show-loyalty,
           end-if.
           if xCartTokenT (nCartSubscript) = xSessionToken
               move xCartFruitT (nCartSubscript) to xProcessName,
               move spaces to xProcessCategory,
               move nCartQtyT (nCartSubscript) to neCartQtyWork,
               move neCartQtyWork to xOrderQtyRaw,
               perform 210-find-fruit,
           end-if.

           end-if.

       210-find-fruit.
           perform 211-resolve-fruit-code.

           if xCodeAmbiguousFlag = "y"
               display "<tr><td colspan=3>Code '",
                   function trim(xProcessName),
                   "' is assigned to more than one fruit - enter the",
                   " fruit name</td></tr>",
           else
               move xProcessName to xFruitNameIn,

               read InFile key is xFruitNameIn
                   invalid key
                       perform 215-not-found,
                   not invalid key
                       perform 212-find-sale-price,
                       perform 217-check-category,
               end-read,

               move xStatusInfile to xCurrentStatus,
               move "FixedFruits.txt" to xCurrentFileName,
               perform 901-check-read-status,
           end-if.

       211-resolve-fruit-code.
           move 0 to nCodeMatches.
           move spaces to xCodeFruitFound.
           move "n" to xCodeAmbiguousFlag.

           perform 2111-scan-fruit-code
               varying nCodeSubscript from 1 by 1
               until nCodeSubscript > nCodeCount.

           if nCodeMatches > 0 and xCodeAmbiguousFlag = "n"
               move xCodeFruitFound to xProcessName,
           end-if.

       2111-scan-fruit-code.
           if xCodeValueT (nCodeSubscript) = xProcessName
               add 1 to nCodeMatches,
               if nCodeMatches = 1
                   move xCodeFruitT (nCodeSubscript) to xCodeFruitFound,
               else
                   if xCodeFruitT (nCodeSubscript) not = xCodeFruitFound
                       move "y" to xCodeAmbiguousFlag,
                   end-if,
               end-if,
           end-if.

       215-not-found.
           display "<tr><td colspan=3>No match found for '",

           if xOrderQtyRaw not = spaces
               move function numval(xOrderQtyRaw) to nOrderQtyRequested,
               move nOrderQtyRequested to nWholeQty,
               evaluate true
               when xFruitUomIn not = "LB" and xFruitUomIn not = "KG"
                   and nWholeQty not = nOrderQtyRequested
                   display "<tr><td colspan=3>'",
                       function trim(xFruitNameIn),
                       "' is sold by the each - order for ",
                       function trim(xOrderQtyRaw),
                       " rejected</td></tr>"
               when nOrderQtyRequested > nLocationQty
                   move nLocationQty to nOrderQtyRequested,
                   perform 221-format-quantity,
                   display "<tr><td colspan=3>Only ",
                       function trim(xQtyText),
                       " '", function trim(xFruitNameIn),
                       "' on hand at location ", xLocationCode,
                       " - order for ",
                       function trim(xOrderQtyRaw),
                       " rejected</td></tr>"
               when other
                   perform 228-apply-pricing-rules,
                   compute nBasketTotal rounded = nBasketTotal
                       + nChargeQty * nUnitPrice,
                   if nOrderLineCount < 500
                       add 1 to nOrderLineCount,
                       move xFruitNameIn to xLineFruitT (nOrderLineCount),
                       move nChargeQty to nLineQtyT (nOrderLineCount),
                       move nUnitPrice to nLinePriceT (nOrderLineCount),
                       move xFruitUomIn to xLineUomT (nOrderLineCount),
                       move xCategoryIn to xLineCategoryT (nOrderLineCount),
                   end-if,
                   if nFreeQty > 0 and nOrderLineCount < 500
                       add 1 to nOrderLineCount,
                       move xFruitNameIn to xLineFruitT (nOrderLineCount),
                       move nFreeQty to nLineQtyT (nOrderLineCount),
                       move 0 to nLinePriceT (nOrderLineCount),
                       move xFruitUomIn to xLineUomT (nOrderLineCount),
                       move xCategoryIn to xLineCategoryT (nOrderLineCount),
                   end-if,
                   if nDiscountAmount > 0
                       display "<tr><td colspan=3>Discount on ",
                       function trim(xOrderQtyRaw), " '",
                       function trim(xFruitNameIn),
                       "' processed</td></tr>"
               end-evaluate
           end-if.

       227-write-sales-history.
           move "S" to xOrderTender.
           move function getPostValue("tender") to xTenderRaw.

           if xTenderRaw (1:4) = "card"
               or function upper-case (xTenderRaw (1:1)) = "C"
               move "C" to xOrderTender,
           end-if.

           if (xTenderRaw (1:3) = "acc"
               or function upper-case (xTenderRaw (1:1)) = "A")
               and xOrderCustId not = spaces
               if xCustCreditFlag = "H"
                   display "<p>This account is on credit hold for",
                       " past-due invoices - charged as a",
                       " settled sale.</p>",
               else
                   if xCustCreditFlag not = "Y"
                       display "<p>This account is not approved for",
                           " on-account purchases - charged as a",
                           " settled sale.</p>",
                   else
                       perform 237-compute-open-balance,
                       if nAccountOpenBalance + nBasketTotal
                           > nCustCreditLimit
                           display "<p>This order would take the account",
                               " over its credit limit - charged as a",
                               " settled sale.</p>",
                       else
                           move "A" to xOrderTender,
                           display "<p>Order booked to the account.",
                               " Open balance is now $",
                               nAccountOpenBalance, " plus this",
                               " order.</p>",
                       end-if,
                   end-if,
               end-if,
           end-if.

           if (xTenderRaw (1:3) = "emp"
               or function upper-case (xTenderRaw (1:1)) = "E")
               and nBasketTotal > 0
               perform 2361-resolve-employee-charge,
           end-if.

       2361-resolve-employee-charge.
           move function getPostValue("empnum") to xChargeEmpRaw.

           if xChargeEmpRaw = spaces
               display "<p>An employee charge needs an employee number",
                   " - charged as a settled sale.</p>",
           else
               compute nChargeEmpNum = function numval (xChargeEmpRaw),
               perform 2362-find-charge-employee,
               if xChargeEmpFoundFlag = "n"
                   display "<p>Employee ", nChargeEmpNum,
                       " is not on the payroll master - charged as a",
                       " settled sale.</p>",
               else
                   if xChargeEmpStatus not = "A"
                       display "<p>Employee ", nChargeEmpNum,
                           " is not active - charged as a settled",
                           " sale.</p>",
                   else
                       perform 2364-find-charge-limit,
                       if xChargeLimitFoundFlag = "n"
                           display "<p>Employee ", nChargeEmpNum,
                               " is not set up for store charges -",
                               " charged as a settled sale.</p>",
                       else
                           perform 2366-compute-employee-charges,
                           if nEmpOpenCharges + nBasketTotal
                               > nChargeLimit
                               display "<p>This order would take the",
                                   " employee over the charge limit",
                                   " of $", nChargeLimit, " - charged",
                                   " as a settled sale.</p>",
                           else
                               move "E" to xOrderTender,
                               display "<p>Order charged to ",
                                   function trim(xChargeEmpName),
                                   " for payroll deduction. Open",
                                   " charges are now $",
                                   nEmpOpenCharges, " plus this",
                                   " order.</p>",
                           end-if,
                       end-if,
                   end-if,
               end-if,
           end-if.

       2362-find-charge-employee.
           move "n" to xChargeEmpFoundFlag.
           move "n" to xMasterEofFlag.

           open input payrollMaster.
           if xStatusPayMaster = "00"
               perform 2363-read-charge-employee
                   until xMasterEofFlag = "y"
                   or xChargeEmpFoundFlag = "y",
               close payrollMaster,
           end-if.

       2363-read-charge-employee.
           read payrollMaster
               at end
                   move "y" to xMasterEofFlag,
               not at end
                   if nEmpNumMstr = nChargeEmpNum
                       move "y" to xChargeEmpFoundFlag,
                       move xFirstName to xChargeEmpName,
                       if xEmpStatus = space
                           move "A" to xChargeEmpStatus,
                       else
                           move xEmpStatus to xChargeEmpStatus,
                       end-if,
                   end-if,
           end-read.

       2364-find-charge-limit.
           move "n" to xChargeLimitFoundFlag.
           move "n" to xLimitEofFlag.
           move 0 to nChargeLimit.

           open input chargeLimits.
           if xStatusChargeLimit = "00"
               perform 2365-read-charge-limit
                   until xLimitEofFlag = "y"
                   or xChargeLimitFoundFlag = "y",
               close chargeLimits,
           end-if.

       2365-read-charge-limit.
           read chargeLimits
               at end
                   move "y" to xLimitEofFlag,
               not at end
                   if nLimitEmpNumIn = nChargeEmpNum
                       move "y" to xChargeLimitFoundFlag,
                       move nLimitAmountIn to nChargeLimit,
                   end-if,
           end-read.

       2366-compute-employee-charges.
           move 0 to nEmpOpenCharges.
           move "n" to xEmpChargeEofFlag.

           open input employeeCharges.
           if xStatusEmpCharge = "00"
               perform 2367-read-employee-charge
                   until xEmpChargeEofFlag = "y",
               close employeeCharges,
           end-if.

       2367-read-employee-charge.
           read employeeCharges
               at end
                   move "y" to xEmpChargeEofFlag,
               not at end
                   if nEchgEmpNumIn = nChargeEmpNum
                       and xEchgStatusIn = "O"
                       add nEchgAmountIn to nEmpOpenCharges,
                   end-if,
           end-read.

       237-compute-open-balance.
           move 0 to nAccountOpenBalance.
           move "n" to xInvoicesEofFlag.
           move nTaxTotal to nOrderTaxOut.
           move "O" to xOrderStatusOut.
           move xLocationCode to xOrderLocOut.
           if xDeliveryType = "D"
               move xDeliveryType to xOrderDelivTypeOut,
               move xDeliveryAddress to xOrderAddressOut,
               move xDeliveryZip to xOrderZipOut,
               move nDeliveryDate to nOrderDelivDateOut,
               move xDeliveryWindow to xOrderWindowOut,
           else
               move spaces to xOrderDeliveryOut,
           end-if.
           write xOrderHeader.
           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           move "OrderLines.txt" to xCurrentFileName.
           perform 900-check-status.

       241-resolve-delivery.
           move space to xDeliveryType.
           move function getPostValue("delivery") to xDeliveryRaw.

           if function upper-case (xDeliveryRaw (1:1)) = "D"
               move function getPostValue("address") to xDeliveryAddress,
               move function getPostValue("zip") to xDeliveryZip,
               move "n" to xZoneFoundFlag,
               if xDeliveryZip not = spaces
                   perform 2411-find-zone,
               end-if,
               evaluate true
                   when xDeliveryAddress = spaces or xDeliveryZip = spaces
                       display "<p>A delivery needs a street address and",
                           " ZIP code - the order will be collected at",
                           " location ", xLocationCode, ".</p>"
                   when xZoneFoundFlag = "n"
                       display "<p>We do not deliver to ZIP code ",
                           function trim(xDeliveryZip),
                           " - the order will be collected at location ",
                           xLocationCode, ".</p>"
                   when other
                       move "D" to xDeliveryType,
                       perform 2413-resolve-delivery-slot
               end-evaluate,
           end-if.

       2411-find-zone.
           move "n" to xZonesEofFlag.

           open input deliveryZones.
           if xStatusZones = "00"
               perform 2412-read-zone until xZonesEofFlag = "y"
                   or xZoneFoundFlag = "y",
               close deliveryZones,
           end-if.

       2412-read-zone.
           read deliveryZones
               at end
                   move "y" to xZonesEofFlag,
               not at end
                   if xZoneZipIn = xDeliveryZip (1:5)
                       move "y" to xZoneFoundFlag,
                   end-if,
           end-read.

           move xStatusZones to xCurrentStatus.
           move "DeliveryZones.txt" to xCurrentFileName.
           perform 901-check-read-status.

       2413-resolve-delivery-slot.
           compute nEarliestDelivDate = function date-of-integer
               (function integer-of-date (xRunDate) + 1).

           move function getPostValue("delivdate") to xDelivDateRaw.
           if xDelivDateRaw = spaces
               move 0 to nDelivDateWanted,
           else
               compute nDelivDateWanted = function numval (xDelivDateRaw),
           end-if.

           if nDelivDateWanted < nEarliestDelivDate
               or function test-date-yyyymmdd (nDelivDateWanted) not = 0
               move nEarliestDelivDate to nDeliveryDate,
           else
               move nDelivDateWanted to nDeliveryDate,
           end-if.

           move function getPostValue("window") to xWindowRaw.
           move function upper-case (xWindowRaw (1:1)) to xDeliveryWindow.
           evaluate xDeliveryWindow
               when "P"
                   move "12 noon to 5 pm" to xWindowText
               when "E"
                   move "5 pm to 8 pm" to xWindowText
               when other
                   move "A" to xDeliveryWindow,
                   move "8 am to 12 noon" to xWindowText
           end-evaluate.

           display "<p>Delivery to ", function trim(xDeliveryAddress),
               " ", function trim(xDeliveryZip), " on ", nDeliveryDate,
               " between ", function trim(xWindowText), ".</p>".

       248-apply-promotion.
           move "n" to xPromoAppliedFlag.
           move 0 to nPromoDiscount.
           move 0 to nPromoTaxSaving.
           move function getPostValue("promocode") to xPromoCodeRaw.

           if xPromoCodeRaw = spaces or nOrderLineCount = 0
               continue,
           else
               move function upper-case(xPromoCodeRaw) to xPromoCode,
               move nBasketTotal to nPromoSubtotal,
               perform 2481-load-promotions,
               move 0 to nPromoFoundSubscript,
               perform 2483-find-promotion
                   varying nPromoSubscript from 1 by 1
                   until nPromoSubscript > nPromoCount,
               perform 2484-check-promotion,
               if xPromoAppliedFlag = "y"
                   perform 2489-compute-discount,
               end-if,
           end-if.

       2481-load-promotions.
           open input promotions.

           if xStatusPromo = "00"
               perform 2482-read-promotion until xPromoEofFlag = "y",
               close promotions,
           end-if.

       2482-read-promotion.
           read promotions
               at end
                   move "y" to xPromoEofFlag,
               not at end
                   if nPromoCount < 50
                       add 1 to nPromoCount,
                       move xPromoInput to xPromoElement (nPromoCount),
                       move function upper-case(xPromoCodeIn)
                           to xPromoCodeT (nPromoCount),
                   end-if,
           end-read.

       2483-find-promotion.
           if xPromoCodeT (nPromoSubscript) = xPromoCode
               move nPromoSubscript to nPromoFoundSubscript,
           end-if.

       2484-check-promotion.
           evaluate true
               when nPromoFoundSubscript = 0
                   display "<tr><td colspan=3>Promotion code '",
                       function trim(xPromoCodeRaw),
                       "' is not valid</td></tr>"
               when xRunDate < nPromoStartT (nPromoFoundSubscript)
                   display "<tr><td colspan=3>Promotion ",
                       function trim(xPromoCode),
                       " has not started yet</td></tr>"
               when xRunDate > nPromoEndT (nPromoFoundSubscript)
                   display "<tr><td colspan=3>Promotion ",
                       function trim(xPromoCode),
                       " has ended</td></tr>"
               when nPromoSubtotal < nPromoMinOrderT (nPromoFoundSubscript)
                   display "<tr><td colspan=3>Promotion ",
                       function trim(xPromoCode),
                       " needs a minimum order of $",
                       nPromoMinOrderT (nPromoFoundSubscript),
                       "</td></tr>"
               when nPromoCustLimitT (nPromoFoundSubscript) > 0
                   and xOrderCustId = spaces
                   display "<tr><td colspan=3>Promotion ",
                       function trim(xPromoCode),
                       " is for customers with an account</td></tr>"
               when other
                   perform 2485-count-redemptions,
                   perform 2487-total-eligible,
                   evaluate true
                       when nPromoTotalLimitT (nPromoFoundSubscript) > 0
                           and nPromoUsedTotal
                               >= nPromoTotalLimitT (nPromoFoundSubscript)
                           display "<tr><td colspan=3>Promotion ",
                               function trim(xPromoCode),
                               " has been fully redeemed</td></tr>"
                       when nPromoCustLimitT (nPromoFoundSubscript) > 0
                           and nPromoUsedCust
                               >= nPromoCustLimitT (nPromoFoundSubscript)
                           display "<tr><td colspan=3>Promotion ",
                               function trim(xPromoCode),
                               " has already been used the maximum",
                               " number of times on this account</td></tr>"
                       when xPromoAnyEligFlag = "n"
                           display "<tr><td colspan=3>No items in this",
                               " order qualify for promotion ",
                               function trim(xPromoCode), "</td></tr>"
                       when other
                           move "y" to xPromoAppliedFlag
                   end-evaluate
           end-evaluate.

       2485-count-redemptions.
           move 0 to nPromoUsedTotal.
           move 0 to nPromoUsedCust.
           move "n" to xPromoLogEofFlag.

           open input promoRedemptions.

           if xStatusPromoLog = "00"
               perform 2486-read-redemption until xPromoLogEofFlag = "y",
               close promoRedemptions,
           end-if.

       2486-read-redemption.
           read promoRedemptions
               at end
                   move "y" to xPromoLogEofFlag,
               not at end
                   if xPromoLogCodeIn = xPromoCode
                       add 1 to nPromoUsedTotal,
                       if xOrderCustId not = spaces
                           and xPromoLogCustIn = xOrderCustId
                           add 1 to nPromoUsedCust,
                       end-if,
                   end-if,
           end-read.

       2487-total-eligible.
           move 0 to nPromoEligible.
           move "n" to xPromoAnyEligFlag.

           perform 2488-check-line
               varying nPromoLineSubscript from 1 by 1
               until nPromoLineSubscript > nOrderLineCount.

       2488-check-line.
           perform 2494-line-eligible.

           if xPromoLineEligFlag = "y"
               move "y" to xPromoAnyEligFlag,
               compute nPromoLineAmount rounded =
                   nLineQtyT (nPromoLineSubscript)
                   * nLinePriceT (nPromoLineSubscript),
               add nPromoLineAmount to nPromoEligible,
           end-if.

       2489-compute-discount.
           evaluate xPromoTypeT (nPromoFoundSubscript)
               when "P"
                   compute nPromoDiscount rounded = nPromoEligible
                       * nPromoValueT (nPromoFoundSubscript) / 100
               when "A"
                   move nPromoValueT (nPromoFoundSubscript)
                       to nPromoDiscount,
                   if nPromoDiscount > nPromoEligible
                       move nPromoEligible to nPromoDiscount,
                   end-if
               when "F"
                   perform 2493-give-free-item
               when other
                   move "n" to xPromoAppliedFlag
           end-evaluate.

           if xPromoTypeT (nPromoFoundSubscript) not = "F"
               and nPromoDiscount > 0
               perform 2491-line-tax-saving
                   varying nPromoLineSubscript from 1 by 1
                   until nPromoLineSubscript > nOrderLineCount,
               if nPromoTaxSaving > nTaxTotal
                   move nTaxTotal to nPromoTaxSaving,
               end-if,
               subtract nPromoTaxSaving from nTaxTotal,
               subtract nPromoDiscount from nBasketTotal,
           end-if.

           if xPromoAppliedFlag = "y"
               display "<tr><td colspan=3>Promotion ",
                   function trim(xPromoCode), " (",
                   function trim(xPromoDescT (nPromoFoundSubscript)),
                   ") applied: -$", nPromoDiscount, "</td></tr>",
           end-if.

       2491-line-tax-saving.
           perform 2494-line-eligible.

           if xPromoLineEligFlag = "y" and nPromoEligible > 0
               compute nPromoLineAmount rounded =
                   nLineQtyT (nPromoLineSubscript)
                   * nLinePriceT (nPromoLineSubscript),
               compute nPromoLineDiscount rounded = nPromoDiscount
                   * nPromoLineAmount / nPromoEligible,
               move 0 to nTaxRateFound,
               perform 2492-scan-line-tax
                   varying nTaxSubscript from 1 by 1
                   until nTaxSubscript > nTaxCount,
               compute nPromoLineTax rounded = nPromoLineDiscount
                   * nTaxRateFound / 100,
               add nPromoLineTax to nPromoTaxSaving,
           end-if.

       2492-scan-line-tax.
           if xTaxCategoryT (nTaxSubscript)
               = xLineCategoryT (nPromoLineSubscript)
               move nTaxRatePctT (nTaxSubscript) to nTaxRateFound,
           end-if.

       2493-give-free-item.
           move xPromoFreeFruitT (nPromoFoundSubscript) to xFruitNameIn.

           read InFile key is xFruitNameIn
               invalid key
                   move "n" to xPromoAppliedFlag,
               not invalid key
                   perform 212-find-sale-price,
                   perform 214-read-location-stock,
                   if nLocationQty < nPromoValueT (nPromoFoundSubscript)
                       or nOrderLineCount >= 500
                       move "n" to xPromoAppliedFlag,
                   end-if,
           end-read.

           if xPromoAppliedFlag = "n"
               display "<tr><td colspan=3>The free ",
                   function trim(xPromoFreeFruitT (nPromoFoundSubscript)),
                   " for promotion ", function trim(xPromoCode),
                   " is not available at location ", xLocationCode,
                   "</td></tr>",
           else
               add 1 to nOrderLineCount,
               move xFruitNameIn to xLineFruitT (nOrderLineCount),
               move nPromoValueT (nPromoFoundSubscript)
                   to nLineQtyT (nOrderLineCount),
               move 0 to nLinePriceT (nOrderLineCount),
               move xFruitUomIn to xLineUomT (nOrderLineCount),
               move xCategoryIn to xLineCategoryT (nOrderLineCount),
               compute nPromoDiscount rounded =
                   nPromoValueT (nPromoFoundSubscript) * nEffectivePrice,
               move nPromoValueT (nPromoFoundSubscript) to nChargeQty,
               move 0 to nUnitPrice,
               move 0 to nFreeQty,
               perform 227-write-sales-history,
           end-if.

       2494-line-eligible.
           move "n" to xPromoLineEligFlag.

           if xPromoEligibleT (nPromoFoundSubscript, 1) = spaces
               and xPromoEligibleT (nPromoFoundSubscript, 2) = spaces
               and xPromoEligibleT (nPromoFoundSubscript, 3) = spaces
               and xPromoEligibleT (nPromoFoundSubscript, 4) = spaces
               move "y" to xPromoLineEligFlag,
           else
               perform 2495-scan-eligible
                   varying nPromoEligSubscript from 1 by 1
                   until nPromoEligSubscript > 4,
           end-if.

       2495-scan-eligible.
           if xPromoEligibleT (nPromoFoundSubscript, nPromoEligSubscript)
               not = spaces
               and (xPromoEligibleT (nPromoFoundSubscript,
                       nPromoEligSubscript)
                       = xLineFruitT (nPromoLineSubscript)
                   or xPromoEligibleT (nPromoFoundSubscript,
                       nPromoEligSubscript)
                       = xLineCategoryT (nPromoLineSubscript))
               move "y" to xPromoLineEligFlag,
           end-if.

       249-log-promotion.
           open extend promoRedemptions.
           if xStatusPromoLog = "35"
               open output promoRedemptions,
           end-if.
           move xStatusPromoLog to xCurrentStatus.
           move "PromoRedemptions.txt" to xCurrentFileName.
           perform 900-check-status.

           move xPromoCode to xPromoLogCodeIn.
           move nOrderNumber to nPromoLogOrderIn.
           move xRunDate to nPromoLogDateIn.
           move xOrderCustId to xPromoLogCustIn.
           move xLocationCode to xPromoLogLocIn.
           move nPromoSubtotal to nPromoLogSubtotalIn.
           move nPromoDiscount to nPromoLogDiscountIn.
           write xPromoLogInput.
           move xStatusPromoLog to xCurrentStatus.
           move "PromoRedemptions.txt" to xCurrentFileName.
           perform 900-check-status.

           close promoRedemptions.
           move xStatusPromoLog to xCurrentStatus.
           move "PromoRedemptions.txt" to xCurrentFileName.
           perform 900-check-status.

       245-write-order-line.
           move nOrderNumber to nLineOrderNumOut.
           move nReceiptSubscript to nLineNumberOut.
           move "OrderLines.txt" to xCurrentFileName.
           perform 900-check-status.

       247-write-employee-charge.
           if xOrderTender = "E"
               open extend employeeCharges,
               if xStatusEmpCharge = "35"
                   open output employeeCharges,
               end-if,
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,

               move nOrderNumber to nEchgOrderNumIn,
               move nChargeEmpNum to nEchgEmpNumIn,
               move xRunDate to nEchgDateIn,
               move nBasketTotal to nEchgAmountIn,
               move xLocationCode to xEchgLocIn,
               move "O" to xEchgStatusIn,
               move 0 to nEchgRecovDateIn,
               move 0 to nEchgCheckNumIn,
               write xEmpChargeInput,
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,

               close employeeCharges,
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       250-display-receipt.
           move nOrderNumber to neReceiptOrderNum.
           display xReceiptHeading.
               varying nReceiptSubscript from 1 by 1
               until nReceiptSubscript > nOrderLineCount.

           if xPromoAppliedFlag = "y" and nPromoDiscount > 0
               display "<tr><td colspan=3>Promotion ",
                   function trim(xPromoCode), ": -$", nPromoDiscount,
                   "</td></tr>",
           end-if.

           move nBasketTotal to neBasketTotalOut.
           display xOutputTotal.
           display "</table>".

       255-receipt-row.
           move xLineFruitT (nReceiptSubscript) to xReceiptFruitOut.
           move nLineQtyT (nReceiptSubscript) to nOrderQtyRequested.
           move xLineUomT (nReceiptSubscript) to xFruitUomIn.
           perform 221-format-quantity.
           move spaces to xReceiptQtyOut.
           if xFruitUomIn = "LB" or xFruitUomIn = "KG"
               move nLinePriceT (nReceiptSubscript) to neUnitPrice,
               string function trim(xQtyText) delimited by size
                   " @ " delimited by size
                   neUnitPrice delimited by size
                   "/" delimited by size
                   xUnitText delimited by size
                   into xReceiptQtyOut,
           else
               move xQtyText to xReceiptQtyOut,
           end-if.
           compute nReceiptAmount rounded = nLineQtyT (nReceiptSubscript)
               * nLinePriceT (nReceiptSubscript).
           move nReceiptAmount to neReceiptAmountOut.
           display xReceiptRow.

       221-format-quantity.
           move function lower-case(xFruitUomIn) to xUnitText.
           move spaces to xQtyText.
           if xFruitUomIn = "LB" or xFruitUomIn = "KG"
               move nOrderQtyRequested to neQtyWeight,
               string function trim(neQtyWeight) delimited by size
                   " " delimited by size
                   xUnitText delimited by size
                   into xQtyText,
           else
               move nOrderQtyRequested to neQtyWhole,
               move function trim(neQtyWhole) to xQtyText,
           end-if.

       222-check-image.
           move function concatenate (function trim(xFruitNameIn), ".png")
               to xImagePathCheck.

       220-display.
           move xFruitNameIn to xFruitNameOut.
           move nFruitQtyIn to nOrderQtyRequested.
           perform 221-format-quantity.
           move xQtyText to xFruitQtyOut.
           move nEffectivePrice to neItemPriceOut.
           if xFruitUomIn = "LB" or xFruitUomIn = "KG"
               move spaces to xItemPriceUnitOut,
               string "/" delimited by size
                   xUnitText delimited by size
                   into xItemPriceUnitOut,
           else
               move spaces to xItemPriceUnitOut,
           end-if.
           perform 222-check-image.

           if nFruitQtyIn < nLowStockThreshold
