           05 xCostFruitIn     pic x(14).
           05 nCostUnitIn      pic 9v99.
           05 nCostEffDateIn   pic 9(8).
           05 xCostCurrencyIn  pic x(3).

       fd auditFile.
       01 xAuditRecord         pic x(60).
       77 xEntryFruit          pic x(14)   value spaces.
       77 nEntryCost           pic 9v99    value 0.
       77 nEntryEffDate        pic 9(8)    value 0.
       77 xEntryCurrency       pic x(3)    value spaces.
       77 xCurrencyValidFlag   pic x       value "n".
       77 nChangesMade         pic 999     value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).
               10 xCostFruitT      pic x(14).
               10 nCostUnitT       pic 9v99.
               10 nCostEffDateT    pic 9(8).
               10 xCostCurrencyT   pic x(3).

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
                   move xCostFruitIn to xCostFruitT (nLoadSubscript),
                   move nCostUnitIn to nCostUnitT (nLoadSubscript),
                   move nCostEffDateIn to nCostEffDateT (nLoadSubscript),
                   move xCostCurrencyIn to xCostCurrencyT (nLoadSubscript),
           end-read.

           move xStatusCosts to xCurrentStatus.
           end-evaluate.

       210-add-cost.
           display "Supplier code? " with no advancing.
           accept xEntrySupplier.
           move function upper-case(xEntrySupplier) to xEntrySupplier.
           display "Fruit? " with no advancing.
           accept xEntryFruit.
           display "Effective date (yyyymmdd)? " with no advancing.
           else
               display "Unit cost? " with no advancing,
               accept nEntryCost,
               move "n" to xCurrencyValidFlag,
               perform 215-accept-currency until xCurrencyValidFlag = "y",

               add 1 to nLoadSubscript,
               move xEntrySupplier to xCostSupplierT (nLoadSubscript),
               move xEntryFruit to xCostFruitT (nLoadSubscript),
               move nEntryCost to nCostUnitT (nLoadSubscript),
               move nEntryEffDate to nCostEffDateT (nLoadSubscript),
               move xEntryCurrency to xCostCurrencyT (nLoadSubscript),
               add 1 to nChangesMade,
               display "Cost added.",
           end-if.
               move "y" to xFoundFlag,
           end-if.

       215-accept-currency.
           display "Currency (USD, EUR, GBP or CAD - blank for USD)? "
               with no advancing.
           move spaces to xEntryCurrency.
           accept xEntryCurrency.
           move function upper-case(xEntryCurrency) to xEntryCurrency.

           if xEntryCurrency = spaces
               move "USD" to xEntryCurrency,
           end-if.

           if xEntryCurrency = "USD" or xEntryCurrency = "EUR"
               or xEntryCurrency = "GBP" or xEntryCurrency = "CAD"
               move "y" to xCurrencyValidFlag,
           else
               display "Please enter USD, EUR, GBP or CAD.",
           end-if.

       220-change-cost.
           display "Supplier code? " with no advancing.
           accept xEntrySupplier.
           move function upper-case(xEntrySupplier) to xEntrySupplier.
           display "Fruit? " with no advancing.
           accept xEntryFruit.
           display "Effective date (yyyymmdd)? " with no advancing.
               display "New unit cost? " with no advancing,
               accept nEntryCost,
               move nEntryCost to nCostUnitT (nProcessSubscript),
               move "n" to xCurrencyValidFlag,
               perform 215-accept-currency until xCurrencyValidFlag = "y",
               move xEntryCurrency to xCostCurrencyT (nProcessSubscript),
               add 1 to nChangesMade,
               display "Cost updated.",
           end-if.

       230-delete-cost.
           display "Supplier code? " with no advancing.
           accept xEntrySupplier.
           move function upper-case(xEntrySupplier) to xEntrySupplier.
           display "Fruit? " with no advancing.
           accept xEntryFruit.
           display "Effective date (yyyymmdd)? " with no advancing.
           move xCostFruitT (nProcessSubscript) to xCostFruitIn.
           move nCostUnitT (nProcessSubscript) to nCostUnitIn.
           move nCostEffDateT (nProcessSubscript) to nCostEffDateIn.
           move xCostCurrencyT (nProcessSubscript) to xCostCurrencyIn.

           write xCostInput.

