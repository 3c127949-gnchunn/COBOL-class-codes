       77 nEntryEffDate               pic 9(8)    value 0.
       77 nRatesLoaded                pic 99      value 0.

       01 xSignOnParms.
           05 xSignOnProgram          pic x(14).
           05 xSignOnAction           pic x.
           05 xSignOnOkFlag           pic x.
           05 xSignOnOperator         pic x(8).

       01 xRateTable.
           05  xRateElement occurs 20 times.
               10 xCurrencyCodeT       pic x(3).
           display " ".
           display "Exchange Rate Load".

           move "EXAM01RATES" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           open input ratesFile.
           if xStatusRates = "35"
               move "y" to xEofFlag,
                   display "Rate and effective date are required",
                       " - not loaded.",
               else
                   move "C" to xSignOnAction,
                   call "signOn" using xSignOnParms,
                   if xSignOnOkFlag = "y"
                       perform 210-store-rate,
                   end-if,
               end-if,
           end-if.

