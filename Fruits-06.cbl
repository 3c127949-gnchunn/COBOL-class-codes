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

       working-storage section.
       77  xStatusCust          pic xx value "00".
       77  xCurrentStatus       pic xx.
       77  xCurrentFileName     pic x(30).
       77  xDoneFlag            pic x value 'n'.
       77  xPriorCreditFlag     pic x value space.
       77  xContactEntry        pic x(40) value spaces.
       77  xTranCode            pic x value space.
           88  xTranAdd         value "A" "a".
           88  xTranUpdate      value "U" "u".
           88  xTranDelete      value "D" "d".
           88  xTranQuit        value "Q" "q".

       01  xSignOnParms.
           05 xSignOnProgram   pic x(14).
           05 xSignOnAction    pic x.
           05 xSignOnOkFlag    pic x.
           05 xSignOnOperator  pic x(8).

       procedure division.
       000-main.
           perform 100-initialization.
           display " ".
           display "*** Customer account maintenance ***".

           move "FRUITS-06" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           open i-o customers.
           if xStatusCust = "05" or xStatusCust = "35"
               open output customers,
       200-transaction-loop.
           perform 210-prompt-transaction.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate true
                   when xTranQuit
                       move 'y' to xDoneFlag
                   when xTranAdd
                       perform 220-add-customer
                   when xTranUpdate
                       perform 230-update-customer
                   when xTranDelete
                       perform 240-delete-customer
                   when other
                       display "*** Enter A, U, D, or Q ***"
               end-evaluate,
           end-if.

       205-check-right.
           evaluate true
               when xTranDelete
                   move "D" to xSignOnAction
               when xTranAdd or xTranUpdate
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-prompt-transaction.
           display " ".
           display "A)dd  U)pdate  D)elete  Q)uit".
           accept xCustIdIn.
           display "Customer name? " with no advancing.
           accept xCustNameIn.
           move space to xCustCreditFlagIn.
           perform 250-accept-credit-terms.
           move spaces to xCustContactIn.
           perform 260-accept-contact.

           write xCustomer
               invalid key
                   display "New customer name? " with no advancing,
                   accept xCustNameIn,
                   perform 250-accept-credit-terms,
                   perform 260-accept-contact,
                   rewrite xCustomer,
                   display "*** '", function trim(xCustIdIn),
                       "' updated ***",
           perform 901-check-keyed-status.

       250-accept-credit-terms.
           move xCustCreditFlagIn to xPriorCreditFlag.
           if xPriorCreditFlag = "H"
               display "*** Account is on credit hold for past-due invoices ***",
           end-if.

           display "On-account credit, (Y)es or (N)o? " with no advancing.
           accept xCustCreditFlagIn.
           move function upper-case(xCustCreditFlagIn)
           else
               display "Credit limit? " with no advancing,
               accept nCustCreditLimitIn,
               if xPriorCreditFlag = "H"
                   move "H" to xCustCreditFlagIn,
                   display "*** Hold stays until the past-due invoices are paid ***",
               end-if,
           end-if.

       260-accept-contact.
           if xCustContactIn not = spaces
               display "Press Enter to keep the detail shown in brackets.",
           end-if.

           display "Street address [", function trim(xCustAddressIn),
               "]? " with no advancing.
           move spaces to xContactEntry.
           accept xContactEntry.
           if xContactEntry not = spaces
               move xContactEntry to xCustAddressIn,
           end-if.

           display "Town or city [", function trim(xCustCityIn),
               "]? " with no advancing.
           move spaces to xContactEntry.
           accept xContactEntry.
           if xContactEntry not = spaces
               move xContactEntry to xCustCityIn,
           end-if.

           display "ZIP code [", function trim(xCustZipIn),
               "]? " with no advancing.
           move spaces to xContactEntry.
           accept xContactEntry.
           if xContactEntry not = spaces
               move xContactEntry to xCustZipIn,
           end-if.

           display "Phone [", function trim(xCustPhoneIn),
               "]? " with no advancing.
           move spaces to xContactEntry.
           accept xContactEntry.
           if xContactEntry not = spaces
               move xContactEntry to xCustPhoneIn,
           end-if.

           display "Email [", function trim(xCustEmailIn),
               "]? " with no advancing.
           move spaces to xContactEntry.
           accept xContactEntry.
           if xContactEntry not = spaces
               move xContactEntry to xCustEmailIn,
           end-if.

           if xCustOptInIn not = "Y"
               move "N" to xCustOptInIn,
           end-if.
           display "Promotional mailings, (Y)es or (N)o [",
               xCustOptInIn, "]? " with no advancing.
           move spaces to xContactEntry.
           accept xContactEntry.
           move function upper-case(xContactEntry (1:1))
               to xContactEntry (1:1).
           if xContactEntry (1:1) = "Y" or xContactEntry (1:1) = "N"
               move xContactEntry (1:1) to xCustOptInIn,
           end-if.

       240-delete-customer.
