       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xSignOnParms.
           05 xSignOnProgram           pic x(14).
           05 xSignOnAction            pic x.
           05 xSignOnOkFlag            pic x.
           05 xSignOnOperator          pic x(8).

       01 xMenu.
           05 filler                   pic x(38)   value
               "1. Add a year/state entry".
           display " ".
           display "States History File Maintenance".

           move "STATES-10" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           open input historyFile.

           if xStatusHistory = "35"
           display "Selection? " with no advancing.
           accept xMenuChoice.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate xMenuChoice
                   when 1
                       perform 210-add-entry
                   when 2
                       perform 220-change-entry
                   when 3
                       perform 230-delete-entry
                   when 4
                       perform 240-gap-audit
                   when 5
                       continue
                   when other
                       display "Please enter 1, 2, 3, 4 or 5."
               end-evaluate,
           end-if.

       205-check-right.
           evaluate xMenuChoice
               when 3
                   move "D" to xSignOnAction
               when 1 thru 2
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-add-entry.
           display "Year (yyyy)? " with no advancing.
           accept nEntryYear.
