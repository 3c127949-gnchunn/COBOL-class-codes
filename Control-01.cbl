       77 xEntryValue                  pic x(10)   value spaces.
       77 xFoundFlag                   pic x       value "n".
       77 nKnownSubscript              pic 99.
       77 nKnownCount                  pic 99      value 19.
       77 xKnownFoundFlag              pic x       value "n".
       77 xKnownType                   pic x       value "X".
       77 nValueCheckSubscript         pic 99.
       77 nValueLength                 pic 99      value 0.
       77 xValueValidFlag              pic x       value "y".

       01 xSignOnParms.
           05 xSignOnProgram           pic x(14).
           05 xSignOnAction            pic x.
           05 xSignOnOkFlag            pic x.
           05 xSignOnOperator          pic x(8).

       01 xMenu.
           05 filler                   pic x(42)   value
               "1. List parameters".
           05 filler pic x(29) value "EXAM01        NSTALEDAYS    N".
           05 filler pic x(29) value "EXAM02SOCCER  NCURRENT      N".
           05 filler pic x(29) value "EXAM02SOCCER  NPRIOR        N".
           05 filler pic x(29) value "SIGNON        MAXFAIL       N".
       01 xKnownTableR redefines xKnownTable.
           05 xKnownElement occurs 19 times.
               10 xKnownProgram           pic x(14).
               10 xKnownParam             pic x(14).
               10 xKnownTypeT             pic x.
           display " ".
           display "Run Control Maintenance".

           move "CONTROL-01" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           open input controlFile.
           if xStatusControl = "35"
               move "y" to xEofFlag,
           display "Selection? " with no advancing.
           accept xMenuChoice.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate xMenuChoice
                   when 1
                       perform 210-list-parameters
                   when 2
                       perform 220-update-parameter
                   when 3
                       perform 230-delete-parameter
                   when 4
                       continue
                   when other
                       display "Please enter 1, 2, 3 or 4."
               end-evaluate,
           end-if.

       205-check-right.
           evaluate xMenuChoice
               when 3
                   move "D" to xSignOnAction
               when 2
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-list-parameters.
           display " ".
           if nLoadSubscript = 0
