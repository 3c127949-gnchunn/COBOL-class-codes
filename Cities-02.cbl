           05   xCityStateAbbr         pic x(2).
           05   xCityName              pic x(20).
           05   nCityPop               pic 9(8).
           05   nCityStateFips         pic 99.
           05   nCityCountyFips        pic 999.

       fd statesFile.
       01 xStateInput.
           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xStateInputHeader redefines xStateInput.
           05   xStateHeaderFlag       pic x(2).
           05   nStateExpectedCount    pic 9(7).
           05   nStateExpectedPop      pic 9(10).
           05   filler                 pic x(22).

       fd errorFile.
       01 xErrorRecord                 pic x(80).
       77 xEntryStateAbbr              pic x(2)    value spaces.
       77 xEntryCityName               pic x(20)   value spaces.
       77 nEntryPop                    pic 9(8)    value 0.
       77 nStateFipsFound              pic 99      value 0.
       77 nEntryCountyFips             pic 999     value 0.
       77 nChangesMade                 pic 999     value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).
               10 xCityStateAbbrT        pic x(2).
               10 xCityNameT              pic x(20).
               10 nCityPopT               pic 9(8).
               10 nCityStateFipsT         pic 99.
               10 nCityCountyFipsT        pic 999.

       01 xStateListTable.
           05  xStateListElement occurs 1 to 75 times
                   depending on nStateCount.
               10 xStateListAbbrT        pic x(2).
               10 nStateListPopT         pic 9(8).
               10 nStateListFipsT        pic 99.

       01 xErrorDetail.
           05 xErrorCityOut            pic x(20).
                               to xStateListAbbrT (nStateCount),
                           move nPopulation
                               to nStateListPopT (nStateCount),
                           move nStateFips
                               to nStateListFipsT (nStateCount),
                       end-if,
                   end-if,
           end-read.
                   move xCityStateAbbr to xCityStateAbbrT (nLoadSubscript),
                   move xCityName to xCityNameT (nLoadSubscript),
                   move nCityPop to nCityPopT (nLoadSubscript),
                   move nCityStateFips to nCityStateFipsT (nLoadSubscript),
                   move nCityCountyFips to nCityCountyFipsT (nLoadSubscript),
           end-read.

           move xStatusCities to xCurrentStatus.
                       to xErrorReasonOut,
                   perform 170-write-error,
               end-if,
               if nCityStateFipsT (nProcessSubscript) not = nStateFipsFound
                   move "state FIPS code differs from States.txt"
                       to xErrorReasonOut,
                   perform 170-write-error,
               end-if,
           end-if.

           perform 155-check-duplicate-name.
       160-find-state.
           move "n" to xStateFoundFlag.
           move 0 to nStatePopFound.
           move 0 to nStateFipsFound.
           perform 161-scan-state
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount
           if xStateListAbbrT (nStateSubscript) = xEntryStateAbbr
               move "y" to xStateFoundFlag,
               move nStateListPopT (nStateSubscript) to nStatePopFound,
               move nStateListFipsT (nStateSubscript) to nStateFipsFound,
           end-if.

       170-write-error.
                       display "City population exceeds the state",
                           " population - not added.",
                   else
                       display "County FIPS code? " with no advancing,
                       accept nEntryCountyFips,
                       add 1 to nLoadSubscript,
                       move xEntryStateAbbr
                           to xCityStateAbbrT (nLoadSubscript),
                       move xEntryCityName to xCityNameT (nLoadSubscript),
                       move nEntryPop to nCityPopT (nLoadSubscript),
                       move nStateFipsFound
                           to nCityStateFipsT (nLoadSubscript),
                       move nEntryCountyFips
                           to nCityCountyFipsT (nLoadSubscript),
                       move "A" to xLogActionOut,
                       perform 250-write-change-log,
                       display "City added.",
                       " population - not changed.",
               else
                   move nEntryPop to nCityPopT (nProcessSubscript),
                   display "New county FIPS code (blank keeps current)? "
                       with no advancing,
                   move 0 to nEntryCountyFips,
                   accept nEntryCountyFips,
                   if nEntryCountyFips > 0
                       move nEntryCountyFips
                           to nCityCountyFipsT (nProcessSubscript),
                   end-if,
                   if nStateFipsFound > 0
                       move nStateFipsFound
                           to nCityStateFipsT (nProcessSubscript),
                   end-if,
                   move "C" to xLogActionOut,
                   perform 250-write-change-log,
                   display "City updated.",
           move xCityStateAbbrT (nProcessSubscript) to xCityStateAbbr.
           move xCityNameT (nProcessSubscript) to xCityName.
           move nCityPopT (nProcessSubscript) to nCityPop.
           move nCityStateFipsT (nProcessSubscript) to nCityStateFips.
           move nCityCountyFipsT (nProcessSubscript) to nCityCountyFips.

           write xCityInput.

