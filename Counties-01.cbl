           05   xCountyName            pic x(20).
           05   nCountyPop             pic 9(7).
           05   nCountyArea            pic 9(5).
           05   nCountyStateFips       pic 99.
           05   nCountyFips            pic 999.

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

       fd auditFile.
       01 xAuditRecord                 pic x(60).
       77 nLoadSubscript               pic 9999    value 0.
       77 nProcessSubscript            pic 9999.
       77 nShiftSubscript              pic 9999.
       77 nCheckSubscript              pic 9999.
       77 xFipsUsedFlag                pic x       value "n".
       77 xFoundFlag                   pic x       value "n".
       77 nAbbrevCount                 pic 99      value 0.
       77 nAbbrevSubscript             pic 99.
       77 xEntryCountyName             pic x(20)   value spaces.
       77 nEntryPop                    pic 9(7)    value 0.
       77 nEntryArea                   pic 9(5)    value 0.
       77 nEntryStateFips              pic 99      value 0.
       77 nEntryCountyFips             pic 999     value 0.
       77 nChangesMade                 pic 999     value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).
               10 xCountyNameT           pic x(20).
               10 nCountyPopT            pic 9(7).
               10 nCountyAreaT           pic 9(5).
               10 nCountyStateFipsT      pic 99.
               10 nCountyFipsT           pic 999.

       01 xAbbrevTable.
           05  xAbbrevElement occurs 75 times.
               10 xAbbrevT               pic x(2).
               10 nAbbrevFipsT           pic 99.

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
                       if nAbbrevCount < 75
                           add 1 to nAbbrevCount,
                           move xStateAbbreviation to xAbbrevT (nAbbrevCount),
                           move nStateFips to nAbbrevFipsT (nAbbrevCount),
                       end-if,
                   end-if,
           end-read.
                   move xCountyName to xCountyNameT (nLoadSubscript),
                   move nCountyPop to nCountyPopT (nLoadSubscript),
                   move nCountyArea to nCountyAreaT (nLoadSubscript),
                   move nCountyStateFips to nCountyStateFipsT (nLoadSubscript),
                   move nCountyFips to nCountyFipsT (nLoadSubscript),
           end-read.

           move xStatusCounties to xCurrentStatus.
                   accept nEntryPop,
                   display "Area? " with no advancing,
                   accept nEntryArea,
                   display "County FIPS code? " with no advancing,
                   accept nEntryCountyFips,

                   move "n" to xFoundFlag,
                   if nEntryCountyFips > 0
                       perform 217-check-duplicate-fips
                           varying nProcessSubscript from 1 by 1
                           until nProcessSubscript > nLoadSubscript
                           or xFoundFlag = "y",
                   end-if,

                   if xFoundFlag = "y"
                       display "That county FIPS code is already used",
                           " in that state - not added.",
                   else
                       add 1 to nLoadSubscript,
                       move xEntryStateAbbr to xCountyStateAbbrT (nLoadSubscript),
                       move xEntryCountyName to xCountyNameT (nLoadSubscript),
                       move nEntryPop to nCountyPopT (nLoadSubscript),
                       move nEntryArea to nCountyAreaT (nLoadSubscript),
                       move nEntryStateFips to nCountyStateFipsT (nLoadSubscript),
                       move nEntryCountyFips to nCountyFipsT (nLoadSubscript),
                       add 1 to nChangesMade,
                       display "County added.",
                   end-if,
               end-if,
           end-if.

       215-check-state-abbrev.
           move "n" to xAbbrevValidFlag.
           move 0 to nEntryStateFips.
           perform 2151-scan-abbrev
               varying nAbbrevSubscript from 1 by 1
               until nAbbrevSubscript > nAbbrevCount
       2151-scan-abbrev.
           if xAbbrevT (nAbbrevSubscript) = xEntryStateAbbr
               move "y" to xAbbrevValidFlag,
               move nAbbrevFipsT (nAbbrevSubscript) to nEntryStateFips,
           end-if.

       216-check-duplicate.
               move "y" to xFoundFlag,
           end-if.

       217-check-duplicate-fips.
           if xCountyStateAbbrT (nProcessSubscript) = xEntryStateAbbr
               and nCountyFipsT (nProcessSubscript) = nEntryCountyFips
               move "y" to xFoundFlag,
           end-if.

       220-change-county.
           display "State abbreviation? " with no advancing.
           accept xEntryStateAbbr.
               display "New population? " with no advancing,
               accept nEntryPop,
               move nEntryPop to nCountyPopT (nProcessSubscript),
               display "New county FIPS code (blank keeps current)? "
                   with no advancing,
               move 0 to nEntryCountyFips,
               accept nEntryCountyFips,
               if nEntryCountyFips > 0
                   move "n" to xFipsUsedFlag,
                   perform 222-check-changed-fips
                       varying nCheckSubscript from 1 by 1
                       until nCheckSubscript > nLoadSubscript
                       or xFipsUsedFlag = "y",
                   if xFipsUsedFlag = "y"
                       display "That county FIPS code is already used",
                           " in that state - FIPS not changed.",
                   else
                       move nEntryCountyFips
                           to nCountyFipsT (nProcessSubscript),
                   end-if,
               end-if,
               perform 215-check-state-abbrev,
               if nEntryStateFips > 0
                   move nEntryStateFips
                       to nCountyStateFipsT (nProcessSubscript),
               end-if,
               add 1 to nChangesMade,
               display "County updated.",
           end-if.

       222-check-changed-fips.
           if nCheckSubscript not = nProcessSubscript
               and xCountyStateAbbrT (nCheckSubscript) = xEntryStateAbbr
               and nCountyFipsT (nCheckSubscript) = nEntryCountyFips
               move "y" to xFipsUsedFlag,
           end-if.

       230-delete-county.
           display "State abbreviation? " with no advancing.
           accept xEntryStateAbbr.
           move xCountyNameT (nProcessSubscript) to xCountyName.
           move nCountyPopT (nProcessSubscript) to nCountyPop.
           move nCountyAreaT (nProcessSubscript) to nCountyArea.
           move nCountyStateFipsT (nProcessSubscript) to nCountyStateFips.
           move nCountyFipsT (nProcessSubscript) to nCountyFips.

           write xCountyInput.

