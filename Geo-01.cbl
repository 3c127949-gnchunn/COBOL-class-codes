       identification division.
       program-id. Geo-01.

       environment division.
       input-output section.
       file-control.
           select fipsFile assign to "Fips.txt" organization is line sequential
               file status is xStatusFips.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select countiesFile assign to "Counties.txt" organization is line sequential
               file status is xStatusCounties.
           select citiesFile assign to "Cities.txt" organization is line sequential
               file status is xStatusCities.
           select capitalsFile assign to "Capitals.txt" organization is line sequential
               file status is xStatusCapitals.
           select historyFile assign to "StatesHistory.txt" organization is line sequential
               file status is xStatusHistory.
           select borderFile assign to "Borders.txt" organization is line sequential
               file status is xStatusBorder.
           select indicatorFile assign to "StateIndicators.txt"
               organization is line sequential
               file status is xStatusIndicator.
           select metroFile assign to "Metros.txt" organization is line sequential
               file status is xStatusMetro.
           select capHistoryFile assign to "CapitalHistory.txt"
               organization is line sequential
               file status is xStatusCapHistory.
           select outfile assign to "Geo-01-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd fipsFile.
       01 xFipsInput.
           05   xFipsTypeIn            pic x.
           05   nFipsStateIn           pic 99.
           05   nFipsCountyIn          pic 999.
           05   xFipsAbbrIn            pic x(2).
           05   xFipsNameIn            pic x(20).

       fd statesFile.
       01 xStateInput.
           05   nStateNumber           pic 99.
           05   xStateAbbreviation     pic x(2).
           05   xRegionCode            pic x(1).
           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xStateInputHeader redefines xStateInput.
           05   xStateHeaderFlag       pic x(2).
           05   nStateExpectedCount    pic 9(7).
           05   nStateExpectedPop      pic 9(10).
           05   filler                 pic x(22).

       fd countiesFile.
       01 xCountyInput.
           05   xCountyStateAbbr       pic x(2).
           05   xCountyName            pic x(20).
           05   nCountyPop             pic 9(7).
           05   nCountyArea            pic 9(5).
           05   nCountyStateFips       pic 99.
           05   nCountyFips            pic 999.

       fd citiesFile.
       01 xCityInput.
           05   xCityStateAbbr         pic x(2).
           05   xCityName              pic x(20).
           05   nCityPop               pic 9(8).
           05   nCityStateFips         pic 99.
           05   nCityCountyFips        pic 999.

       fd capitalsFile.
       01 xCapitalInput.
           05   xStateAbbrIn           pic x(2).
           05   xCapNameIn             pic x(14).
           05   nPopIn                 pic 9999999.
           05   nYearFounded           pic 9999.
           05   nPopRank               pic 99.
           05   nCapLatitudeIn         pic 99v9(4).
           05   xCapLatHemIn           pic x.
           05   nCapLongitudeIn        pic 999v9(4).
           05   xCapLonHemIn           pic x.
           05   xCapTimeZoneIn         pic x(4).

       01 xCapitalInputHeader redefines xCapitalInput.
           05   xCapHeaderFlag         pic x(2).
           05   nCapExpectedCount      pic 9(7).
           05   nCapExpectedPop        pic 9(10).
           05   filler                 pic x(29).

       fd historyFile.
       01 xHistoryInput.
           05   nHistYearIn            pic 9(4).
           05   xHistAbbrevIn          pic x(2).
           05   nHistPopIn             pic 9(8).

       fd borderFile.
       01 xBorderInput.
           05   xBorderAbbrAIn         pic x(2).
           05   xBorderAbbrBIn         pic x(2).

       fd indicatorFile.
       01 xIndicatorInput.
           05   nIndYearIn             pic 9(4).
           05   xIndAbbrevIn           pic x(2).
           05   nIndIncomeIn           pic 9(11).
           05   nIndGdpIn              pic 9(11).
           05   nIndEmploymentIn       pic 9(9).
           05   nIndHousingIn          pic 9(9).

       fd metroFile.
       01 xMetroInput.
           05   xMetroTypeIn           pic x.
           05   xMetroCodeIn           pic x(5).
           05   xMetroDataIn           pic x(30).

       01 xMetroMemberInput redefines xMetroInput.
           05   filler                 pic x(6).
           05   xMetroStateIn          pic x(2).
           05   xMetroPlaceIn          pic x(20).
           05   filler                 pic x(8).

       fd capHistoryFile.
       01 xCapHistoryInput.
           05   xCapHistStateIn        pic x(2).
           05   xCapHistCityIn         pic x(14).
           05   nCapHistFromIn         pic 9(4).
           05   nCapHistToIn           pic 9(4).

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusFips                  pic xx      value "00".
       77 xStatusStates                pic xx      value "00".
       77 xStatusCounties              pic xx      value "00".
       77 xStatusCities                pic xx      value "00".
       77 xStatusCapitals              pic xx      value "00".
       77 xStatusHistory               pic xx      value "00".
       77 xStatusBorder                pic xx      value "00".
       77 xStatusIndicator             pic xx      value "00".
       77 xStatusMetro                 pic xx      value "00".
       77 xStatusCapHistory            pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xEofFlag                     pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nFipsStateCount              pic 99      value 0.
       77 nFipsStateSubscript          pic 99.
       77 nFipsStateSearch             pic 99.
       77 nFipsStateFound              pic 99      value 0.
       77 nFipsCountyCount             pic 9999    value 0.
       77 nFipsCountySubscript         pic 9999.
       77 nFipsCountySearch            pic 9999.
       77 nFipsCountyFound             pic 9999    value 0.
       77 xAbbrevFoundFlag             pic x       value "n".
       77 xAbbrevWanted                pic x(2).
       77 xCountyFoundFlag             pic x       value "n".
       77 nCountyStateWanted           pic 99.
       77 nCountyFipsWanted            pic 999.
       77 xDuplicateFlag               pic x       value "n".
       77 nStateNumberCount            pic 99      value 0.
       77 nStateNumberSubscript        pic 99.
       77 xCheckFileName               pic x(20).
       77 nFileRecords                 pic 9(6)    value 0.
       77 nRecordsRead                 pic 9(7)    value 0.
       77 nErrorCount                  pic 9(5)    value 0.
       77 nWarningCount                pic 9(5)    value 0.
       77 nLinesWritten                pic 9(6)    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xFipsStateTable.
           05  xFipsStateElement occurs 1 to 75 times
                   depending on nFipsStateCount.
               10 nFipsStateT             pic 99.
               10 xFipsAbbrT              pic x(2).
               10 xFipsNameT              pic x(20).

       01 xFipsCountyTable.
           05  xFipsCountyElement occurs 1 to 4000 times
                   depending on nFipsCountyCount.
               10 nFipsCountyStateT       pic 99.
               10 nFipsCountyT            pic 999.
               10 xFipsCountyNameT        pic x(20).

       01 xStateNumberTable.
           05  xStateNumberElement occurs 75 times.
               10 nStateNumberT           pic 99.

       01 xCheckKey.
           05 xCheckKeyAbbr            pic x(2).
           05 filler                   pic x       value space.
           05 xCheckKeyText            pic x(23).

       01 xPageHeading.
           05 filler                   pic x(40)   value
               "*** Geography Crosswalk Validation ***".

       01 xColumnHeading.
           05 filler                   pic x(8)    value "Level".
           05 filler                   pic x(20)   value "File".
           05 filler                   pic x(26)   value "Key".
           05 filler                   pic x(46)   value "Problem".

       01 xDetailLine.
           05 xDetailLevelOut          pic x(8).
           05 xDetailFileOut           pic x(20).
           05 xDetailKeyOut            pic x(26).
           05 xDetailReasonOut         pic x(46).

       01 xFileSummary.
           05 filler                   pic x(8)    value spaces.
           05 xSummaryFileOut          pic x(20).
           05 neSummaryRecords         pic zzz,zz9.
           05 filler                   pic x(19)   value " record(s) checked".

       01 xFileSkipped.
           05 filler                   pic x(8)    value spaces.
           05 xSkippedFileOut          pic x(20).
           05 filler                   pic x(27)   value
               "not present - not checked".

       01 xFooter-1.
           05 neFooterRecords          pic z,zzz,zz9.
           05 filler                   pic x(19)   value " record(s) checked".
           05 neFooterErrors           pic zzzz9.
           05 filler                   pic x(20)   value " unresolved key(s)".
           05 neFooterWarnings         pic zzzz9.
           05 filler                   pic x(12)   value " warning(s)".

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
           05   filler                 pic x       value space.
           05   xAuditDateOut          pic x(8).
           05   filler                 pic x       value space.
           05   xAuditTimeOut          pic x(6).
           05   filler                 pic x       value space.
           05   neAuditRecordsReadOut  pic z(6)9.
           05   filler                 pic x       value space.
           05   neAuditRecordsWrittenOut pic z(6)9.
           05   filler                 pic x       value space.
           05   neAuditExceptionsOut   pic z(6)9.

       procedure division.
       000-main.

           perform 100-initialization.
           perform 120-check-crosswalk.
           perform 200-check-states.
           perform 205-check-counties.
           perform 210-check-cities.
           perform 215-check-capitals.
           perform 220-check-history.
           perform 225-check-borders.
           perform 230-check-indicators.
           perform 235-check-metros.
           perform 237-check-cap-history.
           perform 300-termination.

           if nErrorCount > 0
               move 16 to return-code,
           else
               if nWarningCount > 0
                   move 4 to return-code,
               else
                   move 0 to return-code,
               end-if,
           end-if.
           stop run.

       100-initialization.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Geo-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xPageHeading.
           write xOutput from xPageHeading before advancing 2 lines.
           perform 229-check-write.

           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.
           perform 229-check-write.

           perform 110-load-fips.

       110-load-fips.
           open input fipsFile.
           move xStatusFips to xCurrentStatus.
           move "Fips.txt" to xCurrentFileName.
           perform 900-check-status.

           move 0 to nFileRecords.
           move "n" to xEofFlag.
           move "Fips.txt" to xCheckFileName.
           perform 111-read-fips until xEofFlag = "y".

           close fipsFile.
           move xStatusFips to xCurrentStatus.
           move "Fips.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-fips.
           read fipsFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   move xFipsAbbrIn to xCheckKeyAbbr,
                   move xFipsNameIn to xCheckKeyText,
                   evaluate xFipsTypeIn
                       when "S"
                           perform 112-store-state-row,
                       when "C"
                           perform 113-store-county-row,
                       when other
                           move "record type is not S or C"
                               to xDetailReasonOut,
                           perform 260-write-error,
                   end-evaluate,
           end-read.

           move xStatusFips to xCurrentStatus.
           move "Fips.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-store-state-row.
           if nFipsStateCount < 75
               add 1 to nFipsStateCount,
               move nFipsStateIn to nFipsStateT (nFipsStateCount),
               move xFipsAbbrIn to xFipsAbbrT (nFipsStateCount),
               move xFipsNameIn to xFipsNameT (nFipsStateCount),
           else
               move "state table full - row not loaded"
                   to xDetailReasonOut,
               perform 260-write-error,
           end-if.

       113-store-county-row.
           if nFipsCountyCount < 4000
               add 1 to nFipsCountyCount,
               move nFipsStateIn to nFipsCountyStateT (nFipsCountyCount),
               move nFipsCountyIn to nFipsCountyT (nFipsCountyCount),
               move xFipsNameIn to xFipsCountyNameT (nFipsCountyCount),
           else
               move "county table full - row not loaded"
                   to xDetailReasonOut,
               perform 260-write-error,
           end-if.

       120-check-crosswalk.
           move "Fips.txt" to xCheckFileName.

           perform 121-check-state-row
               varying nFipsStateSubscript from 1 by 1
               until nFipsStateSubscript > nFipsStateCount.

           perform 124-check-county-row
               varying nFipsCountySubscript from 1 by 1
               until nFipsCountySubscript > nFipsCountyCount.

           perform 270-file-summary.

       121-check-state-row.
           move xFipsAbbrT (nFipsStateSubscript) to xCheckKeyAbbr.
           move xFipsNameT (nFipsStateSubscript) to xCheckKeyText.

           if nFipsStateT (nFipsStateSubscript) = 0
               move "state FIPS code is zero" to xDetailReasonOut,
               perform 260-write-error,
           end-if.

           move "n" to xDuplicateFlag.
           perform 122-scan-state-duplicate
               varying nFipsStateSearch from 1 by 1
               until nFipsStateSearch >= nFipsStateSubscript
               or xDuplicateFlag = "y".
           if xDuplicateFlag = "y"
               move "duplicate state FIPS code or abbreviation"
                   to xDetailReasonOut,
               perform 260-write-error,
           end-if.

       122-scan-state-duplicate.
           if nFipsStateT (nFipsStateSearch)
                   = nFipsStateT (nFipsStateSubscript)
               or xFipsAbbrT (nFipsStateSearch)
                   = xFipsAbbrT (nFipsStateSubscript)
               move "y" to xDuplicateFlag,
           end-if.

       124-check-county-row.
           move spaces to xCheckKeyAbbr.
           move xFipsCountyNameT (nFipsCountySubscript) to xCheckKeyText.

           move "n" to xAbbrevFoundFlag.
           perform 125-scan-county-state
               varying nFipsStateSearch from 1 by 1
               until nFipsStateSearch > nFipsStateCount
               or xAbbrevFoundFlag = "y".
           if xAbbrevFoundFlag = "n"
               move "county row has no S row for its state"
                   to xDetailReasonOut,
               perform 260-write-error,
           end-if.

           if nFipsCountyT (nFipsCountySubscript) = 0
               move "county FIPS code is zero" to xDetailReasonOut,
               perform 260-write-error,
           end-if.

           move "n" to xDuplicateFlag.
           perform 126-scan-county-duplicate
               varying nFipsCountySearch from 1 by 1
               until nFipsCountySearch >= nFipsCountySubscript
               or xDuplicateFlag = "y".
           if xDuplicateFlag = "y"
               move "duplicate county FIPS code" to xDetailReasonOut,
               perform 260-write-error,
           end-if.

       125-scan-county-state.
           if nFipsStateT (nFipsStateSearch)
                   = nFipsCountyStateT (nFipsCountySubscript)
               move "y" to xAbbrevFoundFlag,
               move xFipsAbbrT (nFipsStateSearch) to xCheckKeyAbbr,
           end-if.

       126-scan-county-duplicate.
           if nFipsCountyStateT (nFipsCountySearch)
                   = nFipsCountyStateT (nFipsCountySubscript)
               and nFipsCountyT (nFipsCountySearch)
                   = nFipsCountyT (nFipsCountySubscript)
               move "y" to xDuplicateFlag,
           end-if.

       200-check-states.
           move "States.txt" to xCheckFileName.
           open input statesFile.

           if xStatusStates = "35"
               perform 275-file-skipped,
           else
               move xStatusStates to xCurrentStatus,
               move "States.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 201-read-state until xEofFlag = "y",
               close statesFile,
               move xStatusStates to xCurrentStatus,
               move "States.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       201-read-state.
           read statesFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xHeaderSeenFlag = "n" and xStateHeaderFlag = "99"
                       move "y" to xHeaderSeenFlag,
                   else
                       add 1 to nFileRecords,
                       add 1 to nRecordsRead,
                       perform 202-check-state,
                   end-if,
           end-read.

           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 901-check-read-status.

       202-check-state.
           move xStateAbbreviation to xCheckKeyAbbr.
           move xStateName to xCheckKeyText.

           move xStateAbbreviation to xAbbrevWanted.
           perform 250-resolve-abbrev.

           if xAbbrevFoundFlag = "y"
               if nStateFips not = nFipsStateT (nFipsStateFound)
                   move "state FIPS code differs from the crosswalk"
                       to xDetailReasonOut,
                   perform 260-write-error,
               end-if,
               if xStateName not = xFipsNameT (nFipsStateFound)
                   move "state name differs from the crosswalk"
                       to xDetailReasonOut,
                   perform 261-write-warning,
               end-if,
           end-if.

           if nStateNumber = 0
               move "state number is zero" to xDetailReasonOut,
               perform 260-write-error,
           else
               move "n" to xDuplicateFlag,
               perform 203-scan-state-number
                   varying nStateNumberSubscript from 1 by 1
                   until nStateNumberSubscript > nStateNumberCount
                   or xDuplicateFlag = "y",
               if xDuplicateFlag = "y"
                   move "state number used by another state"
                       to xDetailReasonOut,
                   perform 260-write-error,
               else
                   if nStateNumberCount < 75
                       add 1 to nStateNumberCount,
                       move nStateNumber
                           to nStateNumberT (nStateNumberCount),
                   end-if,
               end-if,
           end-if.

       203-scan-state-number.
           if nStateNumberT (nStateNumberSubscript) = nStateNumber
               move "y" to xDuplicateFlag,
           end-if.

       205-check-counties.
           move "Counties.txt" to xCheckFileName.
           open input countiesFile.

           if xStatusCounties = "35"
               perform 275-file-skipped,
           else
               move xStatusCounties to xCurrentStatus,
               move "Counties.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 206-read-county until xEofFlag = "y",
               close countiesFile,
               move xStatusCounties to xCurrentStatus,
               move "Counties.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       206-read-county.
           read countiesFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   perform 207-check-county,
           end-read.

           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 901-check-read-status.

       207-check-county.
           move xCountyStateAbbr to xCheckKeyAbbr.
           move xCountyName to xCheckKeyText.

           move xCountyStateAbbr to xAbbrevWanted.
           perform 250-resolve-abbrev.

           if xAbbrevFoundFlag = "y"
               if nCountyStateFips not = nFipsStateT (nFipsStateFound)
                   move "state FIPS code differs from the crosswalk"
                       to xDetailReasonOut,
                   perform 260-write-error,
               end-if,
               move nFipsStateT (nFipsStateFound) to nCountyStateWanted,
               move nCountyFips to nCountyFipsWanted,
               perform 245-find-county,
               if xCountyFoundFlag = "n"
                   move "county FIPS code not on the crosswalk"
                       to xDetailReasonOut,
                   perform 260-write-error,
               else
                   if xCountyName
                           not = xFipsCountyNameT (nFipsCountyFound)
                       move "county name differs from the crosswalk"
                           to xDetailReasonOut,
                       perform 261-write-warning,
                   end-if,
               end-if,
           end-if.

       210-check-cities.
           move "Cities.txt" to xCheckFileName.
           open input citiesFile.

           if xStatusCities = "35"
               perform 275-file-skipped,
           else
               move xStatusCities to xCurrentStatus,
               move "Cities.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 211-read-city until xEofFlag = "y",
               close citiesFile,
               move xStatusCities to xCurrentStatus,
               move "Cities.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       211-read-city.
           read citiesFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   perform 212-check-city,
           end-read.

           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 901-check-read-status.

       212-check-city.
           move xCityStateAbbr to xCheckKeyAbbr.
           move xCityName to xCheckKeyText.

           move xCityStateAbbr to xAbbrevWanted.
           perform 250-resolve-abbrev.

           if xAbbrevFoundFlag = "y"
               if nCityStateFips not = nFipsStateT (nFipsStateFound)
                   move "state FIPS code differs from the crosswalk"
                       to xDetailReasonOut,
                   perform 260-write-error,
               end-if,
               if nCityCountyFips > 0
                   move nFipsStateT (nFipsStateFound)
                       to nCountyStateWanted,
                   move nCityCountyFips to nCountyFipsWanted,
                   perform 245-find-county,
                   if xCountyFoundFlag = "n"
                       move "county FIPS code not on the crosswalk"
                           to xDetailReasonOut,
                       perform 260-write-error,
                   end-if,
               end-if,
           end-if.

       215-check-capitals.
           move "Capitals.txt" to xCheckFileName.
           open input capitalsFile.

           if xStatusCapitals = "35"
               perform 275-file-skipped,
           else
               move xStatusCapitals to xCurrentStatus,
               move "Capitals.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               move "n" to xHeaderSeenFlag,
               perform 216-read-capital until xEofFlag = "y",
               close capitalsFile,
               move xStatusCapitals to xCurrentStatus,
               move "Capitals.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       216-read-capital.
           read capitalsFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xHeaderSeenFlag = "n" and xCapHeaderFlag = "99"
                       move "y" to xHeaderSeenFlag,
                   else
                       add 1 to nFileRecords,
                       add 1 to nRecordsRead,
                       move xStateAbbrIn to xCheckKeyAbbr,
                       move xCapNameIn to xCheckKeyText,
                       move xStateAbbrIn to xAbbrevWanted,
                       perform 250-resolve-abbrev,
                   end-if,
           end-read.

           move xStatusCapitals to xCurrentStatus.
           move "Capitals.txt" to xCurrentFileName.
           perform 901-check-read-status.

       220-check-history.
           move "StatesHistory.txt" to xCheckFileName.
           open input historyFile.

           if xStatusHistory = "35"
               perform 275-file-skipped,
           else
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 221-read-history until xEofFlag = "y",
               close historyFile,
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       221-read-history.
           read historyFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   move xHistAbbrevIn to xCheckKeyAbbr,
                   move nHistYearIn to xCheckKeyText,
                   move xHistAbbrevIn to xAbbrevWanted,
                   perform 250-resolve-abbrev,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       225-check-borders.
           move "Borders.txt" to xCheckFileName.
           open input borderFile.

           if xStatusBorder = "35"
               perform 275-file-skipped,
           else
               move xStatusBorder to xCurrentStatus,
               move "Borders.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 226-read-border until xEofFlag = "y",
               close borderFile,
               move xStatusBorder to xCurrentStatus,
               move "Borders.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       226-read-border.
           read borderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   move xBorderAbbrAIn to xCheckKeyAbbr,
                   move xBorderAbbrBIn to xCheckKeyText,
                   move xBorderAbbrAIn to xAbbrevWanted,
                   perform 250-resolve-abbrev,
                   move xBorderAbbrBIn to xAbbrevWanted,
                   perform 250-resolve-abbrev,
           end-read.

           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       230-check-indicators.
           move "StateIndicators.txt" to xCheckFileName.
           open input indicatorFile.

           if xStatusIndicator = "35"
               perform 275-file-skipped,
           else
               move xStatusIndicator to xCurrentStatus,
               move "StateIndicators.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 231-read-indicator until xEofFlag = "y",
               close indicatorFile,
               move xStatusIndicator to xCurrentStatus,
               move "StateIndicators.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       231-read-indicator.
           read indicatorFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   move xIndAbbrevIn to xCheckKeyAbbr,
                   move nIndYearIn to xCheckKeyText,
                   move xIndAbbrevIn to xAbbrevWanted,
                   perform 250-resolve-abbrev,
           end-read.

           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 901-check-read-status.

       235-check-metros.
           move "Metros.txt" to xCheckFileName.
           open input metroFile.

           if xStatusMetro = "35"
               perform 275-file-skipped,
           else
               move xStatusMetro to xCurrentStatus,
               move "Metros.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 236-read-metro until xEofFlag = "y",
               close metroFile,
               move xStatusMetro to xCurrentStatus,
               move "Metros.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       236-read-metro.
           read metroFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   if xMetroTypeIn = "C" or xMetroTypeIn = "P"
                       move xMetroStateIn to xCheckKeyAbbr,
                       move xMetroPlaceIn to xCheckKeyText,
                       move xMetroStateIn to xAbbrevWanted,
                       perform 250-resolve-abbrev,
                   end-if,
           end-read.

           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 901-check-read-status.

       237-check-cap-history.
           move "CapitalHistory.txt" to xCheckFileName.
           open input capHistoryFile.

           if xStatusCapHistory = "35"
               perform 275-file-skipped,
           else
               move xStatusCapHistory to xCurrentStatus,
               move "CapitalHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nFileRecords,
               move "n" to xEofFlag,
               perform 238-read-cap-history until xEofFlag = "y",
               close capHistoryFile,
               move xStatusCapHistory to xCurrentStatus,
               move "CapitalHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 270-file-summary,
           end-if.

       238-read-cap-history.
           read capHistoryFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nFileRecords,
                   add 1 to nRecordsRead,
                   move xCapHistStateIn to xCheckKeyAbbr,
                   move xCapHistCityIn to xCheckKeyText,
                   move xCapHistStateIn to xAbbrevWanted,
                   perform 250-resolve-abbrev,
           end-read.

           move xStatusCapHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Geo-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

       240-find-abbrev.
           move "n" to xAbbrevFoundFlag.
           move 0 to nFipsStateFound.
           perform 241-scan-abbrev
               varying nFipsStateSearch from 1 by 1
               until nFipsStateSearch > nFipsStateCount
               or xAbbrevFoundFlag = "y".

       241-scan-abbrev.
           if xFipsAbbrT (nFipsStateSearch) = xAbbrevWanted
               move "y" to xAbbrevFoundFlag,
               move nFipsStateSearch to nFipsStateFound,
           end-if.

       245-find-county.
           move "n" to xCountyFoundFlag.
           move 0 to nFipsCountyFound.
           perform 246-scan-county
               varying nFipsCountySearch from 1 by 1
               until nFipsCountySearch > nFipsCountyCount
               or xCountyFoundFlag = "y".

       246-scan-county.
           if nFipsCountyStateT (nFipsCountySearch) = nCountyStateWanted
               and nFipsCountyT (nFipsCountySearch) = nCountyFipsWanted
               move "y" to xCountyFoundFlag,
               move nFipsCountySearch to nFipsCountyFound,
           end-if.

       250-resolve-abbrev.
           perform 240-find-abbrev.
           if xAbbrevFoundFlag = "n"
               move spaces to xDetailReasonOut,
               string "abbreviation " delimited by size
                   xAbbrevWanted delimited by size
                   " not on the crosswalk" delimited by size
                   into xDetailReasonOut,
               perform 260-write-error,
           end-if.

       260-write-error.
           add 1 to nErrorCount.
           move "ERROR" to xDetailLevelOut.
           perform 265-write-detail.

       261-write-warning.
           add 1 to nWarningCount.
           move "WARNING" to xDetailLevelOut.
           perform 265-write-detail.

       265-write-detail.
           move xCheckFileName to xDetailFileOut.
           move xCheckKey to xDetailKeyOut.

           display xDetailLine.
           write xOutput from xDetailLine before advancing 1 line.
           perform 229-check-write.

       270-file-summary.
           move xCheckFileName to xSummaryFileOut.
           move nFileRecords to neSummaryRecords.

           display xFileSummary.
           write xOutput from xFileSummary before advancing 1 line.
           perform 229-check-write.

       275-file-skipped.
           move xCheckFileName to xSkippedFileOut.

           display xFileSkipped.
           write xOutput from xFileSkipped before advancing 1 line.
           perform 229-check-write.

       300-termination.
           move nRecordsRead to neFooterRecords.
           move nErrorCount to neFooterErrors.
           move nWarningCount to neFooterWarnings.

           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           perform 229-check-write.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Geo-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

           if nErrorCount > 0
               display "*** Geography keys do not all resolve -",
                   " see Geo-01-output.txt ***",
           end-if.

       295-write-audit.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "GEO-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           compute neAuditExceptionsOut = nErrorCount + nWarningCount.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           close auditFile.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       901-check-read-status.
           if xCurrentStatus not = "00" and xCurrentStatus not = "10"
               display "*** File error on ", xCurrentFileName,
                   " - status ", xCurrentStatus, " ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.
