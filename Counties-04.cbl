       identification division.
       program-id. Counties-04.

       environment division.
       input-output section.
       file-control.
           select countiesFile assign to "Counties.txt" organization is line sequential
               file status is xStatusCounties.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select citiesFile assign to "Cities.txt" organization is line sequential
               file status is xStatusCities.
           select metroFile assign to "Metros.txt" organization is line sequential
               file status is xStatusMetro.
           select outfile assign to "Counties-04-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd countiesFile.
       01 xCountyInput.
           05   xCountyStateAbbr       pic x(2).
           05   xCountyName            pic x(20).
           05   nCountyPop             pic 9(7).
           05   nCountyArea            pic 9(5).
           05   nCountyStateFips       pic 99.
           05   nCountyFips            pic 999.

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

       fd citiesFile.
       01 xCityInput.
           05   xCityStateAbbr         pic x(2).
           05   xCityName              pic x(20).
           05   nCityPop               pic 9(8).
           05   nCityStateFips         pic 99.
           05   nCityCountyFips        pic 999.

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

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusCounties              pic xx      value "00".
       77 xStatusStates                pic xx      value "00".
       77 xStatusCities                pic xx      value "00".
       77 xStatusMetro                 pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xCountyEofFlag               pic x       value "n".
       77 xStatesEofFlag               pic x       value "n".
       77 xCityEofFlag                 pic x       value "n".
       77 xMetroEofFlag                pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nStateCount                  pic 99      value 0.
       77 nStateSubscript              pic 99.
       77 nFoundState                  pic 99.
       77 nCountyCount                 pic 9999    value 0.
       77 nCountySubscript             pic 9999.
       77 nFoundCounty                 pic 9999.
       77 nCityCount                   pic 9999    value 0.
       77 nCitySubscript               pic 9999.
       77 nFoundCity                   pic 9999.
       77 nMetroCount                  pic 999     value 0.
       77 nMetroSubscript              pic 999.
       77 nFoundMetro                  pic 999.
       77 nPrincipalCount              pic 9999    value 0.
       77 nPrincipalSubscript          pic 9999.
       77 nSpanSubscript               pic 9.
       77 xSpanFoundFlag               pic x       value "n".
       77 xMetroCodeWanted             pic x(5).
       77 xStateWanted                 pic x(2).
       77 xPlaceWanted                 pic x(20).
       77 nIgnoredCount                pic 9999    value 0.
       77 nMetroCountyCount            pic 9999    value 0.
       77 nOutsideCount                pic 9999    value 0.
       77 nOutsidePop                  pic 9(10)   value 0.
       77 nRecordsRead                 pic 9(6)    value 0.
       77 nLinesWritten                pic 9(6)    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xStateTable.
           05  xStateElement occurs 75 times.
               10 xStateAbbrT            pic x(2).
               10 xStateNameT            pic x(20).
               10 nStatePopT             pic 9(8).
               10 nStateMetroPopT        pic 9(9).

       01 xCountyTable.
           05  xCountyElement occurs 1 to 2000 times
                   depending on nCountyCount.
               10 xCountyStateAbbrT      pic x(2).
               10 xCountyNameT           pic x(20).
               10 xCountyKeyT            pic x(20).
               10 nCountyPopT            pic 9(7).
               10 nCountyAreaT           pic 9(5).
               10 xCountyMetroT          pic x(5).

       01 xCityTable.
           05  xCityElement occurs 1 to 500 times
                   depending on nCityCount.
               10 xCityStateAbbrT        pic x(2).
               10 xCityNameT             pic x(20).
               10 xCityKeyT              pic x(20).
               10 nCityPopT              pic 9(8).

       01 xMetroTable.
           05  xMetroElement occurs 1 to 400 times
                   depending on nMetroCount.
               10 xMetroCodeT            pic x(5).
               10 xMetroNameT            pic x(30).
               10 nMetroPopT             pic 9(10).
               10 nMetroAreaT            pic 9(8).
               10 nMetroDensityT         pic 9(6)v99.
               10 nMetroCountiesT        pic 9999.
               10 nMetroSpanT            pic 9.
               10 xMetroSpanStateT       pic x(2) occurs 8 times.

       01 xPrincipalTable.
           05  xPrincipalElement occurs 1 to 1000 times
                   depending on nPrincipalCount.
               10 xPrincipalMetroT       pic x(5).
               10 nPrincipalCityT        pic 9999.

       01 xPageHeading.
           05 filler                   pic x(40)   value
               "*** Metropolitan Areas ***".

       01 xMetroHeading.
           05 filler                   pic x(35)   value
               "Code  Metro area".
           05 filler                   pic x(11)   value
               " Population".
           05 filler                   pic x(10)   value
               "      Area".
           05 filler                   pic x(10)   value
               "   Density".
           05 filler                   pic x(5)    value
               " Cnty".
           05 filler                   pic x(8)    value
               "  States".

       01 xMetroLine.
           05 xMtCodeOut               pic x(5).
           05 filler                   pic x       value space.
           05 xMtNameOut               pic x(28).
           05 filler                   pic x       value space.
           05 neMtPopOut               pic zzz,zzz,zz9.
           05 filler                   pic x       value space.
           05 neMtAreaOut              pic z,zzz,zz9.
           05 filler                   pic x       value space.
           05 neMtDensityOut           pic zz,zz9.99.
           05 filler                   pic x       value space.
           05 neMtCountiesOut          pic zzz9.
           05 filler                   pic xx      value spaces.
           05 xMtSpanOut               pic x(3) occurs 8 times.

       01 xPrincipalLine.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(16)   value
               "Principal city  ".
           05 xPcNameOut               pic x(20).
           05 filler                   pic x       value space.
           05 xPcStateOut              pic x(2).
           05 filler                   pic x(7)    value "  city ".
           05 nePcPopOut               pic zz,zzz,zz9.

       01 xCountyLine.
           05 filler                   pic x(6)    value spaces.
           05 xCoStateOut              pic x(2).
           05 filler                   pic xx      value spaces.
           05 xCoNameOut               pic x(20).
           05 filler                   pic xx      value spaces.
           05 neCoPopOut               pic z,zzz,zz9.
           05 filler                   pic xx      value spaces.
           05 neCoAreaOut              pic zz,zz9.

       01 xShareHeading.
           05 filler                   pic x(50)   value
               "Share of state population living in metro areas".

       01 xShareColumns.
           05 filler                   pic x(24)   value
               "St  State".
           05 filler                   pic x(12)   value
               "   State pop".
           05 filler                   pic x(12)   value
               "   Metro pop".
           05 filler                   pic x(9)    value
               "   Share".

       01 xShareLine.
           05 xSsAbbrOut               pic x(2).
           05 filler                   pic xx      value spaces.
           05 xSsNameOut               pic x(20).
           05 filler                   pic xx      value spaces.
           05 neSsStatePopOut          pic zz,zzz,zz9.
           05 filler                   pic xx      value spaces.
           05 neSsMetroPopOut          pic zz,zzz,zz9.
           05 filler                   pic xx      value spaces.
           05 neSsShareOut             pic zz9.9.
           05 filler                   pic x       value "%".

       01 xOutsideHeading.
           05 filler                   pic x(40)   value
               "Counties in no metro area".

       01 xFooter-1.
           05 neMetroCountOut          pic zz9.
           05 filler                   pic x(12)   value " metro(s)   ".
           05 neMetroCountyCountOut    pic zzz9.
           05 filler                   pic x(22)   value
               " counties in metros   ".
           05 neOutsideCountOut        pic zzz9.
           05 filler                   pic x(20)   value
               " in no metro, pop ".
           05 neOutsidePopOut          pic zzz,zzz,zz9.

       01 xFooter-2.
           05 neIgnoredCountOut        pic zzz9.
           05 filler                   pic x(52)   value
               " Metros.txt record(s) ignored - run the metro edit".

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
           perform 200-print-report.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 110-load-states.
           perform 120-load-counties.
           perform 130-load-cities.
           perform 140-load-metros.

           perform 150-compute-metro
               varying nMetroSubscript from 1 by 1
               until nMetroSubscript > nMetroCount.

           if nMetroCount > 1
               sort xMetroElement on descending key nMetroPopT,
           end-if.

       110-load-states.
           open input statesFile.
           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-state until xStatesEofFlag = "y".

           close statesFile.
           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-state.
           read statesFile
               at end
                   move "y" to xStatesEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xHeaderSeenFlag = "n" and xStateHeaderFlag = "99"
                       move "y" to xHeaderSeenFlag,
                   else
                       if nStateCount < 75
                           add 1 to nStateCount,
                           move xStateAbbreviation to xStateAbbrT (nStateCount),
                           move xStateName to xStateNameT (nStateCount),
                           move nPopulation to nStatePopT (nStateCount),
                           move 0 to nStateMetroPopT (nStateCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-counties.
           open input countiesFile.
           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-county until xCountyEofFlag = "y".

           close countiesFile.
           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-county.
           read countiesFile
               at end
                   move "y" to xCountyEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nCountyCount < 2000
                       add 1 to nCountyCount,
                       move function upper-case(xCountyStateAbbr)
                           to xCountyStateAbbrT (nCountyCount),
                       move xCountyName to xCountyNameT (nCountyCount),
                       move function upper-case(xCountyName)
                           to xCountyKeyT (nCountyCount),
                       move nCountyPop to nCountyPopT (nCountyCount),
                       move nCountyArea to nCountyAreaT (nCountyCount),
                       move spaces to xCountyMetroT (nCountyCount),
                   end-if,
           end-read.

           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-cities.
           open input citiesFile.
           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 131-read-city until xCityEofFlag = "y".

           close citiesFile.
           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 900-check-status.

       131-read-city.
           read citiesFile
               at end
                   move "y" to xCityEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nCityCount < 500
                       add 1 to nCityCount,
                       move function upper-case(xCityStateAbbr)
                           to xCityStateAbbrT (nCityCount),
                       move xCityName to xCityNameT (nCityCount),
                       move function upper-case(xCityName)
                           to xCityKeyT (nCityCount),
                       move nCityPop to nCityPopT (nCityCount),
                   end-if,
           end-read.

           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 901-check-read-status.

       140-load-metros.
           open input metroFile.
           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 141-read-metro-name until xMetroEofFlag = "y".

           close metroFile.
           move "n" to xMetroEofFlag.
           open input metroFile.
           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 143-read-metro-member until xMetroEofFlag = "y".

           close metroFile.
           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 900-check-status.

       141-read-metro-name.
           read metroFile
               at end
                   move "y" to xMetroEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xMetroTypeIn = "M" or xMetroTypeIn = "m"
                       move function upper-case(xMetroCodeIn)
                           to xMetroCodeWanted,
                       perform 160-find-metro,
                       if nFoundMetro = 0 and nMetroCount < 400
                           and xMetroCodeWanted not = spaces
                           perform 142-add-metro,
                       else
                           add 1 to nIgnoredCount,
                       end-if,
                   end-if,
           end-read.

           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 901-check-read-status.

       142-add-metro.
           add 1 to nMetroCount.
           move xMetroCodeWanted to xMetroCodeT (nMetroCount).
           move xMetroDataIn to xMetroNameT (nMetroCount).
           move 0 to nMetroPopT (nMetroCount).
           move 0 to nMetroAreaT (nMetroCount).
           move 0 to nMetroDensityT (nMetroCount).
           move 0 to nMetroCountiesT (nMetroCount).
           move 0 to nMetroSpanT (nMetroCount).
           move spaces to xMetroSpanStateT (nMetroCount, 1),
               xMetroSpanStateT (nMetroCount, 2),
               xMetroSpanStateT (nMetroCount, 3),
               xMetroSpanStateT (nMetroCount, 4),
               xMetroSpanStateT (nMetroCount, 5),
               xMetroSpanStateT (nMetroCount, 6),
               xMetroSpanStateT (nMetroCount, 7),
               xMetroSpanStateT (nMetroCount, 8).

       143-read-metro-member.
           read metroFile
               at end
                   move "y" to xMetroEofFlag,
               not at end
                   move function upper-case(xMetroCodeIn) to xMetroCodeWanted,
                   move function upper-case(xMetroStateIn) to xStateWanted,
                   move function upper-case(xMetroPlaceIn) to xPlaceWanted,
                   evaluate xMetroTypeIn
                       when "C"
                       when "c"
                           perform 144-assign-county
                       when "P"
                       when "p"
                           perform 146-add-principal
                       when "M"
                       when "m"
                           continue
                       when other
                           add 1 to nIgnoredCount
                   end-evaluate,
           end-read.

           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 901-check-read-status.

       144-assign-county.
           perform 160-find-metro.
           perform 170-find-county.

           if nFoundMetro = 0 or nFoundCounty = 0
               add 1 to nIgnoredCount,
           else
               if xCountyMetroT (nFoundCounty) not = spaces
                   add 1 to nIgnoredCount,
               else
                   move xMetroCodeWanted to xCountyMetroT (nFoundCounty),
                   add 1 to nMetroCountiesT (nFoundMetro),
                   add 1 to nMetroCountyCount,
                   add nCountyPopT (nFoundCounty) to nMetroPopT (nFoundMetro),
                   add nCountyAreaT (nFoundCounty) to nMetroAreaT (nFoundMetro),
                   perform 145-note-span,
                   perform 180-find-state,
                   if nFoundState > 0
                       add nCountyPopT (nFoundCounty)
                           to nStateMetroPopT (nFoundState),
                   end-if,
               end-if,
           end-if.

       145-note-span.
           move "n" to xSpanFoundFlag.
           perform 147-scan-span
               varying nSpanSubscript from 1 by 1
               until nSpanSubscript > nMetroSpanT (nFoundMetro)
               or xSpanFoundFlag = "y".

           if xSpanFoundFlag = "n" and nMetroSpanT (nFoundMetro) < 8
               add 1 to nMetroSpanT (nFoundMetro),
               move xStateWanted to xMetroSpanStateT (nFoundMetro,
                   nMetroSpanT (nFoundMetro)),
           end-if.

       146-add-principal.
           perform 160-find-metro.
           perform 175-find-city.

           if nFoundMetro = 0 or nFoundCity = 0 or nPrincipalCount >= 1000
               add 1 to nIgnoredCount,
           else
               add 1 to nPrincipalCount,
               move xMetroCodeWanted to xPrincipalMetroT (nPrincipalCount),
               move nFoundCity to nPrincipalCityT (nPrincipalCount),
           end-if.

       147-scan-span.
           if xMetroSpanStateT (nFoundMetro, nSpanSubscript) = xStateWanted
               move "y" to xSpanFoundFlag,
           end-if.

       150-compute-metro.
           if nMetroAreaT (nMetroSubscript) > 0
               compute nMetroDensityT (nMetroSubscript) rounded
                   = nMetroPopT (nMetroSubscript)
                   / nMetroAreaT (nMetroSubscript),
           end-if.

       160-find-metro.
           move 0 to nFoundMetro.
           perform 161-scan-metro
               varying nMetroSubscript from 1 by 1
               until nMetroSubscript > nMetroCount
               or nFoundMetro > 0.

       161-scan-metro.
           if xMetroCodeT (nMetroSubscript) = xMetroCodeWanted
               move nMetroSubscript to nFoundMetro,
           end-if.

       170-find-county.
           move 0 to nFoundCounty.
           perform 171-scan-county
               varying nCountySubscript from 1 by 1
               until nCountySubscript > nCountyCount
               or nFoundCounty > 0.

       171-scan-county.
           if xCountyStateAbbrT (nCountySubscript) = xStateWanted
               and xCountyKeyT (nCountySubscript) = xPlaceWanted
               move nCountySubscript to nFoundCounty,
           end-if.

       175-find-city.
           move 0 to nFoundCity.
           perform 176-scan-city
               varying nCitySubscript from 1 by 1
               until nCitySubscript > nCityCount
               or nFoundCity > 0.

       176-scan-city.
           if xCityStateAbbrT (nCitySubscript) = xStateWanted
               and xCityKeyT (nCitySubscript) = xPlaceWanted
               move nCitySubscript to nFoundCity,
           end-if.

       180-find-state.
           move 0 to nFoundState.
           perform 181-scan-state
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount
               or nFoundState > 0.

       181-scan-state.
           if xStateAbbrT (nStateSubscript) = xStateWanted
               move nStateSubscript to nFoundState,
           end-if.

       200-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Counties-04-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xPageHeading.
           write xOutput from xPageHeading before advancing 2 lines.
           perform 229-check-write.

           display xMetroHeading.
           write xOutput from xMetroHeading before advancing 1 line.
           perform 229-check-write.

           perform 210-metro-block
               varying nMetroSubscript from 1 by 1
               until nMetroSubscript > nMetroCount.

           display xShareHeading.
           write xOutput from xShareHeading before advancing 1 line.
           perform 229-check-write.
           display xShareColumns.
           write xOutput from xShareColumns before advancing 1 line.
           perform 229-check-write.

           perform 240-state-share
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.
           display xOutsideHeading.
           write xOutput from xOutsideHeading before advancing 1 line.
           perform 229-check-write.

           perform 250-outside-county
               varying nCountySubscript from 1 by 1
               until nCountySubscript > nCountyCount.

           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.

           move nMetroCount to neMetroCountOut.
           move nMetroCountyCount to neMetroCountyCountOut.
           move nOutsideCount to neOutsideCountOut.
           move nOutsidePop to neOutsidePopOut.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           perform 229-check-write.

           if nIgnoredCount > 0
               move nIgnoredCount to neIgnoredCountOut,
               display xFooter-2,
               write xOutput from xFooter-2 before advancing 1 line,
               perform 229-check-write,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Counties-04-output.txt" to xCurrentFileName.
           perform 900-check-status.

       210-metro-block.
           move xMetroCodeT (nMetroSubscript) to xMtCodeOut.
           move xMetroNameT (nMetroSubscript) to xMtNameOut.
           move nMetroPopT (nMetroSubscript) to neMtPopOut.
           move nMetroAreaT (nMetroSubscript) to neMtAreaOut.
           move nMetroDensityT (nMetroSubscript) to neMtDensityOut.
           move nMetroCountiesT (nMetroSubscript) to neMtCountiesOut.
           perform 211-span-out
               varying nSpanSubscript from 1 by 1
               until nSpanSubscript > 8.
           display xMetroLine.
           write xOutput from xMetroLine before advancing 1 line.
           perform 229-check-write.

           perform 220-principal-line
               varying nPrincipalSubscript from 1 by 1
               until nPrincipalSubscript > nPrincipalCount.

           perform 230-county-line
               varying nCountySubscript from 1 by 1
               until nCountySubscript > nCountyCount.

           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.

       211-span-out.
           move xMetroSpanStateT (nMetroSubscript, nSpanSubscript)
               to xMtSpanOut (nSpanSubscript).

       220-principal-line.
           if xPrincipalMetroT (nPrincipalSubscript)
                   = xMetroCodeT (nMetroSubscript)
               move nPrincipalCityT (nPrincipalSubscript) to nCitySubscript,
               move xCityNameT (nCitySubscript) to xPcNameOut,
               move xCityStateAbbrT (nCitySubscript) to xPcStateOut,
               move nCityPopT (nCitySubscript) to nePcPopOut,
               display xPrincipalLine,
               write xOutput from xPrincipalLine before advancing 1 line,
               perform 229-check-write,
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Counties-04-output.txt" to xCurrentFileName.
           perform 900-check-status.

       230-county-line.
           if xCountyMetroT (nCountySubscript) = xMetroCodeT (nMetroSubscript)
               move xCountyStateAbbrT (nCountySubscript) to xCoStateOut,
               move xCountyNameT (nCountySubscript) to xCoNameOut,
               move nCountyPopT (nCountySubscript) to neCoPopOut,
               move nCountyAreaT (nCountySubscript) to neCoAreaOut,
               display xCountyLine,
               write xOutput from xCountyLine before advancing 1 line,
               perform 229-check-write,
           end-if.

       240-state-share.
           move xStateAbbrT (nStateSubscript) to xSsAbbrOut.
           move xStateNameT (nStateSubscript) to xSsNameOut.
           move nStatePopT (nStateSubscript) to neSsStatePopOut.
           move nStateMetroPopT (nStateSubscript) to neSsMetroPopOut.
           move 0 to neSsShareOut.
           if nStatePopT (nStateSubscript) > 0
               compute neSsShareOut rounded
                   = nStateMetroPopT (nStateSubscript) * 100
                   / nStatePopT (nStateSubscript),
           end-if.
           display xShareLine.
           write xOutput from xShareLine before advancing 1 line.
           perform 229-check-write.

       250-outside-county.
           if xCountyMetroT (nCountySubscript) = spaces
               add 1 to nOutsideCount,
               add nCountyPopT (nCountySubscript) to nOutsidePop,
               move xCountyStateAbbrT (nCountySubscript) to xCoStateOut,
               move xCountyNameT (nCountySubscript) to xCoNameOut,
               move nCountyPopT (nCountySubscript) to neCoPopOut,
               move nCountyAreaT (nCountySubscript) to neCoAreaOut,
               display xCountyLine,
               write xOutput from xCountyLine before advancing 1 line,
               perform 229-check-write,
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

           move "COUNTIES-04" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nIgnoredCount to neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           close auditFile.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           perform 295-write-audit.

           display " ".
           display "Metro area report complete.".
           display " ".

           if nIgnoredCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.

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
