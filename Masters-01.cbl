           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xStateInputHeader redefines xStateInput.
           05   xStateHeaderFlag       pic x(2).
           05   nStateExpectedCount    pic 9(7).
           05   nStateExpectedPop      pic 9(10).
           05   filler                 pic x(22).

       fd capitalsFile.
       01 xCapitalInput.
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

       working-storage section.
       77 xStatusStates                pic xx      value "00".
       77 nHashCount                   pic 9(7)    value 0.
       77 nHashPop                     pic 9(10)   value 0.
       77 xEntryKey                    pic x(20)   value spaces.
       77 nEditSubscript               pic 999.
       77 xEntryCoordinate             pic x(12)   value spaces.
       77 nEntryCoordinate             pic s9(5)v9(4) value 0.
       77 xCoordOkFlag                 pic x       value "n".
       77 xEntryTimeZone               pic x(4)    value spaces.
       77 nZoneSubscript               pic 9.
       77 nEntryStateFips              pic 99      value 0.

       01 xValidTimeZones              pic x(24)   value
           "ET  CT  MT  PT  AKT HT  ".

       01 xSignOnParms.
           05 xSignOnProgram           pic x(14).
           05 xSignOnAction            pic x.
           05 xSignOnOkFlag            pic x.
           05 xSignOnOperator          pic x(8).

       01 xMenu.
           05 filler                   pic x(38)   value
               10 xStateNameT            pic x(20).
               10 nPopulationT           pic 99999999.
               10 nAreaT                 pic 999999.
               10 nStateFipsT            pic 99.
               10 filler                 pic x(7).

       01 xCapitalTable redefines xStateTable.
           05  xCapitalElement occurs 75 times.
               10 nCapPopT               pic 9999999.
               10 nYearFoundedT          pic 9999.
               10 nPopRankT              pic 99.
               10 nCapLatitudeT          pic 99v9(4).
               10 xCapLatHemT            pic x.
               10 nCapLongitudeT         pic 999v9(4).
               10 xCapLonHemT            pic x.
               10 xCapTimeZoneT          pic x(4).

       procedure division.
       000-main.
       100-initialization.
           display " ".
           display "Hash-Totaled Master File Maintenance".

           move "MASTERS-01" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.

           display " ".
           display "1. States.txt".
           display "2. Capitals.txt".
                       move xStateName to xStateNameT (nLoadSubscript),
                       move nPopulation to nPopulationT (nLoadSubscript),
                       move nArea to nAreaT (nLoadSubscript),
                       move nStateFips to nStateFipsT (nLoadSubscript),
                   end-if,
                   end-if,
           end-read.
                       move nPopIn to nCapPopT (nLoadSubscript),
                       move nYearFounded to nYearFoundedT (nLoadSubscript),
                       move nPopRank to nPopRankT (nLoadSubscript),
                       move nCapLatitudeIn to nCapLatitudeT (nLoadSubscript),
                       move xCapLatHemIn to xCapLatHemT (nLoadSubscript),
                       move nCapLongitudeIn
                           to nCapLongitudeT (nLoadSubscript),
                       move xCapLonHemIn to xCapLonHemT (nLoadSubscript),
                       move xCapTimeZoneIn to xCapTimeZoneT (nLoadSubscript),
                   end-if,
                   end-if,
           end-read.
           display "Selection? " with no advancing.
           accept xMenuChoice.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate xMenuChoice
                   when 1
                       perform 210-add-record
                   when 2
                       perform 220-change-record
                   when 3
                       perform 230-delete-record
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
               when 1 thru 2
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       210-add-record.
           if nLoadSubscript >= 75
               display "The table is full - no more records can be added.",
           accept nPopulationT (nLoadSubscript).
           display "Area? " with no advancing.
           accept nAreaT (nLoadSubscript).
           display "State FIPS code? " with no advancing.
           accept nStateFipsT (nLoadSubscript).

           if xStateAbbreviationT (nLoadSubscript) = spaces
               or xStateNameT (nLoadSubscript) = spaces
           accept nYearFoundedT (nLoadSubscript).
           display "Population rank? " with no advancing.
           accept nPopRankT (nLoadSubscript).
           move nLoadSubscript to nEditSubscript.
           perform 215-accept-location.

           if xStateAbbrT (nLoadSubscript) = spaces
               or xCapNameT (nLoadSubscript) = spaces
               display "Capital added.",
           end-if.

       215-accept-location.
           move "n" to xCoordOkFlag.
           perform 216-accept-latitude until xCoordOkFlag = "y".
           move "n" to xCoordOkFlag.
           perform 217-accept-longitude until xCoordOkFlag = "y".
           move "n" to xCoordOkFlag.
           perform 218-accept-time-zone until xCoordOkFlag = "y".

       216-accept-latitude.
           display "Latitude in degrees (negative for south)? "
               with no advancing.
           move spaces to xEntryCoordinate.
           accept xEntryCoordinate.
           compute nEntryCoordinate = function numval(xEntryCoordinate).

           if nEntryCoordinate < -90 or nEntryCoordinate > 90
               display "*** Latitude must be between -90 and 90 ***",
           else
               move "y" to xCoordOkFlag,
               if nEntryCoordinate < 0
                   move "S" to xCapLatHemT (nEditSubscript),
                   compute nCapLatitudeT (nEditSubscript)
                       = 0 - nEntryCoordinate,
               else
                   move "N" to xCapLatHemT (nEditSubscript),
                   move nEntryCoordinate to nCapLatitudeT (nEditSubscript),
               end-if,
           end-if.

       217-accept-longitude.
           display "Longitude in degrees (negative for west)? "
               with no advancing.
           move spaces to xEntryCoordinate.
           accept xEntryCoordinate.
           compute nEntryCoordinate = function numval(xEntryCoordinate).

           if nEntryCoordinate < -180 or nEntryCoordinate > 180
               display "*** Longitude must be between -180 and 180 ***",
           else
               move "y" to xCoordOkFlag,
               if nEntryCoordinate < 0
                   move "W" to xCapLonHemT (nEditSubscript),
                   compute nCapLongitudeT (nEditSubscript)
                       = 0 - nEntryCoordinate,
               else
                   move "E" to xCapLonHemT (nEditSubscript),
                   move nEntryCoordinate to nCapLongitudeT (nEditSubscript),
               end-if,
           end-if.

       218-accept-time-zone.
           display "Time zone (ET, CT, MT, PT, AKT or HT)? "
               with no advancing.
           move spaces to xEntryTimeZone.
           accept xEntryTimeZone.
           move function upper-case(xEntryTimeZone) to xEntryTimeZone.

           perform 219-scan-time-zone
               varying nZoneSubscript from 1 by 1
               until nZoneSubscript > 6
               or xCoordOkFlag = "y".

           if xCoordOkFlag = "y"
               move xEntryTimeZone to xCapTimeZoneT (nEditSubscript),
           else
               display "*** Enter ET, CT, MT, PT, AKT or HT ***",
           end-if.

       219-scan-time-zone.
           if xValidTimeZones (nZoneSubscript * 4 - 3:4) = xEntryTimeZone
               move "y" to xCoordOkFlag,
           end-if.

       220-change-record.
           if xFileChoice = 1
               display "State abbreviation to change? " with no advancing,
                   accept nPopulationT (nProcessSubscript),
                   display "New area? " with no advancing,
                   accept nAreaT (nProcessSubscript),
                   display "New FIPS code (blank keeps current)? "
                       with no advancing,
                   move 0 to nEntryStateFips,
                   accept nEntryStateFips,
                   if nEntryStateFips > 0
                       move nEntryStateFips to nStateFipsT (nProcessSubscript),
                   end-if,
                   display "Record updated.",
               end-if,
           else
                   accept nCapPopT (nProcessSubscript),
                   display "New population rank? " with no advancing,
                   accept nPopRankT (nProcessSubscript),
                   move nProcessSubscript to nEditSubscript,
                   perform 215-accept-location,
                   display "Record updated.",
               end-if,
           end-if.
           move xStateNameT (nProcessSubscript) to xStateName.
           move nPopulationT (nProcessSubscript) to nPopulation.
           move nAreaT (nProcessSubscript) to nArea.
           move nStateFipsT (nProcessSubscript) to nStateFips.

           write xStateInput.
           move xStatusStates to xCurrentStatus.
           move nCapPopT (nProcessSubscript) to nPopIn.
           move nYearFoundedT (nProcessSubscript) to nYearFounded.
           move nPopRankT (nProcessSubscript) to nPopRank.
           move nCapLatitudeT (nProcessSubscript) to nCapLatitudeIn.
           move xCapLatHemT (nProcessSubscript) to xCapLatHemIn.
           move nCapLongitudeT (nProcessSubscript) to nCapLongitudeIn.
           move xCapLonHemT (nProcessSubscript) to xCapLonHemIn.
           move xCapTimeZoneT (nProcessSubscript) to xCapTimeZoneIn.

           write xCapitalInput.
           move xStatusCapitals to xCurrentStatus.
