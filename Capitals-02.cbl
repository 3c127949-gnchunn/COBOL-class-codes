       identification division.
       program-id. Capitals-02.

       environment division.
       input-output section.
       file-control.
           select capitalsFile assign to "Capitals.txt" organization is line sequential
               file status is xStatusCapitals.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Capitals-02-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
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

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn      pic x(14).
           05   xControlParamIn        pic x(14).
           05   xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusCapitals              pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xCapitalsEofFlag             pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 xCapHeaderSeenFlag           pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 xReportMode                  pic 9       value 0.
       77 xStateWanted                 pic x(2)    value spaces.
       77 nCapCount                    pic 99      value 0.
       77 nCapSubscript                pic 99.
       77 nFromSubscript               pic 99      value 0.
       77 nToSubscript                 pic 99.
       77 nDistCount                   pic 99      value 0.
       77 nDistSubscript               pic 99.
       77 nDistShown                   pic 99.
       77 nNearestWanted               pic 99      value 5.
       77 nZoneSubscript               pic 9.
       77 nZoneCount                   pic 99      value 0.
       77 nZoneListCount               pic 99      value 0.
       77 nZoneListSubscript           pic 99.
       77 nOldZoneOrder                pic 9       value 0.
       77 xFirstZoneFlag               pic x       value "y".
       77 nRejectedCount               pic 99      value 0.
       77 nNoCoordCount                pic 99      value 0.
       77 nRecordsRead                 pic 9(6)    value 0.
       77 nLinesWritten                pic 9(6)    value 0.
       77 nRadLatFrom                  pic s9(3)v9(15).
       77 nRadLatTo                    pic s9(3)v9(15).
       77 nHalfDeltaLat                pic s9(3)v9(15).
       77 nHalfDeltaLon                pic s9(3)v9(15).
       77 nTermOne                     pic s9(3)v9(15).
       77 nTermTwo                     pic s9(3)v9(15).
       77 nHaversine                   pic s9(3)v9(15).
       77 nMiles                       pic 9(5)v9  value 0.
       77 nEarthDiameter               pic 9(4)v9  value 7917.6.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xValidTimeZones              pic x(24)   value
           "ET  CT  MT  PT  AKT HT  ".

       01 xZoneNameList.
           05 filler                   pic x(16)   value "Eastern".
           05 filler                   pic x(16)   value "Central".
           05 filler                   pic x(16)   value "Mountain".
           05 filler                   pic x(16)   value "Pacific".
           05 filler                   pic x(16)   value "Alaska".
           05 filler                   pic x(16)   value "Hawaii-Aleutian".
           05 filler                   pic x(16)   value "Not recorded".
       01 xZoneNameTable redefines xZoneNameList.
           05 xZoneNameT               pic x(16) occurs 7 times.

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xCapitalTable.
           05  xCapitalElement occurs 75 times.
               10 xCapAbbrT               pic x(2).
               10 xCapNameT               pic x(14).
               10 nCapLatT                pic s99v9(4).
               10 nCapLonT                pic s999v9(4).
               10 xCapZoneT               pic x(4).
               10 nCapZoneOrderT          pic 9.
               10 xCapCoordOkT            pic x.

       01 xDistanceTable.
           05  xDistanceElement occurs 1 to 75 times
                   depending on nDistCount.
               10 nDistMilesT             pic 9(5)v9.
               10 nDistCapT               pic 99.

       01 xZoneListTable.
           05  xZoneListElement occurs 1 to 75 times
                   depending on nZoneListCount.
               10 nZoneOrderT             pic 9.
               10 xZoneCapNameT           pic x(14).
               10 xZoneAbbrT              pic x(2).

       01 xPageHeading.
           05 filler                   pic x(40)   value
               "*** Capital-to-Capital Distances ***".

       01 xFromHeading.
           05 filler                   pic x(15)   value "Distances from ".
           05 xFromNameOut             pic x(40).

       01 xNearHeading.
           05 xNearAbbrOut             pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xNearNameOut             pic x(14).
           05 filler                   pic x(2)    value spaces.
           05 xNearZoneOut             pic x(4).
           05 filler                   pic x(20)   value
               " - nearest capitals".

       01 xDistanceLine.
           05 filler                   pic x(2)    value spaces.
           05 neDistRankOut            pic z9.
           05 filler                   pic x(2)    value spaces.
           05 xDistAbbrOut             pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xDistNameOut             pic x(14).
           05 filler                   pic x(2)    value spaces.
           05 neDistMilesOut           pic zz,zz9.9.
           05 filler                   pic x(5)    value " mi  ".
           05 xDistZoneOut             pic x(4).

       01 xZoneHeading.
           05 filler                   pic x(40)   value
               "Capitals by time zone".

       01 xZoneGroupLine.
           05 xZoneGroupCodeOut        pic x(4).
           05 filler                   pic x(2)    value spaces.
           05 xZoneGroupNameOut        pic x(16).

       01 xZoneCapLine.
           05 filler                   pic x(4)    value spaces.
           05 xZoneCapAbbrOut          pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xZoneCapNameOut          pic x(14).

       01 xZoneFooter.
           05 filler                   pic x(4)    value spaces.
           05 neZoneCountOut           pic z9.
           05 filler                   pic x(11)   value " capital(s)".

       01 xExceptionLine.
           05 filler                   pic x(4)    value "*** ".
           05 xExcAbbrOut              pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xExcNameOut              pic x(14).
           05 filler                   pic x(2)    value spaces.
           05 xExcReasonOut            pic x(40).

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

           if xReportMode = 2
               perform 220-nearest-for-all,
               perform 230-time-zone-listing,
           else
               perform 210-distances-from-one,
           end-if.

           perform 300-termination.

           if nFromSubscript = 0 and xReportMode not = 2
               move 8 to return-code,
           else
               if nRejectedCount > 0
                   move 4 to return-code,
               else
                   move 0 to return-code,
               end-if,
           end-if.
           stop run.

       100-initialization.
           perform 105-load-control.

           move "MODE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute xReportMode = function numval(xControlValueFound)
           else
               display " ",
               display "1. Distances from one capital",
               display "2. Five nearest for every state, by time zone",
               display "Selection? " with no advancing,
               accept xReportMode,
           end-if.

           if xReportMode not = 2
               move 1 to xReportMode,
               move "STATE" to xControlParamWanted,
               perform 107-find-control,
               if xControlFoundFlag = "y"
                   move xControlValueFound (1:2) to xStateWanted,
               else
                   display "State abbreviation? " with no advancing,
                   accept xStateWanted,
               end-if,
               move function upper-case(xStateWanted) to xStateWanted,
           end-if.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-02-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xPageHeading.
           write xOutput from xPageHeading before advancing 2 lines.
           perform 229-check-write.

           perform 110-load-capitals.

       105-load-control.
           open input controlFile.

           if xStatusControl = "00"
               perform 106-read-control until xControlEofFlag = "y",
               close controlFile,
           end-if.

       106-read-control.
           read controlFile
               at end
                   move "y" to xControlEofFlag,
               not at end
                   if xControlProgramIn = "CAPITALS-02"
                       and nControlLoadSubscript < 10
                       add 1 to nControlLoadSubscript,
                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
           end-read.

       107-find-control.
           move "n" to xControlFoundFlag.
           move spaces to xControlValueFound.
           perform 108-search-control varying nControlSearchSubscript from 1 by 1
               until nControlSearchSubscript > nControlLoadSubscript
               or xControlFoundFlag = "y".

       108-search-control.
           if xControlParamT (nControlSearchSubscript) = xControlParamWanted
               move "y" to xControlFoundFlag,
               move xControlValueT (nControlSearchSubscript) to xControlValueFound,
           end-if.

       110-load-capitals.
           open input capitalsFile.
           move xStatusCapitals to xCurrentStatus.
           move "Capitals.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-capital until xCapitalsEofFlag = "y".

           close capitalsFile.
           move xStatusCapitals to xCurrentStatus.
           move "Capitals.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-capital.
           read capitalsFile
               at end
                   move "y" to xCapitalsEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xCapHeaderSeenFlag = "n" and xCapHeaderFlag = "99"
                       move "y" to xCapHeaderSeenFlag,
                   else
                       if nCapCount < 75
                           add 1 to nCapCount,
                           perform 112-store-capital,
                       end-if,
                   end-if,
           end-read.

           move xStatusCapitals to xCurrentStatus.
           move "Capitals.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-store-capital.
           move xStateAbbrIn to xCapAbbrT (nCapCount).
           move xCapNameIn to xCapNameT (nCapCount).
           move function upper-case(xCapTimeZoneIn) to xCapZoneT (nCapCount).
           move 0 to nCapLatT (nCapCount).
           move 0 to nCapLonT (nCapCount).
           move "n" to xCapCoordOkT (nCapCount).

           move 7 to nCapZoneOrderT (nCapCount).
           perform 113-scan-zone
               varying nZoneSubscript from 1 by 1
               until nZoneSubscript > 6.

           if nCapLatitudeIn not numeric or nCapLongitudeIn not numeric
               or (xCapLatHemIn = space and xCapLonHemIn = space)
               add 1 to nNoCoordCount,
               move "no coordinates - left out of distances"
                   to xExcReasonOut,
               perform 115-write-exception,
           else
               if nCapLatitudeIn > 90 or nCapLongitudeIn > 180
                   or (xCapLatHemIn not = "N" and xCapLatHemIn not = "S")
                   or (xCapLonHemIn not = "E" and xCapLonHemIn not = "W")
                   add 1 to nRejectedCount,
                   move "r" to xCapCoordOkT (nCapCount),
                   move "coordinates out of range - rejected"
                       to xExcReasonOut,
                   perform 115-write-exception,
               else
                   move "y" to xCapCoordOkT (nCapCount),
                   move nCapLatitudeIn to nCapLatT (nCapCount),
                   if xCapLatHemIn = "S"
                       compute nCapLatT (nCapCount) = 0 - nCapLatitudeIn,
                   end-if,
                   move nCapLongitudeIn to nCapLonT (nCapCount),
                   if xCapLonHemIn = "W"
                       compute nCapLonT (nCapCount) = 0 - nCapLongitudeIn,
                   end-if,
               end-if,
           end-if.

       113-scan-zone.
           if xValidTimeZones (nZoneSubscript * 4 - 3:4) = xCapZoneT (nCapCount)
               and xCapZoneT (nCapCount) not = spaces
               move nZoneSubscript to nCapZoneOrderT (nCapCount),
           end-if.

       115-write-exception.
           move xStateAbbrIn to xExcAbbrOut.
           move xCapNameIn to xExcNameOut.
           display xExceptionLine.
           write xOutput from xExceptionLine before advancing 1 line.
           perform 229-check-write.

       210-distances-from-one.
           move 0 to nFromSubscript.
           perform 211-find-capital
               varying nCapSubscript from 1 by 1
               until nCapSubscript > nCapCount
               or nFromSubscript > 0.

           if nFromSubscript = 0
               display "*** No capital with usable coordinates for '",
                   xStateWanted, "' ***",
           else
               move spaces to xOutput,
               write xOutput before advancing 1 line,
               perform 229-check-write,
               move function concatenate
                   (function trim(xCapNameT (nFromSubscript)), ", ",
                   xCapAbbrT (nFromSubscript), " - nearest first")
                   to xFromNameOut,
               display xFromHeading,
               write xOutput from xFromHeading before advancing 1 line,
               perform 229-check-write,
               perform 250-build-distances,
               move nDistCount to nNearestWanted,
               perform 260-print-distances,
           end-if.

       211-find-capital.
           if xCapAbbrT (nCapSubscript) = xStateWanted
               and xCapCoordOkT (nCapSubscript) = "y"
               move nCapSubscript to nFromSubscript,
           end-if.

       220-nearest-for-all.
           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.

           perform 221-nearest-block
               varying nFromSubscript from 1 by 1
               until nFromSubscript > nCapCount.

       221-nearest-block.
           if xCapCoordOkT (nFromSubscript) = "y"
               move xCapAbbrT (nFromSubscript) to xNearAbbrOut,
               move xCapNameT (nFromSubscript) to xNearNameOut,
               move xCapZoneT (nFromSubscript) to xNearZoneOut,
               display xNearHeading,
               write xOutput from xNearHeading before advancing 1 line,
               perform 229-check-write,
               perform 250-build-distances,
               move 5 to nNearestWanted,
               perform 260-print-distances,
               move spaces to xOutput,
               write xOutput before advancing 1 line,
               perform 229-check-write,
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-02-output.txt" to xCurrentFileName.
           perform 900-check-status.

       230-time-zone-listing.
           move 0 to nZoneListCount.
           perform 231-add-zone-entry
               varying nCapSubscript from 1 by 1
               until nCapSubscript > nCapCount.

           if nZoneListCount > 0
               sort xZoneListElement on ascending key nZoneOrderT
                   ascending key xZoneCapNameT,
           end-if.

           display xZoneHeading.
           write xOutput from xZoneHeading before advancing 1 line.
           perform 229-check-write.

           move "y" to xFirstZoneFlag.
           move 0 to nZoneCount.
           perform 232-zone-line
               varying nZoneListSubscript from 1 by 1
               until nZoneListSubscript > nZoneListCount.

           if xFirstZoneFlag = "n"
               perform 234-zone-footer,
           end-if.

       231-add-zone-entry.
           if xCapCoordOkT (nCapSubscript) not = "r"
               add 1 to nZoneListCount,
               move nCapZoneOrderT (nCapSubscript)
                   to nZoneOrderT (nZoneListCount),
               move xCapNameT (nCapSubscript)
                   to xZoneCapNameT (nZoneListCount),
               move xCapAbbrT (nCapSubscript) to xZoneAbbrT (nZoneListCount),
           end-if.

       232-zone-line.
           if xFirstZoneFlag = "y"
               or nZoneOrderT (nZoneListSubscript) not = nOldZoneOrder
               if xFirstZoneFlag = "n"
                   perform 234-zone-footer,
               end-if,
               move "n" to xFirstZoneFlag,
               move nZoneOrderT (nZoneListSubscript) to nOldZoneOrder,
               perform 233-zone-heading,
           end-if.

           add 1 to nZoneCount.
           move xZoneAbbrT (nZoneListSubscript) to xZoneCapAbbrOut.
           move xZoneCapNameT (nZoneListSubscript) to xZoneCapNameOut.
           display xZoneCapLine.
           write xOutput from xZoneCapLine before advancing 1 line.
           perform 229-check-write.

       233-zone-heading.
           move 0 to nZoneCount.
           if nOldZoneOrder < 7
               move xValidTimeZones (nOldZoneOrder * 4 - 3:4)
                   to xZoneGroupCodeOut,
           else
               move spaces to xZoneGroupCodeOut,
           end-if.
           move xZoneNameT (nOldZoneOrder) to xZoneGroupNameOut.
           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.
           display xZoneGroupLine.
           write xOutput from xZoneGroupLine before advancing 1 line.
           perform 229-check-write.

       234-zone-footer.
           move nZoneCount to neZoneCountOut.
           display xZoneFooter.
           write xOutput from xZoneFooter before advancing 1 line.
           perform 229-check-write.

       250-build-distances.
           move 0 to nDistCount.
           perform 251-add-distance
               varying nToSubscript from 1 by 1
               until nToSubscript > nCapCount.

           if nDistCount > 0
               sort xDistanceElement on ascending key nDistMilesT,
           end-if.

       251-add-distance.
           if nToSubscript not = nFromSubscript
               and xCapCoordOkT (nToSubscript) = "y"
               perform 270-great-circle,
               add 1 to nDistCount,
               move nMiles to nDistMilesT (nDistCount),
               move nToSubscript to nDistCapT (nDistCount),
           end-if.

       260-print-distances.
           move 0 to nDistShown.
           perform 261-distance-line
               varying nDistSubscript from 1 by 1
               until nDistSubscript > nDistCount
               or nDistShown >= nNearestWanted.

       261-distance-line.
           add 1 to nDistShown.
           move nDistCapT (nDistSubscript) to nToSubscript.
           move nDistShown to neDistRankOut.
           move xCapAbbrT (nToSubscript) to xDistAbbrOut.
           move xCapNameT (nToSubscript) to xDistNameOut.
           move nDistMilesT (nDistSubscript) to neDistMilesOut.
           move xCapZoneT (nToSubscript) to xDistZoneOut.
           display xDistanceLine.
           write xOutput from xDistanceLine before advancing 1 line.
           perform 229-check-write.

       270-great-circle.
           compute nRadLatFrom = nCapLatT (nFromSubscript) * function pi / 180.
           compute nRadLatTo = nCapLatT (nToSubscript) * function pi / 180.
           compute nHalfDeltaLat = (nCapLatT (nToSubscript)
               - nCapLatT (nFromSubscript)) * function pi / 360.
           compute nHalfDeltaLon = (nCapLonT (nToSubscript)
               - nCapLonT (nFromSubscript)) * function pi / 360.

           compute nTermOne = function sin(nHalfDeltaLat).
           compute nHaversine = nTermOne * nTermOne.
           compute nTermOne = function cos(nRadLatFrom).
           compute nTermTwo = function cos(nRadLatTo).
           compute nTermOne = nTermOne * nTermTwo.
           compute nTermTwo = function sin(nHalfDeltaLon).
           compute nTermOne = nTermOne * nTermTwo * nTermTwo.
           add nTermOne to nHaversine.

           if nHaversine > 1
               move 1 to nHaversine,
           end-if.
           compute nTermOne = function sqrt(nHaversine).
           compute nTermTwo = function asin(nTermOne).
           compute nMiles rounded = nTermTwo * nEarthDiameter.

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

           move "CAPITALS-02" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nRejectedCount to neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           close auditFile.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-02-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

           if nRejectedCount > 0
               display "*** ", nRejectedCount, " capital(s) rejected for",
                   " out-of-range coordinates ***",
           end-if.

           display " ".
           display "Capital distance report complete.".
           display " ".

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
