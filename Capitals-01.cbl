               file status is xStatusOutfile.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select historyFile assign to "CapitalHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

           05   nPopIn                 pic 9999999.
           05   nYearFounded           pic 9999.
           05   nPopRank               pic 99.
           05   nCapLatitudeIn         pic 99v9(4).
           05   xCapLatHemIn           pic x.
           05   nCapLongitudeIn        pic 999v9(4).
           05   xCapLonHemIn           pic x.
           05   xCapTimeZoneIn         pic x(4).

       01 xInputHeader redefines xInput.
           05   xHeaderFlag            pic x(2).
           05   nExpectedRecordCount   pic 9(7).
           05   nExpectedTotalPop      pic 9(10).
           05   filler                 pic x(29).

       fd outfile.
       01 xOutputRecord                pic x(80).
           05   xControlParamIn        pic x(14).
           05   xControlValueIn        pic x(10).

       fd historyFile.
       01 xHistoryInput.
           05   xCapHistStateIn        pic x(2).
           05   xCapHistCityIn         pic x(14).
           05   nCapHistFromIn         pic 9(4).
           05   nCapHistToIn           pic 9(4).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

           77  nEraOldestYear              pic 9(4)        value 0.
           77  xEraNewestName              pic x(18)       value spaces.
           77  nEraNewestYear              pic 9(4)        value 0.
           77  xStatusHistory              pic xx          value "00".
           77  xHistoryEofFlag             pic x           value "n".
           77  nHistoryCount               pic 9999        value 0.
           77  nHistorySubscript           pic 9999.
           77  nAsOfYear                   pic 9(4)        value 0.
           77  xHistoryFoundFlag           pic x           value "n".
           77  xStateHasHistoryFlag        pic x           value "n".
           77  nAsOfFound                  pic 9999        value 0.

       01 xControlTable.
           05  xControlElement occurs 10 times.
           05 filler                   pic x(2)    value ") ".
           05 neEraAvgPopOut           pic z,zzz,zz9.

       01 xHistoryTable.
           05  xHistoryElement occurs 1 to 500 times
                   depending on nHistoryCount.
           10 xHistStateT              pic x(2).
           10 xHistCityT               pic x(14).
           10 nHistFromT               pic 9(4).
           10 nHistToT                 pic 9(4).

       01 xAsOfHeading-1.
           05 filler                   pic x(20)   value "Capitals as of year ".
           05 neAsOfYearOut            pic 9999.

       01 xAsOfHeading-2.
           05 filler                   pic x(7)    value "State".
           05 filler                   pic x(16)   value "Capital".
           05 filler                   pic x(7)    value "Since".
           05 filler                   pic x(30)   value "Note".

       01 xAsOfDetail.
           05 xAsOfStateOut            pic x(2).
           05 filler                   pic x(5)    value spaces.
           05 xAsOfCapitalOut          pic x(14).
           05 filler                   pic xx      value spaces.
           05 neAsOfSinceOut           pic zzzz.
           05 filler                   pic x(3)    value spaces.
           05 xAsOfNoteOut             pic x(40).

       01 xFooter-1.
           05 filler                    pic x(30)   value "Number of Capitals Processed: ".
           05 neTotalCapitalsProcessed  pic z9.
               move 1 to xReportMode,
           end-if.

           evaluate xReportMode
               when 2
                   perform 250-era-report,
               when 3
                   perform 270-as-of-report,
               when other
                   perform 201-population-report,
           end-evaluate.

       250-era-report.
           display xEraHeading-1.
           move 0 to nEraCount.
           move 0 to nEraPopTotal.

       270-as-of-report.
           move "ASOF-YEAR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nAsOfYear = function numval(xControlValueFound)
           else
               display " "
               display "Capital as of what year? " with no advancing
               accept nAsOfYear
           end-if.

           perform 271-load-history.

           move nAsOfYear to neAsOfYearOut.
           display xAsOfHeading-1.
           write xOutputRecord from xAsOfHeading-1 before advancing 2 lines.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xAsOfHeading-2.
           write xOutputRecord from xAsOfHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           sort xCapitalElement on ascending key xStateAbbr.

           perform 275-as-of-line varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nLoadSubscript.

       271-load-history.
           open input historyFile.

           if xStatusHistory = "35"
               display "*** CapitalHistory.txt not found -",
                   " current capitals shown for every state ***",
           else
               move xStatusHistory to xCurrentStatus,
               move "CapitalHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 272-read-history until xHistoryEofFlag = "y",
               close historyFile,
               move xStatusHistory to xCurrentStatus,
               move "CapitalHistory.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       272-read-history.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nHistoryCount < 500
                       add 1 to nHistoryCount,
                       move xCapHistStateIn to xHistStateT (nHistoryCount),
                       move xCapHistCityIn to xHistCityT (nHistoryCount),
                       move nCapHistFromIn to nHistFromT (nHistoryCount),
                       move nCapHistToIn to nHistToT (nHistoryCount),
                   else
                       display "*** Capital history table full - ",
                           xCapHistStateIn, " ", xCapHistCityIn,
                           " not loaded ***",
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       275-as-of-line.
           move "n" to xHistoryFoundFlag.
           move "n" to xStateHasHistoryFlag.
           perform 276-scan-history varying nHistorySubscript from 1 by 1
               until nHistorySubscript > nHistoryCount
               or xHistoryFoundFlag = "y".

           move xStateAbbr (nProcessSubscript) to xAsOfStateOut.
           move spaces to xAsOfNoteOut.

           if xHistoryFoundFlag = "y"
               move xHistCityT (nAsOfFound) to xAsOfCapitalOut,
               move nHistFromT (nAsOfFound) to neAsOfSinceOut,
               if xHistCityT (nAsOfFound) not = xCapName (nProcessSubscript)
                   move function concatenate ("capital today is ",
                       function trim(xCapName (nProcessSubscript)))
                       to xAsOfNoteOut,
               end-if,
           else
               if xStateHasHistoryFlag = "y"
                   move "(none)" to xAsOfCapitalOut,
                   move 0 to neAsOfSinceOut,
                   move "no capital on file for that year" to xAsOfNoteOut,
               else
                   move xCapName (nProcessSubscript) to xAsOfCapitalOut,
                   move 0 to neAsOfSinceOut,
                   move "no history on file - current capital"
                       to xAsOfNoteOut,
               end-if,
           end-if.

           display xAsOfDetail.
           write xOutputRecord from xAsOfDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-01-output.txt" to xCurrentFileName.
           perform 900-check-status.
           add 1 to nTotalCapitalsProcessed.

       276-scan-history.
           if xHistStateT (nHistorySubscript) = xStateAbbr (nProcessSubscript)
               move "y" to xStateHasHistoryFlag,
               if nHistFromT (nHistorySubscript) <= nAsOfYear
                   and (nHistToT (nHistorySubscript) = 0
                       or nHistToT (nHistorySubscript) > nAsOfYear)
                   move "y" to xHistoryFoundFlag,
                   move nHistorySubscript to nAsOfFound,
               end-if,
           end-if.

       201-population-report.
           move "NMINIMUM" to xControlParamWanted.
           perform 107-find-control.
           perform 900-check-status.

           if nTotalCapitalsProcessed > 0 and xReportMode not = 2
               and xReportMode not = 3
               divide nFilteredPopTotal by nTotalCapitalsProcessed giving nFilteredPopAvg,
               move nFilteredPopAvg to neFilteredPopAvg,
               move nFilteredPopHigh to neFilteredPopHigh,
