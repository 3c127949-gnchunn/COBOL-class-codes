       identification division.
       program-id. Temp_normals.

       environment division.
       input-output section.
       file-control.
           select readingsFile assign to "TempReadings.txt"
               organization is line sequential
               file status is xStatusReadings.
           select normalsFile assign to "TempNormals.txt"
               organization is line sequential
               file status is xStatusNormals.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Temp_normals-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd readingsFile.
       01 xReadingInput.
           05   xStationIdIn           pic x(8).
           05   nReadingDateIn         pic 9(8).
           05   nReadingTimeIn         pic 9(4).
           05   nInputFahrIn           pic s999999v99.

       fd normalsFile.
       01 xNormalRecord.
           05   xNormStationOut        pic x(8).
           05   nNormMonthOut          pic 99.
           05   nNormYearsOut          pic 99.
           05   nNormFirstYearOut      pic 9(4).
           05   nNormLastYearOut       pic 9(4).
           05   nNormMeanOut           pic s999v99 sign leading separate.
           05   nNormHighOut           pic s999v99 sign leading separate.
           05   nNormLowOut            pic s999v99 sign leading separate.
           05   nNormStdDevOut         pic 999v99.

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
       77 xStatusReadings              pic xx      value "00".
       77 xStatusNormals               pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xReadingsEofFlag             pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 nReportYearMonth             pic 9(6)    value 0.
       77 nLatestYearMonth             pic 9(6)    value 0.
       77 nMinYears                    pic 99      value 5.
       77 nMinDays                     pic 99      value 15.
       77 nReadingCount                pic 9(5)    value 0.
       77 nReadingSubscript            pic 9(5).
       77 nReadingsRead                pic 9(5)    value 0.
       77 nSkippedCount                pic 9(5)    value 0.
       77 nMonthCount                  pic 9999    value 0.
       77 nMonthSubscript              pic 9999.
       77 nNormalCount                 pic 9999    value 0.
       77 nNormalSubscript             pic 9999.
       77 xNormalFoundFlag             pic x       value "n".
       77 nStationCount                pic 99      value 0.
       77 nStationSubscript            pic 99.
       77 xStationFoundFlag            pic x       value "n".
       77 xDayStation                  pic x(8)    value spaces.
       77 nDayDate                     pic 9(8)    value 0.
       77 nDaySum                      pic s9(8)v99 value 0.
       77 nDayCount                    pic 9999    value 0.
       77 nDayHigh                     pic s999999v99 value 0.
       77 nDayLow                      pic s999999v99 value 0.
       77 nDayMean                     pic s999999v99 value 0.
       77 nWorkYearMonth               pic 9(6)    value 0.
       77 nWorkMonth                   pic 99      value 0.
       77 nVariance                    pic s9(7)v9(4) value 0.
       77 nDeparture                   pic s999999v99 value 0.
       77 nSigmas                      pic s99v99  value 0.
       77 nReportFound                 pic 9999    value 0.
       77 nFlaggedCount                pic 99      value 0.
       77 nNormalsWritten              pic 9999    value 0.
       77 nLinesWritten                pic 9999    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xReadingTable.
           05  xReadingElement occurs 1 to 20000 times
                   depending on nReadingCount.
               10 xRdgStationT           pic x(8).
               10 nRdgDateT              pic 9(8).
               10 nRdgFahrT              pic s999999v99.

       01 xMonthTable.
           05  xMonthElement occurs 1 to 3000 times
                   depending on nMonthCount.
               10 xMonStationT           pic x(8).
               10 nMonYearMonthT         pic 9(6).
               10 nMonDaysT              pic 99.
               10 nMonSumMeanT           pic s9(7)v99.
               10 nMonSumHighT           pic s9(7)v99.
               10 nMonSumLowT            pic s9(7)v99.
               10 nMonMeanT              pic s999999v99.
               10 nMonHighT              pic s999999v99.
               10 nMonLowT               pic s999999v99.

       01 xNormalTable.
           05  xNormalElement occurs 1 to 600 times
                   depending on nNormalCount.
               10 xNormStationT          pic x(8).
               10 nNormMonthT            pic 99.
               10 nNormYearsT            pic 99.
               10 nNormFirstYearT        pic 9(4).
               10 nNormLastYearT         pic 9(4).
               10 nNormSumMeanT          pic s9(7)v99.
               10 nNormSumSquareT        pic s9(9)v9(4).
               10 nNormSumHighT          pic s9(7)v99.
               10 nNormSumLowT           pic s9(7)v99.
               10 nNormMeanT             pic s999v99.
               10 nNormHighT             pic s999v99.
               10 nNormLowT              pic s999v99.
               10 nNormStdDevT           pic 999v99.

       01 xStationTable.
           05  xStationElement occurs 1 to 50 times
                   depending on nStationCount.
               10 xStationIdT            pic x(8).

       01 xReportHeading-1.
           05 filler                   pic x(34)   value
               "*** Monthly Climate Anomalies for ".
           05 neHeadingYearOut         pic 9999.
           05 filler                   pic x       value "/".
           05 neHeadingMonthOut        pic 99.
           05 filler                   pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                   pic x(35)   value
               "Normals need at least this many yrs".
           05 filler                   pic x(2)    value ": ".
           05 neHeadingMinYearsOut     pic z9.
           05 filler                   pic x(26)   value
               "   Days for a full month: ".
           05 neHeadingMinDaysOut      pic z9.

       01 xColumnHeading-1.
           05 filler                   pic x(10)   value spaces.
           05 filler                   pic x(27)   value
               "------- This month -------".
           05 filler                   pic x(27)   value
               "--------- Normal ---------".
           05 filler                   pic x(20)   value
               "---- Departure ----".

       01 xColumnHeading-2.
           05 filler                   pic x(10)   value "Station".
           05 filler                   pic x(5)    value "Days".
           05 filler                   pic x(22)   value
               "   Mean   High    Low".
           05 filler                   pic x(4)    value "Yrs".
           05 filler                   pic x(23)   value
               "   Mean   High    Low".
           05 filler                   pic x(20)   value
               "  Degrees   Std dev".

       01 xAnomalyDetail.
           05 xAnomalyStationOut       pic x(8).
           05 filler                   pic xx      value spaces.
           05 neAnomalyDaysOut         pic z9.
           05 filler                   pic x(3)    value spaces.
           05 neAnomalyMeanOut         pic ---9.99.
           05 neAnomalyHighOut         pic ---9.99.
           05 neAnomalyLowOut          pic ---9.99.
           05 filler                   pic x       value space.
           05 neAnomalyYearsOut        pic z9.
           05 filler                   pic xx      value spaces.
           05 neAnomalyNormMeanOut     pic ---9.99.
           05 neAnomalyNormHighOut     pic ---9.99.
           05 neAnomalyNormLowOut      pic ---9.99.
           05 filler                   pic xx      value spaces.
           05 neAnomalyDepartOut       pic +++9.99.
           05 filler                   pic x(3)    value spaces.
           05 neAnomalySigmaOut        pic ++9.99.
           05 filler                   pic xx      value spaces.
           05 xAnomalyFlagOut          pic x(15).

       01 xNoDataDetail.
           05 xNoDataStationOut        pic x(8).
           05 filler                   pic xx      value spaces.
           05 filler                   pic x(34)   value
               "No readings for the report month".

       01 xFooter-1.
           05 neFooterStationsOut      pic z9.
           05 filler                   pic x(14)   value " station(s), ".
           05 neFooterNormalsOut       pic zzz9.
           05 filler                   pic x(30)   value
               " monthly normal(s) stored,".
           05 neFooterFlaggedOut       pic z9.
           05 filler                   pic x(24)   value
               " with too little history".

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
           perform 200-build-months.
           perform 220-build-normals.
           perform 240-write-normals.
           perform 250-report.
           perform 300-termination.
           if nFlaggedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           perform 105-load-control.

           move "MONTH" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nReportYearMonth = function numval(xControlValueFound)
           end-if.

           move "MIN-YEARS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nMinYears = function numval(xControlValueFound)
           end-if.

           move "MIN-DAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nMinDays = function numval(xControlValueFound)
           end-if.

           open input readingsFile.
           move xStatusReadings to xCurrentStatus.
           move "TempReadings.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 110-read-reading until xReadingsEofFlag = "y".

           close readingsFile.
           move xStatusReadings to xCurrentStatus.
           move "TempReadings.txt" to xCurrentFileName.
           perform 900-check-status.

           if nReportYearMonth = 0
               move nLatestYearMonth to nReportYearMonth,
           end-if.

           if nReadingCount > 0
               sort xReadingElement on ascending key xRdgStationT
                   ascending key nRdgDateT,
           end-if.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Temp_normals-output.txt" to xCurrentFileName.
           perform 900-check-status.

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
                   if xControlProgramIn = "TEMPNORMALS"
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

       110-read-reading.
           read readingsFile
               at end
                   move "y" to xReadingsEofFlag,
               not at end
                   add 1 to nReadingsRead,
                   if nReadingCount < 20000
                       add 1 to nReadingCount,
                       move xStationIdIn to xRdgStationT (nReadingCount),
                       move nReadingDateIn to nRdgDateT (nReadingCount),
                       move nInputFahrIn to nRdgFahrT (nReadingCount),
                       compute nWorkYearMonth = nReadingDateIn / 100,
                       if nWorkYearMonth > nLatestYearMonth
                           move nWorkYearMonth to nLatestYearMonth,
                       end-if,
                   else
                       add 1 to nSkippedCount,
                   end-if,
           end-read.

           move xStatusReadings to xCurrentStatus.
           move "TempReadings.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-build-months.
           perform 205-next-reading
               varying nReadingSubscript from 1 by 1
               until nReadingSubscript > nReadingCount.

           if nDayCount > 0
               perform 210-close-day,
           end-if.

           perform 215-average-month
               varying nMonthSubscript from 1 by 1
               until nMonthSubscript > nMonthCount.

       205-next-reading.
           if xRdgStationT (nReadingSubscript) not = xDayStation
               or nRdgDateT (nReadingSubscript) not = nDayDate
               if nDayCount > 0
                   perform 210-close-day,
               end-if,
               move xRdgStationT (nReadingSubscript) to xDayStation,
               move nRdgDateT (nReadingSubscript) to nDayDate,
               move 0 to nDaySum,
               move 0 to nDayCount,
               move nRdgFahrT (nReadingSubscript) to nDayHigh,
               move nRdgFahrT (nReadingSubscript) to nDayLow,
           end-if.

           add nRdgFahrT (nReadingSubscript) to nDaySum.
           add 1 to nDayCount.
           if nRdgFahrT (nReadingSubscript) > nDayHigh
               move nRdgFahrT (nReadingSubscript) to nDayHigh,
           end-if.
           if nRdgFahrT (nReadingSubscript) < nDayLow
               move nRdgFahrT (nReadingSubscript) to nDayLow,
           end-if.

       210-close-day.
           compute nDayMean rounded = nDaySum / nDayCount.
           compute nWorkYearMonth = nDayDate / 100.

           if nMonthCount = 0
               or xMonStationT (nMonthCount) not = xDayStation
               or nMonYearMonthT (nMonthCount) not = nWorkYearMonth
               if nMonthCount < 3000
                   add 1 to nMonthCount,
                   move xDayStation to xMonStationT (nMonthCount),
                   move nWorkYearMonth to nMonYearMonthT (nMonthCount),
                   move 0 to nMonDaysT (nMonthCount),
                   move 0 to nMonSumMeanT (nMonthCount),
                   move 0 to nMonSumHighT (nMonthCount),
                   move 0 to nMonSumLowT (nMonthCount),
                   perform 211-add-station,
               else
                   add nDayCount to nSkippedCount,
                   move 0 to nDayCount,
               end-if,
           end-if.

           if nDayCount > 0
               add 1 to nMonDaysT (nMonthCount),
               add nDayMean to nMonSumMeanT (nMonthCount),
               add nDayHigh to nMonSumHighT (nMonthCount),
               add nDayLow to nMonSumLowT (nMonthCount),
           end-if.

       211-add-station.
           move "n" to xStationFoundFlag.
           perform 212-search-station
               varying nStationSubscript from 1 by 1
               until nStationSubscript > nStationCount
               or xStationFoundFlag = "y".

           if xStationFoundFlag = "n" and nStationCount < 50
               add 1 to nStationCount,
               move xDayStation to xStationIdT (nStationCount),
           end-if.

       212-search-station.
           if xStationIdT (nStationSubscript) = xDayStation
               move "y" to xStationFoundFlag,
           end-if.

       215-average-month.
           compute nMonMeanT (nMonthSubscript) rounded =
               nMonSumMeanT (nMonthSubscript) / nMonDaysT (nMonthSubscript).
           compute nMonHighT (nMonthSubscript) rounded =
               nMonSumHighT (nMonthSubscript) / nMonDaysT (nMonthSubscript).
           compute nMonLowT (nMonthSubscript) rounded =
               nMonSumLowT (nMonthSubscript) / nMonDaysT (nMonthSubscript).

       220-build-normals.
           perform 225-add-to-normal
               varying nMonthSubscript from 1 by 1
               until nMonthSubscript > nMonthCount.

           perform 230-finish-normal
               varying nNormalSubscript from 1 by 1
               until nNormalSubscript > nNormalCount.

       225-add-to-normal.
           if nMonYearMonthT (nMonthSubscript) not = nReportYearMonth
               and nMonDaysT (nMonthSubscript) >= nMinDays
               compute nWorkMonth = function mod
                   (nMonYearMonthT (nMonthSubscript), 100),
               perform 226-find-normal,
               if nNormalSubscript > 0
                   add 1 to nNormYearsT (nNormalSubscript),
                   if nNormFirstYearT (nNormalSubscript) = 0
                       compute nNormFirstYearT (nNormalSubscript) =
                           nMonYearMonthT (nMonthSubscript) / 100,
                   end-if,
                   compute nNormLastYearT (nNormalSubscript) =
                       nMonYearMonthT (nMonthSubscript) / 100,
                   add nMonMeanT (nMonthSubscript)
                       to nNormSumMeanT (nNormalSubscript),
                   compute nNormSumSquareT (nNormalSubscript) =
                       nNormSumSquareT (nNormalSubscript)
                       + nMonMeanT (nMonthSubscript)
                       * nMonMeanT (nMonthSubscript),
                   add nMonHighT (nMonthSubscript)
                       to nNormSumHighT (nNormalSubscript),
                   add nMonLowT (nMonthSubscript)
                       to nNormSumLowT (nNormalSubscript),
               end-if,
           end-if.

       226-find-normal.
           move "n" to xNormalFoundFlag.
           perform 227-search-normal
               varying nNormalSubscript from 1 by 1
               until nNormalSubscript > nNormalCount
               or xNormalFoundFlag = "y".

           if xNormalFoundFlag = "y"
               subtract 1 from nNormalSubscript,
           else
               if nNormalCount < 600
                   add 1 to nNormalCount,
                   move nNormalCount to nNormalSubscript,
                   move xMonStationT (nMonthSubscript)
                       to xNormStationT (nNormalSubscript),
                   move nWorkMonth to nNormMonthT (nNormalSubscript),
                   move 0 to nNormYearsT (nNormalSubscript),
                   move 0 to nNormFirstYearT (nNormalSubscript),
                   move 0 to nNormLastYearT (nNormalSubscript),
                   move 0 to nNormSumMeanT (nNormalSubscript),
                   move 0 to nNormSumSquareT (nNormalSubscript),
                   move 0 to nNormSumHighT (nNormalSubscript),
                   move 0 to nNormSumLowT (nNormalSubscript),
               else
                   move 0 to nNormalSubscript,
               end-if,
           end-if.

       227-search-normal.
           if xNormStationT (nNormalSubscript) = xMonStationT (nMonthSubscript)
               and nNormMonthT (nNormalSubscript) = nWorkMonth
               move "y" to xNormalFoundFlag,
           end-if.

       230-finish-normal.
           compute nNormMeanT (nNormalSubscript) rounded =
               nNormSumMeanT (nNormalSubscript) / nNormYearsT (nNormalSubscript).
           compute nNormHighT (nNormalSubscript) rounded =
               nNormSumHighT (nNormalSubscript) / nNormYearsT (nNormalSubscript).
           compute nNormLowT (nNormalSubscript) rounded =
               nNormSumLowT (nNormalSubscript) / nNormYearsT (nNormalSubscript).

           move 0 to nNormStdDevT (nNormalSubscript).
           if nNormYearsT (nNormalSubscript) > 1
               compute nVariance rounded =
                   (nNormSumSquareT (nNormalSubscript)
                   - nNormSumMeanT (nNormalSubscript)
                   * nNormSumMeanT (nNormalSubscript)
                   / nNormYearsT (nNormalSubscript))
                   / (nNormYearsT (nNormalSubscript) - 1),
               if nVariance > 0
                   compute nNormStdDevT (nNormalSubscript) rounded =
                       nVariance ** 0.5,
               end-if,
           end-if.

       240-write-normals.
           if nNormalCount > 0
               sort xNormalElement on ascending key xNormStationT
                   ascending key nNormMonthT,
           end-if.

           open output normalsFile.
           move xStatusNormals to xCurrentStatus.
           move "TempNormals.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-write-normal
               varying nNormalSubscript from 1 by 1
               until nNormalSubscript > nNormalCount.

           close normalsFile.
           move xStatusNormals to xCurrentStatus.
           move "TempNormals.txt" to xCurrentFileName.
           perform 900-check-status.

       241-write-normal.
           move xNormStationT (nNormalSubscript) to xNormStationOut.
           move nNormMonthT (nNormalSubscript) to nNormMonthOut.
           move nNormYearsT (nNormalSubscript) to nNormYearsOut.
           move nNormFirstYearT (nNormalSubscript) to nNormFirstYearOut.
           move nNormLastYearT (nNormalSubscript) to nNormLastYearOut.
           move nNormMeanT (nNormalSubscript) to nNormMeanOut.
           move nNormHighT (nNormalSubscript) to nNormHighOut.
           move nNormLowT (nNormalSubscript) to nNormLowOut.
           move nNormStdDevT (nNormalSubscript) to nNormStdDevOut.
           write xNormalRecord.
           move xStatusNormals to xCurrentStatus.
           move "TempNormals.txt" to xCurrentFileName.
           perform 900-check-status.
           add 1 to nNormalsWritten.

       250-report.
           compute neHeadingYearOut = nReportYearMonth / 100.
           compute neHeadingMonthOut = function mod (nReportYearMonth, 100).
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           perform 229-check-write.

           move nMinYears to neHeadingMinYearsOut.
           move nMinDays to neHeadingMinDaysOut.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 2 lines.
           perform 229-check-write.

           display xColumnHeading-1.
           write xOutput from xColumnHeading-1 before advancing 1 line.
           perform 229-check-write.

           display xColumnHeading-2.
           write xOutput from xColumnHeading-2 before advancing 1 line.
           perform 229-check-write.

           if nStationCount > 0
               sort xStationElement on ascending key xStationIdT,
           end-if.

           compute nWorkMonth = function mod (nReportYearMonth, 100).
           perform 251-station-line
               varying nStationSubscript from 1 by 1
               until nStationSubscript > nStationCount.

           move nStationCount to neFooterStationsOut.
           move nNormalsWritten to neFooterNormalsOut.
           move nFlaggedCount to neFooterFlaggedOut.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 2 lines.
           perform 229-check-write.

           if nSkippedCount > 0
               display "*** ", nSkippedCount, " reading(s) beyond table",
                   " limits not included ***",
           end-if.

       251-station-line.
           move 0 to nReportFound.
           perform 252-search-report-month
               varying nMonthSubscript from 1 by 1
               until nMonthSubscript > nMonthCount
               or nReportFound > 0.

           if nReportFound = 0
               move xStationIdT (nStationSubscript) to xNoDataStationOut,
               display xNoDataDetail,
               write xOutput from xNoDataDetail before advancing 1 line,
               perform 229-check-write,
           else
               perform 253-anomaly-line,
           end-if.

       252-search-report-month.
           if xMonStationT (nMonthSubscript) = xStationIdT (nStationSubscript)
               and nMonYearMonthT (nMonthSubscript) = nReportYearMonth
               move nMonthSubscript to nReportFound,
           end-if.

       253-anomaly-line.
           move xStationIdT (nStationSubscript) to xAnomalyStationOut.
           move nMonDaysT (nReportFound) to neAnomalyDaysOut.
           move nMonMeanT (nReportFound) to neAnomalyMeanOut.
           move nMonHighT (nReportFound) to neAnomalyHighOut.
           move nMonLowT (nReportFound) to neAnomalyLowOut.

           move "n" to xNormalFoundFlag.
           perform 254-search-station-normal
               varying nNormalSubscript from 1 by 1
               until nNormalSubscript > nNormalCount
               or xNormalFoundFlag = "y".

           if xNormalFoundFlag = "y"
               subtract 1 from nNormalSubscript,
               move nNormYearsT (nNormalSubscript) to neAnomalyYearsOut,
               move nNormMeanT (nNormalSubscript) to neAnomalyNormMeanOut,
               move nNormHighT (nNormalSubscript) to neAnomalyNormHighOut,
               move nNormLowT (nNormalSubscript) to neAnomalyNormLowOut,
               compute nDeparture =
                   nMonMeanT (nReportFound) - nNormMeanT (nNormalSubscript),
               move nDeparture to neAnomalyDepartOut,
               if nNormStdDevT (nNormalSubscript) > 0
                   compute nSigmas rounded =
                       nDeparture / nNormStdDevT (nNormalSubscript)
                       on size error
                           move 99.99 to nSigmas,
                   end-compute,
               else
                   move 0 to nSigmas,
               end-if,
               move nSigmas to neAnomalySigmaOut,
               if nNormYearsT (nNormalSubscript) < nMinYears
                   move "* short history" to xAnomalyFlagOut,
                   add 1 to nFlaggedCount,
               else
                   move spaces to xAnomalyFlagOut,
               end-if,
           else
               move 0 to neAnomalyYearsOut,
               move 0 to neAnomalyNormMeanOut,
               move 0 to neAnomalyNormHighOut,
               move 0 to neAnomalyNormLowOut,
               move 0 to neAnomalyDepartOut,
               move 0 to neAnomalySigmaOut,
               move "* no normal" to xAnomalyFlagOut,
               add 1 to nFlaggedCount,
           end-if.

           display xAnomalyDetail.
           write xOutput from xAnomalyDetail before advancing 1 line.
           perform 229-check-write.

       254-search-station-normal.
           if xNormStationT (nNormalSubscript) = xStationIdT (nStationSubscript)
               and nNormMonthT (nNormalSubscript) = nWorkMonth
               move "y" to xNormalFoundFlag,
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Temp_normals-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Temp_normals-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

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

           move "TEMPNORMALS" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nReadingsRead to neAuditRecordsReadOut.
           move nNormalsWritten to neAuditRecordsWrittenOut.
           move nFlaggedCount to neAuditExceptionsOut.
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
