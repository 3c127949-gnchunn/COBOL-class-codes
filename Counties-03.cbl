       identification division.
       program-id. Counties-03.

       environment division.
       input-output section.
       file-control.
           select countiesFile assign to "Counties.txt" organization is line sequential
               file status is xStatusCounties.
           select citiesFile assign to "Cities.txt" organization is line sequential
               file status is xStatusCities.
           select metroFile assign to "Metros.txt" organization is line sequential
               file status is xStatusMetro.
           select errorFile assign to "Counties-03-errors.txt"
               organization is line sequential
               file status is xStatusError.
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

       fd errorFile.
       01 xErrorRecord                 pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusCounties              pic xx      value "00".
       77 xStatusCities                pic xx      value "00".
       77 xStatusMetro                 pic xx      value "00".
       77 xStatusError                 pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xCountyEofFlag               pic x       value "n".
       77 xCityEofFlag                 pic x       value "n".
       77 xMetroEofFlag                pic x       value "n".
       77 nCountyCount                 pic 9999    value 0.
       77 nCountySubscript             pic 9999.
       77 nFoundCounty                 pic 9999.
       77 nCityCount                   pic 9999    value 0.
       77 nCitySubscript               pic 9999.
       77 xCityFoundFlag               pic x       value "n".
       77 nRecordCount                 pic 9999    value 0.
       77 nRecordSubscript             pic 9999.
       77 nMetroCount                  pic 999     value 0.
       77 nMetroSubscript              pic 999.
       77 nFoundMetro                  pic 999.
       77 xMetroCodeWanted             pic x(5).
       77 xRecordValidFlag             pic x       value "y".
       77 nRecordsRead                 pic 9999    value 0.
       77 nCleanCount                  pic 9999    value 0.
       77 nErrorCount                  pic 9999    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xCountyTable.
           05  xCountyElement occurs 1 to 2000 times
                   depending on nCountyCount.
               10 xCountyStateAbbrT      pic x(2).
               10 xCountyNameT           pic x(20).
               10 xCountyMetroT          pic x(5).

       01 xCityTable.
           05  xCityElement occurs 1 to 500 times
                   depending on nCityCount.
               10 xCityStateAbbrT        pic x(2).
               10 xCityNameT             pic x(20).

       01 xRecordTable.
           05  xRecordElement occurs 1 to 3000 times
                   depending on nRecordCount.
               10 xRecordTypeT           pic x.
               10 xRecordCodeT           pic x(5).
               10 xRecordDataT           pic x(30).
               10 xRecordMemberT redefines xRecordDataT.
                   15 xRecordStateT      pic x(2).
                   15 xRecordPlaceT      pic x(20).
                   15 filler             pic x(8).

       01 xMetroTable.
           05  xMetroElement occurs 400 times.
               10 xMetroCodeT            pic x(5).
               10 nMetroCountiesT        pic 9999.

       01 xErrorDetail.
           05 xErrorTypeOut            pic x.
           05 filler                   pic x       value space.
           05 xErrorCodeOut            pic x(5).
           05 filler                   pic x       value space.
           05 xErrorDataOut            pic x(30).
           05 filler                   pic xx      value spaces.
           05 xErrorReasonOut          pic x(50).

       01 xFooter-1.
           05 neCleanCount             pic zzz9.
           05 filler                   pic x(16)   value " clean record(s)".
           05 neErrorCount             pic zzzz9.
           05 filler                   pic x(21)   value " error(s) in metros".
           05 neMetroCount             pic zz9.
           05 filler                   pic x(17)   value " metro(s) defined".

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
           perform 200-validate-metro
               varying nRecordSubscript from 1 by 1
               until nRecordSubscript > nRecordCount.
           perform 220-validate-member
               varying nRecordSubscript from 1 by 1
               until nRecordSubscript > nRecordCount.
           perform 250-check-empty-metro
               varying nMetroSubscript from 1 by 1
               until nMetroSubscript > nMetroCount.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 110-load-counties.
           perform 120-load-cities.
           perform 130-load-metros.

           open output errorFile.
           move xStatusError to xCurrentStatus.
           move "Counties-03-errors.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-counties.
           open input countiesFile.
           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-county until xCountyEofFlag = "y".

           close countiesFile.
           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-county.
           read countiesFile
               at end
                   move "y" to xCountyEofFlag,
               not at end
                   if nCountyCount < 2000
                       add 1 to nCountyCount,
                       move function upper-case(xCountyStateAbbr)
                           to xCountyStateAbbrT (nCountyCount),
                       move function upper-case(xCountyName)
                           to xCountyNameT (nCountyCount),
                       move spaces to xCountyMetroT (nCountyCount),
                   end-if,
           end-read.

           move xStatusCounties to xCurrentStatus.
           move "Counties.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-cities.
           open input citiesFile.
           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-city until xCityEofFlag = "y".

           close citiesFile.
           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-city.
           read citiesFile
               at end
                   move "y" to xCityEofFlag,
               not at end
                   if nCityCount < 500
                       add 1 to nCityCount,
                       move function upper-case(xCityStateAbbr)
                           to xCityStateAbbrT (nCityCount),
                       move function upper-case(xCityName)
                           to xCityNameT (nCityCount),
                   end-if,
           end-read.

           move xStatusCities to xCurrentStatus.
           move "Cities.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-metros.
           open input metroFile.
           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 131-read-metro until xMetroEofFlag = "y".

           close metroFile.
           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 900-check-status.

       131-read-metro.
           read metroFile
               at end
                   move "y" to xMetroEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nRecordCount < 3000
                       add 1 to nRecordCount,
                       move function upper-case(xMetroTypeIn)
                           to xRecordTypeT (nRecordCount),
                       move function upper-case(xMetroCodeIn)
                           to xRecordCodeT (nRecordCount),
                       move xMetroDataIn to xRecordDataT (nRecordCount),
                       if xRecordTypeT (nRecordCount) not = "M"
                           move function upper-case(xMetroStateIn)
                               to xRecordStateT (nRecordCount),
                           move function upper-case(xMetroPlaceIn)
                               to xRecordPlaceT (nRecordCount),
                       end-if,
                   else
                       display "*** Metro table full - record ",
                           xMetroInput (1:28), " not checked ***",
                       add 1 to nErrorCount,
                   end-if,
           end-read.

           move xStatusMetro to xCurrentStatus.
           move "Metros.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-validate-metro.
           move "y" to xRecordValidFlag.
           move xRecordTypeT (nRecordSubscript) to xErrorTypeOut.
           move xRecordCodeT (nRecordSubscript) to xErrorCodeOut.
           move xRecordDataT (nRecordSubscript) to xErrorDataOut.

           if xRecordTypeT (nRecordSubscript) = "M"
               if xRecordCodeT (nRecordSubscript) = spaces
                   move "metro code is blank" to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
               if xRecordDataT (nRecordSubscript) = spaces
                   move "metro name is blank" to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
               move xRecordCodeT (nRecordSubscript) to xMetroCodeWanted,
               perform 210-find-metro,
               if nFoundMetro > 0
                   move "duplicate metro code" to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
               if xRecordValidFlag = "y"
                   if nMetroCount < 400
                       add 1 to nMetroCount,
                       move xMetroCodeWanted to xMetroCodeT (nMetroCount),
                       move 0 to nMetroCountiesT (nMetroCount),
                       add 1 to nCleanCount,
                   else
                       move "too many metros - metro not checked"
                           to xErrorReasonOut,
                       perform 230-write-error,
                   end-if,
               end-if,
           end-if.

           if xRecordTypeT (nRecordSubscript) not = "M"
               and xRecordTypeT (nRecordSubscript) not = "C"
               and xRecordTypeT (nRecordSubscript) not = "P"
               move "record type must be M, C or P" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

       210-find-metro.
           move 0 to nFoundMetro.
           perform 211-scan-metro
               varying nMetroSubscript from 1 by 1
               until nMetroSubscript > nMetroCount
               or nFoundMetro > 0.

       211-scan-metro.
           if xMetroCodeT (nMetroSubscript) = xMetroCodeWanted
               move nMetroSubscript to nFoundMetro,
           end-if.

       220-validate-member.
           move "y" to xRecordValidFlag.
           move xRecordTypeT (nRecordSubscript) to xErrorTypeOut.
           move xRecordCodeT (nRecordSubscript) to xErrorCodeOut.
           move xRecordDataT (nRecordSubscript) to xErrorDataOut.

           if xRecordTypeT (nRecordSubscript) = "C"
               or xRecordTypeT (nRecordSubscript) = "P"
               move xRecordCodeT (nRecordSubscript) to xMetroCodeWanted,
               perform 210-find-metro,
               if nFoundMetro = 0
                   move "metro code has no M record" to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
               if xRecordTypeT (nRecordSubscript) = "C"
                   perform 225-check-county,
               else
                   perform 227-check-city,
               end-if,
               if xRecordValidFlag = "y"
                   add 1 to nCleanCount,
               end-if,
           end-if.

       225-check-county.
           move 0 to nFoundCounty.
           perform 226-scan-county
               varying nCountySubscript from 1 by 1
               until nCountySubscript > nCountyCount
               or nFoundCounty > 0.

           if nFoundCounty = 0
               move "county not on Counties.txt" to xErrorReasonOut,
               perform 230-write-error,
           else
               if xCountyMetroT (nFoundCounty) = spaces
                   move xMetroCodeWanted to xCountyMetroT (nFoundCounty),
                   if nFoundMetro > 0
                       add 1 to nMetroCountiesT (nFoundMetro),
                   end-if,
               else
                   if xCountyMetroT (nFoundCounty) = xMetroCodeWanted
                       move "county listed twice in this metro"
                           to xErrorReasonOut,
                   else
                       move spaces to xErrorReasonOut,
                       string "county already assigned to metro "
                           delimited by size,
                           xCountyMetroT (nFoundCounty)
                           delimited by size
                           into xErrorReasonOut,
                   end-if,
                   perform 230-write-error,
               end-if,
           end-if.

       226-scan-county.
           if xCountyStateAbbrT (nCountySubscript)
                   = xRecordStateT (nRecordSubscript)
               and xCountyNameT (nCountySubscript)
                   = xRecordPlaceT (nRecordSubscript)
               move nCountySubscript to nFoundCounty,
           end-if.

       227-check-city.
           move "n" to xCityFoundFlag.
           perform 228-scan-city
               varying nCitySubscript from 1 by 1
               until nCitySubscript > nCityCount
               or xCityFoundFlag = "y".

           if xCityFoundFlag = "n"
               move "principal city not on Cities.txt" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

       228-scan-city.
           if xCityStateAbbrT (nCitySubscript)
                   = xRecordStateT (nRecordSubscript)
               and xCityNameT (nCitySubscript)
                   = xRecordPlaceT (nRecordSubscript)
               move "y" to xCityFoundFlag,
           end-if.

       230-write-error.
           move "n" to xRecordValidFlag.
           add 1 to nErrorCount.

           display xErrorDetail.
           write xErrorRecord from xErrorDetail.
           move xStatusError to xCurrentStatus.
           move "Counties-03-errors.txt" to xCurrentFileName.
           perform 900-check-status.

       250-check-empty-metro.
           if nMetroCountiesT (nMetroSubscript) = 0
               move "M" to xErrorTypeOut,
               move xMetroCodeT (nMetroSubscript) to xErrorCodeOut,
               move spaces to xErrorDataOut,
               move "metro has no counties" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

       300-termination.
           close errorFile.
           move xStatusError to xCurrentStatus.
           move "Counties-03-errors.txt" to xCurrentFileName.
           perform 900-check-status.

           move nCleanCount to neCleanCount.
           move nErrorCount to neErrorCount.
           move nMetroCount to neMetroCount.
           display xFooter-1.

           perform 295-write-audit.

           if nErrorCount > 0
               display "*** Metros.txt failed the edit -",
                   " see Counties-03-errors.txt ***",
               move 16 to return-code,
           else
               move 0 to return-code,
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

           move "COUNTIES-03" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nCleanCount to neAuditRecordsWrittenOut.
           move nErrorCount to neAuditExceptionsOut.
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
