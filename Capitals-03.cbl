       identification division.
       program-id. Capitals-03.

       environment division.
       input-output section.
       file-control.
           select historyFile assign to "CapitalHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select capitalsFile assign to "Capitals.txt" organization is line sequential
               file status is xStatusCapitals.
           select errorFile assign to "Capitals-03-errors.txt"
               organization is line sequential
               file status is xStatusError.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd historyFile.
       01 xHistoryInput.
           05   xCapHistStateIn        pic x(2).
           05   xCapHistCityIn         pic x(14).
           05   nCapHistFromIn         pic 9(4).
           05   nCapHistToIn           pic 9(4).

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

       fd errorFile.
       01 xErrorRecord                 pic x(80).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusHistory               pic xx      value "00".
       77 xStatusCapitals              pic xx      value "00".
       77 xStatusError                 pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xHistoryEofFlag              pic x       value "n".
       77 xCapitalsEofFlag             pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nCapitalCount                pic 99      value 0.
       77 nCapitalSubscript            pic 99.
       77 nCapitalFound                pic 99      value 0.
       77 xStateWanted                 pic x(2).
       77 xCapitalFoundFlag            pic x       value "n".
       77 nTermCount                   pic 9999    value 0.
       77 nTermSubscript               pic 9999.
       77 nNextSubscript               pic 9999.
       77 nPrevSubscript               pic 9999.
       77 xLastTermFlag                pic x       value "n".
       77 xRecordValidFlag             pic x       value "y".
       77 nRecordsRead                 pic 9999    value 0.
       77 nCleanCount                  pic 9999    value 0.
       77 nErrorCount                  pic 999     value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xCapitalTable.
           05  xCapitalElement occurs 75 times.
               10 xCapitalAbbrT           pic x(2).
               10 xCapitalNameT           pic x(14).

       01 xTermTable.
           05  xTermElement occurs 1 to 500 times
                   depending on nTermCount.
               10 xTermStateT             pic x(2).
               10 xTermCityT              pic x(14).
               10 nTermFromT              pic 9(4).
               10 nTermToT                pic 9(4).

       01 xErrorDetail.
           05 xErrorStateOut           pic x(2).
           05 filler                   pic x       value space.
           05 xErrorCityOut            pic x(14).
           05 filler                   pic x       value space.
           05 xErrorFromOut            pic x(4).
           05 filler                   pic x       value "-".
           05 xErrorToOut              pic x(4).
           05 filler                   pic xx      value spaces.
           05 xErrorReasonOut          pic x(50).

       01 xFooter-1.
           05 neCleanCount             pic zzz9.
           05 filler                   pic x(14)   value " clean term(s)".
           05 neErrorCount             pic zzz9.
           05 filler                   pic x(28)   value
               " error(s) in capital history".

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

           if nTermCount > 0
               sort xTermElement on ascending key xTermStateT
                   ascending key nTermFromT,
           end-if.

           perform 200-validate-term
               varying nTermSubscript from 1 by 1
               until nTermSubscript > nTermCount.
           perform 300-termination.
           stop run.

       100-initialization.
           open output errorFile.
           move xStatusError to xCurrentStatus.
           move "Capitals-03-errors.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 110-load-capitals.
           perform 120-load-history.

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
                   if xHeaderSeenFlag = "n" and xCapHeaderFlag = "99"
                       move "y" to xHeaderSeenFlag,
                   else
                       if nCapitalCount < 75
                           add 1 to nCapitalCount,
                           move xStateAbbrIn to xCapitalAbbrT (nCapitalCount),
                           move xCapNameIn to xCapitalNameT (nCapitalCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusCapitals to xCurrentStatus.
           move "Capitals.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-history.
           open input historyFile.
           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-history until xHistoryEofFlag = "y".

           close historyFile.
           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-history.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   perform 122-edit-record,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       122-edit-record.
           move "y" to xRecordValidFlag.
           move xCapHistStateIn to xErrorStateOut.
           move xCapHistCityIn to xErrorCityOut.
           move xHistoryInput (17:4) to xErrorFromOut.
           move xHistoryInput (21:4) to xErrorToOut.

           move xCapHistStateIn to xStateWanted.
           perform 210-find-capital.
           if xCapitalFoundFlag = "n"
               move "state not on Capitals.txt" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           if xCapHistCityIn = spaces
               move "city name is blank" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           if nCapHistFromIn not numeric or nCapHistToIn not numeric
               move "year became or stopped being capital not numeric"
                   to xErrorReasonOut,
               perform 230-write-error,
           else
               if nCapHistFromIn = 0
                   move "year became capital is zero" to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
               if nCapHistToIn not = 0
                   and nCapHistToIn not > nCapHistFromIn
                   move "year stopped is not after year became capital"
                       to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
           end-if.

           if xRecordValidFlag = "y"
               if nTermCount < 500
                   add 1 to nTermCount,
                   move xCapHistStateIn to xTermStateT (nTermCount),
                   move xCapHistCityIn to xTermCityT (nTermCount),
                   move nCapHistFromIn to nTermFromT (nTermCount),
                   move nCapHistToIn to nTermToT (nTermCount),
               else
                   move "history table full - term not checked"
                       to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
           end-if.

       200-validate-term.
           move "y" to xRecordValidFlag.
           move xTermStateT (nTermSubscript) to xErrorStateOut.
           move xTermCityT (nTermSubscript) to xErrorCityOut.
           move nTermFromT (nTermSubscript) to xErrorFromOut.
           move nTermToT (nTermSubscript) to xErrorToOut.

           if nTermSubscript > 1
               compute nPrevSubscript = nTermSubscript - 1,
               if xTermStateT (nPrevSubscript) = xTermStateT (nTermSubscript)
                   perform 220-check-previous-term,
               end-if,
           end-if.

           move "n" to xLastTermFlag.
           if nTermSubscript = nTermCount
               move "y" to xLastTermFlag,
           else
               compute nNextSubscript = nTermSubscript + 1,
               if xTermStateT (nNextSubscript) not = xTermStateT (nTermSubscript)
                   move "y" to xLastTermFlag,
               end-if,
           end-if.

           if xLastTermFlag = "y"
               perform 225-check-current-term,
           end-if.

           if xRecordValidFlag = "y"
               add 1 to nCleanCount,
           end-if.

       210-find-capital.
           move "n" to xCapitalFoundFlag.
           move 0 to nCapitalFound.
           perform 211-scan-capital
               varying nCapitalSubscript from 1 by 1
               until nCapitalSubscript > nCapitalCount
               or xCapitalFoundFlag = "y".

       211-scan-capital.
           if xCapitalAbbrT (nCapitalSubscript) = xStateWanted
               move "y" to xCapitalFoundFlag,
               move nCapitalSubscript to nCapitalFound,
           end-if.

       220-check-previous-term.
           if nTermToT (nPrevSubscript) = 0
               move "overlaps an earlier term that never ended"
                   to xErrorReasonOut,
               perform 230-write-error,
           else
               if nTermFromT (nTermSubscript) < nTermToT (nPrevSubscript)
                   move "overlaps the previous term" to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
               if nTermFromT (nTermSubscript) > nTermToT (nPrevSubscript)
                   move "gap since the previous term ended"
                       to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
           end-if.

       225-check-current-term.
           if nTermToT (nTermSubscript) not = 0
               move "latest term has ended - state has no current capital"
                   to xErrorReasonOut,
               perform 230-write-error,
           else
               move xTermStateT (nTermSubscript) to xStateWanted,
               perform 210-find-capital,
               if xCapitalFoundFlag = "y"
                   if xCapitalNameT (nCapitalFound)
                           not = xTermCityT (nTermSubscript)
                       move "current term city differs from Capitals.txt"
                           to xErrorReasonOut,
                       perform 230-write-error,
                   end-if,
               end-if,
           end-if.

       230-write-error.
           move "n" to xRecordValidFlag.
           add 1 to nErrorCount.

           display xErrorDetail.
           write xErrorRecord from xErrorDetail.
           move xStatusError to xCurrentStatus.
           move "Capitals-03-errors.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close errorFile.
           move xStatusError to xCurrentStatus.
           move "Capitals-03-errors.txt" to xCurrentFileName.
           perform 900-check-status.

           move nCleanCount to neCleanCount.
           move nErrorCount to neErrorCount.
           display xFooter-1.

           perform 295-write-audit.

           if nErrorCount > 0
               display "*** CapitalHistory.txt failed the edit -",
                   " see Capitals-03-errors.txt ***",
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

           move "CAPITALS-03" to xAuditProgramOut.
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
