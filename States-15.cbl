       identification division.
       program-id. States-15.

       environment division.
       input-output section.
       file-control.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select indicatorFile assign to "StateIndicators.txt"
               organization is line sequential
               file status is xStatusIndicator.
           select errorFile assign to "States-15-errors.txt"
               organization is line sequential
               file status is xStatusError.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
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

       fd indicatorFile.
       01 xIndicatorInput.
           05   nIndYearIn             pic 9(4).
           05   xIndAbbrevIn           pic x(2).
           05   nIndIncomeIn           pic 9(11).
           05   nIndGdpIn              pic 9(11).
           05   nIndEmploymentIn       pic 9(9).
           05   nIndHousingIn          pic 9(9).

       fd errorFile.
       01 xErrorRecord                 pic x(80).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusStates                pic xx      value "00".
       77 xStatusIndicator             pic xx      value "00".
       77 xStatusError                 pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xStatesEofFlag               pic x       value "n".
       77 xIndicatorEofFlag            pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nAbbrevTableCount            pic 99      value 0.
       77 nAbbrevSubscript             pic 99.
       77 nAbbrevSearchSubscript       pic 99.
       77 xAbbrevFoundFlag             pic x       value "n".
       77 xAbbrevWanted                pic x(2).
       77 nRowCount                    pic 9999    value 0.
       77 nRowSubscript                pic 9999.
       77 nRowSearchSubscript          pic 9999.
       77 xRowFoundFlag                pic x       value "n".
       77 xRowYearWanted               pic x(4).
       77 nYearCount                   pic 99      value 0.
       77 nYearSubscript               pic 99.
       77 nYearSearchSubscript         pic 99.
       77 xYearFoundFlag               pic x       value "n".
       77 xRecordValidFlag             pic x       value "y".
       77 nRecordsRead                 pic 9999    value 0.
       77 nCleanCount                  pic 9999    value 0.
       77 nMissingCount                pic 9999    value 0.
       77 nErrorCount                  pic 9999    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xAbbrevTable.
           05  xAbbrevElement occurs 75 times.
               10 xAbbrevT                pic x(2).

       01 xRowTable.
           05  xRowElement occurs 1 to 3000 times
                   depending on nRowCount.
               10 xRowYearT               pic x(4).
               10 xRowAbbrT               pic x(2).
               10 xRowFiguresOkT          pic x.

       01 xYearTable.
           05  xYearElement occurs 50 times.
               10 xYearT                  pic x(4).

       01 xErrorDetail.
           05 xErrorYearOut            pic x(4).
           05 filler                   pic x       value space.
           05 xErrorAbbrOut            pic x(2).
           05 filler                   pic xx      value spaces.
           05 xErrorReasonOut          pic x(50).

       01 xFooter-1.
           05 neCleanCount             pic zzz9.
           05 filler                   pic x(15)   value " clean row(s)  ".
           05 neErrorCount             pic zzz9.
           05 filler                   pic x(11)   value " error(s)  ".
           05 neMissingCount           pic zzz9.
           05 filler                   pic x(23)   value
               " missing state-year(s)".

       01 xFooter-2.
           05 neYearCount              pic z9.
           05 filler                   pic x(19)   value
               " indicator year(s) ".
           05 neStateCount             pic z9.
           05 filler                   pic x(23)   value
               " state(s) on States.txt".

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
           perform 200-validate-row
               varying nRowSubscript from 1 by 1
               until nRowSubscript > nRowCount.
           perform 250-check-year
               varying nYearSubscript from 1 by 1
               until nYearSubscript > nYearCount.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 110-load-states.
           perform 120-load-indicators.

           open output errorFile.
           move xStatusError to xCurrentStatus.
           move "States-15-errors.txt" to xCurrentFileName.
           perform 900-check-status.

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
                   if xHeaderSeenFlag = "n" and xStateHeaderFlag = "99"
                       move "y" to xHeaderSeenFlag,
                   else
                       if nAbbrevTableCount < 75
                           add 1 to nAbbrevTableCount,
                           move xStateAbbreviation
                               to xAbbrevT (nAbbrevTableCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-indicators.
           open input indicatorFile.
           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-indicator until xIndicatorEofFlag = "y".

           close indicatorFile.
           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-indicator.
           read indicatorFile
               at end
                   move "y" to xIndicatorEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nRowCount < 3000
                       add 1 to nRowCount,
                       move xIndicatorInput (1:4) to xRowYearT (nRowCount),
                       move function upper-case(xIndAbbrevIn)
                           to xRowAbbrT (nRowCount),
                       perform 122-check-figures,
                   else
                       display "*** Indicator table full - row ",
                           xIndicatorInput (1:6), " not checked ***",
                       add 1 to nErrorCount,
                   end-if,
           end-read.

           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 901-check-read-status.

       122-check-figures.
           move "y" to xRowFiguresOkT (nRowCount).
           if nIndIncomeIn not numeric or nIndGdpIn not numeric
               or nIndEmploymentIn not numeric
               or nIndHousingIn not numeric
               move "n" to xRowFiguresOkT (nRowCount),
           else
               if nIndIncomeIn = 0 or nIndGdpIn = 0
                   or nIndEmploymentIn = 0 or nIndHousingIn = 0
                   move "z" to xRowFiguresOkT (nRowCount),
               end-if,
           end-if.

       200-validate-row.
           move "y" to xRecordValidFlag.
           move xRowYearT (nRowSubscript) to xErrorYearOut.
           move xRowAbbrT (nRowSubscript) to xErrorAbbrOut.

           if xRowYearT (nRowSubscript) not numeric
               or xRowYearT (nRowSubscript) < "1900"
               move "year is not a valid four-digit year"
                   to xErrorReasonOut,
               perform 230-write-error,
           else
               perform 240-note-year,
           end-if.

           move xRowAbbrT (nRowSubscript) to xAbbrevWanted.
           perform 210-find-abbrev.
           if xAbbrevFoundFlag = "n"
               move "unknown state abbreviation" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           if xRowFiguresOkT (nRowSubscript) = "n"
               move "income, GDP, employment or housing not numeric"
                   to xErrorReasonOut,
               perform 230-write-error,
           end-if.
           if xRowFiguresOkT (nRowSubscript) = "z"
               move "income, GDP, employment or housing is zero"
                   to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           move xRowYearT (nRowSubscript) to xRowYearWanted.
           move "n" to xRowFoundFlag.
           perform 221-scan-row
               varying nRowSearchSubscript from 1 by 1
               until nRowSearchSubscript >= nRowSubscript
               or xRowFoundFlag = "y".
           if xRowFoundFlag = "y"
               move "duplicate row for this state and year"
                   to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           if xRecordValidFlag = "y"
               add 1 to nCleanCount,
           end-if.

       210-find-abbrev.
           move "n" to xAbbrevFoundFlag.
           perform 211-scan-abbrev
               varying nAbbrevSearchSubscript from 1 by 1
               until nAbbrevSearchSubscript > nAbbrevTableCount
               or xAbbrevFoundFlag = "y".

       211-scan-abbrev.
           if xAbbrevT (nAbbrevSearchSubscript) = xAbbrevWanted
               move "y" to xAbbrevFoundFlag,
           end-if.

       221-scan-row.
           if xRowYearT (nRowSearchSubscript) = xRowYearWanted
               and xRowAbbrT (nRowSearchSubscript) = xAbbrevWanted
               move "y" to xRowFoundFlag,
           end-if.

       230-write-error.
           move "n" to xRecordValidFlag.
           add 1 to nErrorCount.

           display xErrorDetail.
           write xErrorRecord from xErrorDetail.
           move xStatusError to xCurrentStatus.
           move "States-15-errors.txt" to xCurrentFileName.
           perform 900-check-status.

       240-note-year.
           move "n" to xYearFoundFlag.
           perform 241-scan-year
               varying nYearSearchSubscript from 1 by 1
               until nYearSearchSubscript > nYearCount
               or xYearFoundFlag = "y".

           if xYearFoundFlag = "n"
               if nYearCount < 50
                   add 1 to nYearCount,
                   move xRowYearT (nRowSubscript) to xYearT (nYearCount),
               else
                   move "too many indicator years - year not checked"
                       to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
           end-if.

       241-scan-year.
           if xYearT (nYearSearchSubscript) = xRowYearT (nRowSubscript)
               move "y" to xYearFoundFlag,
           end-if.

       250-check-year.
           move xYearT (nYearSubscript) to xRowYearWanted.
           perform 251-check-state-year
               varying nAbbrevSubscript from 1 by 1
               until nAbbrevSubscript > nAbbrevTableCount.

       251-check-state-year.
           move xAbbrevT (nAbbrevSubscript) to xAbbrevWanted.
           move "n" to xRowFoundFlag.
           perform 221-scan-row
               varying nRowSearchSubscript from 1 by 1
               until nRowSearchSubscript > nRowCount
               or xRowFoundFlag = "y".

           if xRowFoundFlag = "n"
               move xRowYearWanted to xErrorYearOut,
               move xAbbrevWanted to xErrorAbbrOut,
               move "no row for this state in this year"
                   to xErrorReasonOut,
               add 1 to nMissingCount,
               perform 230-write-error,
           end-if.

       300-termination.
           close errorFile.
           move xStatusError to xCurrentStatus.
           move "States-15-errors.txt" to xCurrentFileName.
           perform 900-check-status.

           move nCleanCount to neCleanCount.
           move nErrorCount to neErrorCount.
           move nMissingCount to neMissingCount.
           display xFooter-1.
           move nYearCount to neYearCount.
           move nAbbrevTableCount to neStateCount.
           display xFooter-2.

           perform 295-write-audit.

           if nErrorCount > 0
               display "*** StateIndicators.txt failed the edit -",
                   " see States-15-errors.txt ***",
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

           move "STATES-15" to xAuditProgramOut.
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
