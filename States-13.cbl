       identification division.
       program-id. States-13.

       environment division.
       input-output section.
       file-control.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select borderFile assign to "Borders.txt" organization is line sequential
               file status is xStatusBorder.
           select errorFile assign to "States-13-errors.txt"
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

       fd borderFile.
       01 xBorderInput.
           05   xBorderAbbrAIn         pic x(2).
           05   xBorderAbbrBIn         pic x(2).

       fd errorFile.
       01 xErrorRecord                 pic x(80).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusStates                pic xx      value "00".
       77 xStatusBorder                pic xx      value "00".
       77 xStatusError                 pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xStatesEofFlag               pic x       value "n".
       77 xBorderEofFlag               pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nAbbrevTableCount            pic 99      value 0.
       77 nAbbrevSearchSubscript       pic 99.
       77 xAbbrevFoundFlag             pic x       value "n".
       77 xAbbrevWanted                pic x(2).
       77 nPairCount                   pic 9999    value 0.
       77 nPairSubscript               pic 9999.
       77 nPairSearchSubscript         pic 9999.
       77 xPairFoundFlag               pic x       value "n".
       77 xPairWantedA                 pic x(2).
       77 xPairWantedB                 pic x(2).
       77 xRecordValidFlag             pic x       value "y".
       77 nRecordsRead                 pic 9999    value 0.
       77 nCleanCount                  pic 9999    value 0.
       77 nErrorCount                  pic 999     value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xAbbrevTable.
           05  xAbbrevElement occurs 75 times.
               10 xAbbrevT                pic x(2).

       01 xPairTable.
           05  xPairElement occurs 1 to 500 times
                   depending on nPairCount.
               10 xPairAT                 pic x(2).
               10 xPairBT                 pic x(2).

       01 xErrorDetail.
           05 xErrorAbbrAOut           pic x(2).
           05 filler                   pic x       value "-".
           05 xErrorAbbrBOut           pic x(2).
           05 filler                   pic xx      value spaces.
           05 xErrorReasonOut          pic x(50).

       01 xFooter-1.
           05 neCleanCount             pic zzz9.
           05 filler                   pic x(14)   value " clean pair(s)".
           05 neErrorCount             pic zzz9.
           05 filler                   pic x(19)   value " error(s) in pairs".

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
           perform 200-validate-pair
               varying nPairSubscript from 1 by 1
               until nPairSubscript > nPairCount.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 110-load-states.
           perform 120-load-borders.

           open output errorFile.
           move xStatusError to xCurrentStatus.
           move "States-13-errors.txt" to xCurrentFileName.
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

       120-load-borders.
           open input borderFile.
           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-border until xBorderEofFlag = "y".

           close borderFile.
           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-border.
           read borderFile
               at end
                   move "y" to xBorderEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nPairCount < 500
                       add 1 to nPairCount,
                       move function upper-case(xBorderAbbrAIn)
                           to xPairAT (nPairCount),
                       move function upper-case(xBorderAbbrBIn)
                           to xPairBT (nPairCount),
                   else
                       display "*** Border table full - pair ",
                           xBorderAbbrAIn, "-", xBorderAbbrBIn,
                           " not checked ***",
                       add 1 to nErrorCount,
                   end-if,
           end-read.

           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-validate-pair.
           move "y" to xRecordValidFlag.
           move xPairAT (nPairSubscript) to xErrorAbbrAOut.
           move xPairBT (nPairSubscript) to xErrorAbbrBOut.

           move xPairAT (nPairSubscript) to xAbbrevWanted.
           perform 210-find-abbrev.
           if xAbbrevFoundFlag = "n"
               move "unknown state abbreviation on the left"
                   to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           move xPairBT (nPairSubscript) to xAbbrevWanted.
           perform 210-find-abbrev.
           if xAbbrevFoundFlag = "n"
               move "unknown state abbreviation on the right"
                   to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           if xPairAT (nPairSubscript) = xPairBT (nPairSubscript)
               move "state paired with itself" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           move xPairAT (nPairSubscript) to xPairWantedA.
           move xPairBT (nPairSubscript) to xPairWantedB.
           move "n" to xPairFoundFlag.
           perform 221-scan-pair
               varying nPairSearchSubscript from 1 by 1
               until nPairSearchSubscript >= nPairSubscript
               or xPairFoundFlag = "y".
           if xPairFoundFlag = "y"
               move "duplicate pair" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

           move xPairBT (nPairSubscript) to xPairWantedA.
           move xPairAT (nPairSubscript) to xPairWantedB.
           move "n" to xPairFoundFlag.
           perform 221-scan-pair
               varying nPairSearchSubscript from 1 by 1
               until nPairSearchSubscript > nPairCount
               or xPairFoundFlag = "y".
           if xPairFoundFlag = "n"
               move "one-sided pair - reverse pair is missing"
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

       221-scan-pair.
           if xPairAT (nPairSearchSubscript) = xPairWantedA
               and xPairBT (nPairSearchSubscript) = xPairWantedB
               move "y" to xPairFoundFlag,
           end-if.

       230-write-error.
           move "n" to xRecordValidFlag.
           add 1 to nErrorCount.

           display xErrorDetail.
           write xErrorRecord from xErrorDetail.
           move xStatusError to xCurrentStatus.
           move "States-13-errors.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close errorFile.
           move xStatusError to xCurrentStatus.
           move "States-13-errors.txt" to xCurrentFileName.
           perform 900-check-status.

           move nCleanCount to neCleanCount.
           move nErrorCount to neErrorCount.
           display xFooter-1.

           perform 295-write-audit.

           if nErrorCount > 0
               display "*** Borders.txt failed the edit -",
                   " see States-13-errors.txt ***",
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

           move "STATES-13" to xAuditProgramOut.
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
