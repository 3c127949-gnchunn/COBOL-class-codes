       identification division.
       program-id. Capitals-04.

       environment division.
       input-output section.
       file-control.
           select historyFile assign to "CapitalHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select outfile assign to "Capitals-04-output.txt" organization is line sequential
               file status is xStatusOutfile.
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

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusHistory               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xHistoryEofFlag              pic x       value "n".
       77 nTermCount                   pic 9999    value 0.
       77 nTermSubscript               pic 9999.
       77 nPrevSubscript               pic 9999.
       77 nMoveCount                   pic 9999    value 0.
       77 nMoveSubscript               pic 9999.
       77 nStatesMoved                 pic 99      value 0.
       77 xLastStateCounted            pic x(2)    value spaces.
       77 nRunYear                     pic 9(4)    value 0.
       77 nRecordsRead                 pic 9999    value 0.
       77 nLinesWritten                pic 9999    value 0.
       77 nSkippedCount                pic 999     value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xTermTable.
           05  xTermElement occurs 1 to 500 times
                   depending on nTermCount.
               10 xTermStateT             pic x(2).
               10 xTermCityT              pic x(14).
               10 nTermFromT              pic 9(4).
               10 nTermToT                pic 9(4).

       01 xMoveTable.
           05  xMoveElement occurs 1 to 500 times
                   depending on nMoveCount.
               10 nMoveYearT              pic 9(4).
               10 xMoveStateT             pic x(2).
               10 xMoveOldCityT           pic x(14).
               10 nMoveOldServedT         pic 9(4).
               10 xMoveNewCityT           pic x(14).
               10 nMoveNewServedT         pic 9(4).
               10 xMoveNewCurrentT        pic x.

       01 xPageHeading.
           05 filler                   pic x(40)   value
               "*** Capital Relocations ***".

       01 xColumnHeading.
           05 filler                   pic x(6)    value "Year".
           05 filler                   pic x(7)    value "State".
           05 filler                   pic x(16)   value "Moved from".
           05 filler                   pic x(10)   value "Served".
           05 filler                   pic x(16)   value "Moved to".
           05 filler                   pic x(16)   value "Served".

       01 xMoveDetail.
           05 neMoveYearOut            pic 9999.
           05 filler                   pic xx      value spaces.
           05 xMoveStateOut            pic x(2).
           05 filler                   pic x(5)    value spaces.
           05 xMoveOldCityOut          pic x(14).
           05 filler                   pic xx      value spaces.
           05 neMoveOldServedOut       pic zzz9.
           05 filler                   pic x(6)    value " yrs".
           05 xMoveNewCityOut          pic x(14).
           05 filler                   pic xx      value spaces.
           05 neMoveNewServedOut       pic zzz9.
           05 xMoveNewSuffixOut        pic x(11).

       01 xFooter-1.
           05 neFooterMoves            pic zzz9.
           05 filler                   pic x(18)   value " relocation(s) in".
           05 neFooterStates           pic zz9.
           05 filler                   pic x(10)   value " state(s)".

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
           perform 200-report.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           move xRunDate (1:4) to nRunYear.

           perform 110-load-history.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-04-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-history.
           open input historyFile.
           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-history until xHistoryEofFlag = "y".

           close historyFile.
           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-history.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nTermCount < 500
                       add 1 to nTermCount,
                       move xCapHistStateIn to xTermStateT (nTermCount),
                       move xCapHistCityIn to xTermCityT (nTermCount),
                       move nCapHistFromIn to nTermFromT (nTermCount),
                       move nCapHistToIn to nTermToT (nTermCount),
                   else
                       display "*** Capital history table full - ",
                           xCapHistStateIn, " ", xCapHistCityIn,
                           " not reported ***",
                       add 1 to nSkippedCount,
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "CapitalHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-report.
           display xPageHeading.
           write xOutput from xPageHeading before advancing 2 lines.
           perform 229-check-write.

           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.
           perform 229-check-write.

           if nTermCount > 0
               sort xTermElement on ascending key xTermStateT
                   ascending key nTermFromT,
           end-if.

           perform 210-build-move
               varying nTermSubscript from 2 by 1
               until nTermSubscript > nTermCount.

           if nMoveCount > 0
               sort xMoveElement on ascending key nMoveYearT
                   ascending key xMoveStateT,
           end-if.

           perform 220-move-line
               varying nMoveSubscript from 1 by 1
               until nMoveSubscript > nMoveCount.

       210-build-move.
           compute nPrevSubscript = nTermSubscript - 1.

           if xTermStateT (nPrevSubscript) = xTermStateT (nTermSubscript)
               and nMoveCount < 500
               add 1 to nMoveCount,
               move nTermFromT (nTermSubscript) to nMoveYearT (nMoveCount),
               move xTermStateT (nTermSubscript) to xMoveStateT (nMoveCount),
               move xTermCityT (nPrevSubscript) to xMoveOldCityT (nMoveCount),
               move xTermCityT (nTermSubscript) to xMoveNewCityT (nMoveCount),
               perform 211-old-served,
               perform 212-new-served,
               if xTermStateT (nTermSubscript) not = xLastStateCounted
                   add 1 to nStatesMoved,
                   move xTermStateT (nTermSubscript) to xLastStateCounted,
               end-if,
           end-if.

       211-old-served.
           if nTermToT (nPrevSubscript) > nTermFromT (nPrevSubscript)
               compute nMoveOldServedT (nMoveCount) =
                   nTermToT (nPrevSubscript) - nTermFromT (nPrevSubscript),
           else
               if nTermFromT (nTermSubscript) > nTermFromT (nPrevSubscript)
                   compute nMoveOldServedT (nMoveCount) =
                       nTermFromT (nTermSubscript) - nTermFromT (nPrevSubscript),
               else
                   move 0 to nMoveOldServedT (nMoveCount),
               end-if,
           end-if.

       212-new-served.
           move "n" to xMoveNewCurrentT (nMoveCount).
           if nTermToT (nTermSubscript) = 0
               move "y" to xMoveNewCurrentT (nMoveCount),
               if nRunYear > nTermFromT (nTermSubscript)
                   compute nMoveNewServedT (nMoveCount) =
                       nRunYear - nTermFromT (nTermSubscript),
               else
                   move 0 to nMoveNewServedT (nMoveCount),
               end-if,
           else
               if nTermToT (nTermSubscript) > nTermFromT (nTermSubscript)
                   compute nMoveNewServedT (nMoveCount) =
                       nTermToT (nTermSubscript) - nTermFromT (nTermSubscript),
               else
                   move 0 to nMoveNewServedT (nMoveCount),
               end-if,
           end-if.

       220-move-line.
           move nMoveYearT (nMoveSubscript) to neMoveYearOut.
           move xMoveStateT (nMoveSubscript) to xMoveStateOut.
           move xMoveOldCityT (nMoveSubscript) to xMoveOldCityOut.
           move nMoveOldServedT (nMoveSubscript) to neMoveOldServedOut.
           move xMoveNewCityT (nMoveSubscript) to xMoveNewCityOut.
           move nMoveNewServedT (nMoveSubscript) to neMoveNewServedOut.

           if xMoveNewCurrentT (nMoveSubscript) = "y"
               move " yrs so far" to xMoveNewSuffixOut,
           else
               move " yrs" to xMoveNewSuffixOut,
           end-if.

           display xMoveDetail.
           write xOutput from xMoveDetail before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-04-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nMoveCount to neFooterMoves.
           move nStatesMoved to neFooterStates.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           perform 229-check-write.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Capitals-04-output.txt" to xCurrentFileName.
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

           move "CAPITALS-04" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nSkippedCount to neAuditExceptionsOut.
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
