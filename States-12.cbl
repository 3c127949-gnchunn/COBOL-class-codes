       identification division.
       program-id. States-12.

       environment division.
       input-output section.
       file-control.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select historyFile assign to "StatesHistory.txt" organization is line sequential
               file status is xStatusHistory.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "States-12-output.txt" organization is line sequential
               file status is xStatusOutfile.
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

       fd historyFile.
       01 xHistoryInput.
           05   nHistYearIn            pic 9(4).
           05   xHistAbbrevIn          pic x(2).
           05   nHistPopIn             pic 9(8).

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
       77 xStatusStates                pic xx      value "00".
       77 xStatusHistory               pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xStatesEofFlag               pic x       value "n".
       77 xHistoryEofFlag              pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 xEntryValue                  pic x(10)   value spaces.
       77 nSeatTotal                   pic 999     value 435.
       77 nMarginSeats                 pic 99      value 5.
       77 nPriorYear                   pic 9(4)    value 0.
       77 nLatestYear                  pic 9(4)    value 0.
       77 xPriorWantedFlag             pic x       value "y".
       77 xPriorFoundFlag              pic x       value "n".
       77 xRefusedFlag                 pic x       value "n".
       77 xRunWhich                    pic x       value "C".
       77 nStateCount                  pic 99      value 0.
       77 nStateSubscript              pic 99.
       77 nBestSubscript               pic 99.
       77 nEligibleCount               pic 99      value 0.
       77 nPriorEligibleCount          pic 99      value 0.
       77 nExcludedCount               pic 99      value 0.
       77 nSeatNumber                  pic 9(4)    value 0.
       77 nSeatLimit                   pic 9(4)    value 0.
       77 nSeatSubscript               pic 9(4).
       77 nSeatFrom                    pic 9(4)    value 0.
       77 nSeatsLogged                 pic 9(4)    value 0.
       77 nWorkSeats                   pic 999     value 0.
       77 nWorkPriority                pic 9(9)v99 value 0.
       77 nBestPriority                pic 9(9)v99 value 0.
       77 nTotalPop                    pic 9(10)   value 0.
       77 nChange                      pic s999    value 0.
       77 nGainStates                  pic 99      value 0.
       77 nGainSeats                   pic 999     value 0.
       77 nLossStates                  pic 99      value 0.
       77 nLossSeats                   pic 999     value 0.
       77 nPriorOnlyCount              pic 99      value 0.
       77 nRecordsRead                 pic 9(6)    value 0.
       77 nLinesWritten                pic 9(6)    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 20 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xStateTable.
           05  xStateElement occurs 75 times.
               10 xStateAbbrT             pic x(2).
               10 xStateNameT             pic x(20).
               10 nStatePopT              pic 9(8).
               10 nPriorPopT              pic 9(8).
               10 xOnFileT                pic x.
               10 xPriorOnFileT           pic x.
               10 xExcludedT              pic x.
               10 nSeatsT                 pic 999.
               10 nPriorSeatsT            pic 999.
               10 nWorkPopT               pic 9(8).
               10 nWorkSeatsT             pic 999.

       01 xSeatTable.
           05  xSeatElement occurs 1024 times.
               10 nSeatStateT             pic 99.
               10 nSeatPriorityT          pic 9(9)v99.

       01 xPageHeading.
           05 filler                   pic x(58)   value
               "*** House Apportionment - Method of Equal Proportions ***".

       01 xSeatsHeading.
           05 filler                   pic x(19)   value
               "Seats apportioned: ".
           05 neSeatTotalOut           pic zz9.
           05 filler                   pic x(11)   value "   States: ".
           05 neEligibleOut            pic z9.
           05 filler                   pic x(30)   value
               "   Apportionment population: ".
           05 neTotalPopOut            pic z,zzz,zzz,zz9.

       01 xPriorHeading.
           05 filler                   pic x(34)   value
               "Compared with the apportionment of".
           05 filler                   pic x       value space.
           05 nePriorYearOut           pic 9(4).

       01 xNoPriorHeading.
           05 filler                   pic x(40)   value
               "No prior apportionment compared".

       01 xColumnHeading.
           05 filler                   pic x(25)   value "St  State".
           05 filler                   pic x(10)   value "Population".
           05 filler                   pic x(7)    value "  Seats".
           05 filler                   pic x(15)   value "  Last priority".
           05 filler                   pic x(15)   value "  Next priority".
           05 filler                   pic x(7)    value "  Prior".
           05 filler                   pic x(5)    value "  Chg".

       01 xStateDetail.
           05 xDetAbbrOut              pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xDetNameOut              pic x(20).
           05 filler                   pic x       value space.
           05 neDetPopOut              pic zz,zzz,zz9.
           05 filler                   pic x(4)    value spaces.
           05 neDetSeatsOut            pic zz9.
           05 filler                   pic x(2)    value spaces.
           05 xDetLastOut              pic x(13).
           05 neDetLastOut redefines xDetLastOut
                                       pic zz,zzz,zz9.99.
           05 filler                   pic x(2)    value spaces.
           05 xDetNextOut              pic x(13).
           05 neDetNextOut redefines xDetNextOut
                                       pic zz,zzz,zz9.99.
           05 filler                   pic x(4)    value spaces.
           05 xDetPriorOut             pic x(3).
           05 neDetPriorOut redefines xDetPriorOut
                                       pic zz9.
           05 filler                   pic x(2)    value spaces.
           05 xDetChangeOut            pic x(3).
           05 neDetChangeOut redefines xDetChangeOut
                                       pic ++9.

       01 xLastSeatsHeading.
           05 filler                   pic x(5)    value "Last ".
           05 neLastCountOut           pic z9.
           05 filler                   pic x(15)   value " seats assigned".

       01 xNextSeatsHeading.
           05 filler                   pic x(5)    value "Next ".
           05 neNextCountOut           pic z9.
           05 filler                   pic x(36)   value
               " seats in line (not apportioned)".

       01 xSeatLine.
           05 filler                   pic x(7)    value "  Seat ".
           05 neSeatNumberOut          pic zzz9.
           05 filler                   pic x(2)    value spaces.
           05 xSeatAbbrOut             pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xSeatNameOut             pic x(20).
           05 filler                   pic x(10)   value " priority ".
           05 neSeatPriorityOut        pic zz,zzz,zz9.99.

       01 xExcludedLine.
           05 filler                   pic x(2)    value spaces.
           05 xExclAbbrOut             pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xExclNameOut             pic x(20).
           05 filler                   pic x(30)   value
               " excluded from apportionment".

       01 xGainFooter.
           05 filler                   pic x(22)   value
               "States gaining seats: ".
           05 neGainStatesOut          pic z9.
           05 filler                   pic x(2)    value " (".
           05 neGainSeatsOut           pic zz9.
           05 filler                   pic x(7)    value " seats)".

       01 xLossFooter.
           05 filler                   pic x(22)   value
               "States losing seats:  ".
           05 neLossStatesOut          pic z9.
           05 filler                   pic x(2)    value " (".
           05 neLossSeatsOut           pic zz9.
           05 filler                   pic x(7)    value " seats)".

       01 xPriorOnlyFooter.
           05 nePriorOnlyOut          pic z9.
           05 filler                   pic x(50)   value
               " state(s) in the prior year are not on States.txt".

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

           if xRefusedFlag = "n"
               perform 200-apportion-current,
               if xPriorFoundFlag = "y"
                   perform 210-apportion-prior,
               end-if,
               perform 220-print-report,
           end-if.

           perform 300-termination.

           if xRefusedFlag = "y"
               move 8 to return-code,
           else
               if xPriorWantedFlag = "y" and xPriorFoundFlag = "n"
                   move 4 to return-code,
               else
                   move 0 to return-code,
               end-if,
           end-if.
           stop run.

       100-initialization.
           display " ".
           display "House Seat Apportionment".

           perform 105-load-control.

           move "SEATS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move xControlValueFound to xEntryValue,
           else
               display "Seats to apportion (blank for 435)? "
                   with no advancing,
               move spaces to xEntryValue,
               accept xEntryValue,
           end-if.
           if xEntryValue not = spaces
               compute nSeatTotal = function numval(xEntryValue),
           end-if.
           if nSeatTotal = 0
               move 435 to nSeatTotal,
           end-if.

           move "MARGIN" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nMarginSeats = function numval(xControlValueFound),
           end-if.
           if nMarginSeats = 0 or nMarginSeats > 20
               move 5 to nMarginSeats,
           end-if.

           move "PRIOR-YEAR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move xControlValueFound to xEntryValue,
           else
               display "Prior year to compare (blank for latest,",
                   " 0 for none)? " with no advancing,
               move spaces to xEntryValue,
               accept xEntryValue,
           end-if.
           if xEntryValue = spaces
               move 0 to nPriorYear,
           else
               compute nPriorYear = function numval(xEntryValue),
               if nPriorYear = 0
                   move "n" to xPriorWantedFlag,
               end-if,
           end-if.

           perform 110-load-states.
           perform 109-apply-excludes
               varying nControlSearchSubscript from 1 by 1
               until nControlSearchSubscript > nControlLoadSubscript.

           if xPriorWantedFlag = "y"
               perform 120-find-prior-year,
               if nPriorYear > 0
                   perform 130-load-prior,
               end-if,
           end-if.

           move 0 to nEligibleCount.
           move 0 to nPriorEligibleCount.
           move 0 to nTotalPop.
           perform 140-count-eligible
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           if nEligibleCount = 0 or nEligibleCount > nSeatTotal
               display "*** ", nSeatTotal, " seat(s) cannot be apportioned",
                   " among ", nEligibleCount, " state(s) ***",
               move "y" to xRefusedFlag,
           end-if.

           if xPriorFoundFlag = "y" and nPriorEligibleCount > nSeatTotal
               display "*** ", nPriorYear, " has more states than seats",
                   " - no comparison ***",
               move "n" to xPriorFoundFlag,
           end-if.

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
                   if xControlProgramIn = "STATES-12"
                       and nControlLoadSubscript < 20
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

       109-apply-excludes.
           if xControlParamT (nControlSearchSubscript) = "EXCLUDE"
               perform 113-exclude-state
                   varying nStateSubscript from 1 by 1
                   until nStateSubscript > nStateCount,
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
                           perform 112-clear-state,
                           move "y" to xOnFileT (nStateCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-clear-state.
           move 0 to nPriorPopT (nStateCount).
           move "n" to xOnFileT (nStateCount).
           move "n" to xPriorOnFileT (nStateCount).
           move "n" to xExcludedT (nStateCount).
           move 0 to nSeatsT (nStateCount).
           move 0 to nPriorSeatsT (nStateCount).
           move 0 to nWorkPopT (nStateCount).
           move 0 to nWorkSeatsT (nStateCount).

       113-exclude-state.
           if xStateAbbrT (nStateSubscript)
                   = function upper-case(xControlValueT (nControlSearchSubscript) (1:2))
               and xExcludedT (nStateSubscript) = "n"
               move "y" to xExcludedT (nStateSubscript),
               add 1 to nExcludedCount,
           end-if.

       120-find-prior-year.
           move 0 to nLatestYear.
           move "n" to xHistoryEofFlag.
           open input historyFile.

           if xStatusHistory = "35"
               display "*** StatesHistory.txt not found - no comparison ***",
               move 0 to nPriorYear,
           else
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-latest until xHistoryEofFlag = "y",
               close historyFile,
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               if nPriorYear = 0
                   move nLatestYear to nPriorYear,
               end-if,
           end-if.

       121-read-latest.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nHistYearIn > nLatestYear
                       move nHistYearIn to nLatestYear,
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-prior.
           move "n" to xHistoryEofFlag.
           open input historyFile.
           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 131-read-prior until xHistoryEofFlag = "y".

           close historyFile.
           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           if xPriorFoundFlag = "n"
               display "*** No StatesHistory.txt entries for ", nPriorYear,
                   " - no comparison ***",
           end-if.

       131-read-prior.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nHistYearIn = nPriorYear
                       move "y" to xPriorFoundFlag,
                       perform 132-match-prior-state,
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-match-prior-state.
           move 0 to nBestSubscript.
           perform 133-scan-prior-state
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount
               or nBestSubscript > 0.

           if nBestSubscript = 0 and nStateCount < 75
               add 1 to nStateCount,
               move xHistAbbrevIn to xStateAbbrT (nStateCount),
               move "(not on States.txt)" to xStateNameT (nStateCount),
               move 0 to nStatePopT (nStateCount),
               perform 112-clear-state,
               move nStateCount to nBestSubscript,
               add 1 to nPriorOnlyCount,
           end-if.

           if nBestSubscript > 0
               move nHistPopIn to nPriorPopT (nBestSubscript),
               move "y" to xPriorOnFileT (nBestSubscript),
           end-if.

       133-scan-prior-state.
           if xStateAbbrT (nStateSubscript) = xHistAbbrevIn
               move nStateSubscript to nBestSubscript,
           end-if.

       140-count-eligible.
           if xExcludedT (nStateSubscript) = "n"
               if xOnFileT (nStateSubscript) = "y"
                   and nStatePopT (nStateSubscript) > 0
                   add 1 to nEligibleCount,
                   add nStatePopT (nStateSubscript) to nTotalPop,
               end-if,
               if xPriorOnFileT (nStateSubscript) = "y"
                   and nPriorPopT (nStateSubscript) > 0
                   add 1 to nPriorEligibleCount,
               end-if,
           end-if.

       200-apportion-current.
           move "C" to xRunWhich.
           perform 201-set-current-pop
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.
           compute nSeatLimit = nSeatTotal + nMarginSeats.
           perform 250-apportion.
           move nSeatNumber to nSeatsLogged.

       201-set-current-pop.
           move 0 to nWorkPopT (nStateSubscript).
           if xExcludedT (nStateSubscript) = "n"
               and xOnFileT (nStateSubscript) = "y"
               move nStatePopT (nStateSubscript) to nWorkPopT (nStateSubscript),
           end-if.

       210-apportion-prior.
           move "P" to xRunWhich.
           perform 211-set-prior-pop
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.
           move nSeatTotal to nSeatLimit.
           perform 250-apportion.

       211-set-prior-pop.
           move 0 to nWorkPopT (nStateSubscript).
           if xExcludedT (nStateSubscript) = "n"
               and xPriorOnFileT (nStateSubscript) = "y"
               move nPriorPopT (nStateSubscript) to nWorkPopT (nStateSubscript),
           end-if.

       220-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "States-12-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nSeatTotal to neSeatTotalOut.
           move nEligibleCount to neEligibleOut.
           move nTotalPop to neTotalPopOut.
           display xPageHeading.
           write xOutput from xPageHeading before advancing 1 line.
           perform 229-check-write.
           display xSeatsHeading.
           write xOutput from xSeatsHeading before advancing 1 line.
           perform 229-check-write.

           if xPriorFoundFlag = "y"
               move nPriorYear to nePriorYearOut,
               display xPriorHeading,
               write xOutput from xPriorHeading before advancing 2 lines,
           else
               display xNoPriorHeading,
               write xOutput from xNoPriorHeading before advancing 2 lines,
           end-if.
           perform 229-check-write.

           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.
           perform 229-check-write.

           perform 230-state-detail
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           perform 240-print-seat-margins.

           if nExcludedCount > 0
               move spaces to xOutput,
               write xOutput before advancing 1 line,
               perform 229-check-write,
               perform 235-excluded-line
                   varying nStateSubscript from 1 by 1
                   until nStateSubscript > nStateCount,
           end-if.

           if xPriorFoundFlag = "y"
               perform 260-print-changes,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "States-12-output.txt" to xCurrentFileName.
           perform 900-check-status.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "States-12-output.txt" to xCurrentFileName.
           perform 900-check-status.

       230-state-detail.
           if xExcludedT (nStateSubscript) = "n"
               move xStateAbbrT (nStateSubscript) to xDetAbbrOut,
               move xStateNameT (nStateSubscript) to xDetNameOut,
               move nStatePopT (nStateSubscript) to neDetPopOut,
               move nSeatsT (nStateSubscript) to neDetSeatsOut,
               move nSeatsT (nStateSubscript) to nWorkSeats,
               perform 231-state-priorities,
               perform 232-state-change,
               display xStateDetail,
               write xOutput from xStateDetail before advancing 1 line,
               perform 229-check-write,
           end-if.

       231-state-priorities.
           move spaces to xDetLastOut.
           move spaces to xDetNextOut.

           if nStatePopT (nStateSubscript) > 0 and nWorkSeats > 0
               if nWorkSeats > 1
                   compute nWorkPriority rounded
                       = nStatePopT (nStateSubscript)
                       / function sqrt((nWorkSeats - 1) * nWorkSeats),
                   move nWorkPriority to neDetLastOut,
               end-if,
               compute nWorkPriority rounded
                   = nStatePopT (nStateSubscript)
                   / function sqrt(nWorkSeats * (nWorkSeats + 1)),
               move nWorkPriority to neDetNextOut,
           end-if.

       232-state-change.
           move spaces to xDetPriorOut.
           move spaces to xDetChangeOut.

           if xPriorFoundFlag = "y"
               if xPriorOnFileT (nStateSubscript) = "y"
                   move nPriorSeatsT (nStateSubscript) to neDetPriorOut,
                   compute nChange = nSeatsT (nStateSubscript)
                       - nPriorSeatsT (nStateSubscript),
                   if nChange not = 0
                       move nChange to neDetChangeOut,
                   end-if,
                   if nChange > 0
                       add 1 to nGainStates,
                       add nChange to nGainSeats,
                   end-if,
                   if nChange < 0
                       add 1 to nLossStates,
                       subtract nChange from nLossSeats,
                   end-if,
               else
                   move "n/a" to xDetPriorOut,
               end-if,
           end-if.

       235-excluded-line.
           if xExcludedT (nStateSubscript) = "y"
               move xStateAbbrT (nStateSubscript) to xExclAbbrOut,
               move xStateNameT (nStateSubscript) to xExclNameOut,
               display xExcludedLine,
               write xOutput from xExcludedLine before advancing 1 line,
               perform 229-check-write,
           end-if.

       240-print-seat-margins.
           compute nSeatFrom = nEligibleCount + 1.
           if nSeatTotal - nMarginSeats + 1 > nSeatFrom
               compute nSeatFrom = nSeatTotal - nMarginSeats + 1,
           end-if.

           if nSeatFrom <= nSeatTotal
               compute nWorkSeats = nSeatTotal - nSeatFrom + 1,
               move nWorkSeats to neLastCountOut,
               move spaces to xOutput,
               write xOutput before advancing 1 line,
               perform 229-check-write,
               display xLastSeatsHeading,
               write xOutput from xLastSeatsHeading before advancing 1 line,
               perform 229-check-write,
               perform 245-seat-line
                   varying nSeatSubscript from nSeatFrom by 1
                   until nSeatSubscript > nSeatTotal,
           end-if.

           if nSeatsLogged > nSeatTotal
               compute nWorkSeats = nSeatsLogged - nSeatTotal,
               move nWorkSeats to neNextCountOut,
               move spaces to xOutput,
               write xOutput before advancing 1 line,
               perform 229-check-write,
               display xNextSeatsHeading,
               write xOutput from xNextSeatsHeading before advancing 1 line,
               perform 229-check-write,
               compute nSeatFrom = nSeatTotal + 1,
               perform 245-seat-line
                   varying nSeatSubscript from nSeatFrom by 1
                   until nSeatSubscript > nSeatsLogged,
           end-if.

       245-seat-line.
           move nSeatSubscript to neSeatNumberOut.
           move nSeatStateT (nSeatSubscript) to nStateSubscript.
           move xStateAbbrT (nStateSubscript) to xSeatAbbrOut.
           move xStateNameT (nStateSubscript) to xSeatNameOut.
           move nSeatPriorityT (nSeatSubscript) to neSeatPriorityOut.
           display xSeatLine.
           write xOutput from xSeatLine before advancing 1 line.
           perform 229-check-write.

       250-apportion.
           move 0 to nSeatNumber.
           perform 251-first-seat
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           if nSeatNumber = nSeatTotal
               perform 254-snapshot-seats,
           end-if.

           perform 252-next-seat until nSeatNumber >= nSeatLimit.

       251-first-seat.
           move 0 to nWorkSeatsT (nStateSubscript).
           if nWorkPopT (nStateSubscript) > 0
               move 1 to nWorkSeatsT (nStateSubscript),
               add 1 to nSeatNumber,
           end-if.

       252-next-seat.
           move 0 to nBestSubscript.
           move 0 to nBestPriority.
           perform 253-compare-priority
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           if nBestSubscript = 0
               move nSeatLimit to nSeatNumber,
           else
               add 1 to nSeatNumber,
               add 1 to nWorkSeatsT (nBestSubscript),
               if xRunWhich = "C"
                   move nBestSubscript to nSeatStateT (nSeatNumber),
                   move nBestPriority to nSeatPriorityT (nSeatNumber),
               end-if,
               if nSeatNumber = nSeatTotal
                   perform 254-snapshot-seats,
               end-if,
           end-if.

       253-compare-priority.
           if nWorkPopT (nStateSubscript) > 0
               move nWorkSeatsT (nStateSubscript) to nWorkSeats,
               compute nWorkPriority rounded
                   = nWorkPopT (nStateSubscript)
                   / function sqrt(nWorkSeats * (nWorkSeats + 1)),
               if nWorkPriority > nBestPriority
                   move nWorkPriority to nBestPriority,
                   move nStateSubscript to nBestSubscript,
               end-if,
           end-if.

       254-snapshot-seats.
           perform 255-copy-seats
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

       255-copy-seats.
           if xRunWhich = "C"
               move nWorkSeatsT (nStateSubscript) to nSeatsT (nStateSubscript),
           else
               move nWorkSeatsT (nStateSubscript)
                   to nPriorSeatsT (nStateSubscript),
           end-if.

       260-print-changes.
           move nGainStates to neGainStatesOut.
           move nGainSeats to neGainSeatsOut.
           move nLossStates to neLossStatesOut.
           move nLossSeats to neLossSeatsOut.

           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.
           display xGainFooter.
           write xOutput from xGainFooter before advancing 1 line.
           perform 229-check-write.
           display xLossFooter.
           write xOutput from xLossFooter before advancing 1 line.
           perform 229-check-write.

           if nPriorOnlyCount > 0
               move nPriorOnlyCount to nePriorOnlyOut,
               display xPriorOnlyFooter,
               write xOutput from xPriorOnlyFooter before advancing 1 line,
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

           move "STATES-12" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nPriorOnlyCount to neAuditExceptionsOut.
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
           display "Apportionment complete.".
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
