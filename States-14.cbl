       identification division.
       program-id. States-14.

       environment division.
       input-output section.
       file-control.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select regionFile assign to "Regions.txt" organization is line sequential
               file status is xStatusRegion.
           select historyFile assign to "StatesHistory.txt" organization is line sequential
               file status is xStatusHistory.
           select borderFile assign to "Borders.txt" organization is line sequential
               file status is xStatusBorder.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "States-14-output.txt" organization is line sequential
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

       fd regionFile.
       01 xRegionInput.
           05   xRegionCodeMstr        pic x(1).
           05   xRegionNameMstr        pic x(12).

       fd historyFile.
       01 xHistoryInput.
           05   nHistYearIn            pic 9(4).
           05   xHistAbbrevIn          pic x(2).
           05   nHistPopIn             pic 9(8).

       fd borderFile.
       01 xBorderInput.
           05   xBorderAbbrAIn         pic x(2).
           05   xBorderAbbrBIn         pic x(2).

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
       77 xStatusRegion                pic xx      value "00".
       77 xStatusHistory               pic xx      value "00".
       77 xStatusBorder                pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xStatesEofFlag               pic x       value "n".
       77 xRegionEofFlag               pic x       value "n".
       77 xHistoryEofFlag              pic x       value "n".
       77 xBorderEofFlag               pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 nBaseYear                    pic 9(4)    value 0.
       77 nDensityPct                  pic 999v99  value 50.
       77 nGrowthPts                   pic 999v99  value 5.
       77 nStateCount                  pic 99      value 0.
       77 nStateSubscript              pic 99.
       77 nNeighborSubscript           pic 99.
       77 nOtherSubscript              pic 99.
       77 nFoundSubscript              pic 99.
       77 nFoundSubscriptB             pic 99.
       77 xAbbrevWanted                pic x(2).
       77 xNeighborFoundFlag           pic x       value "n".
       77 nRegionCount                 pic 99      value 0.
       77 nRegionSubscript             pic 99.
       77 xRegionWanted                pic x.
       77 xRegionNameFound             pic x(12).
       77 nDensitySum                  pic 9(8)v99 value 0.
       77 nGrowthSum                   pic s9(6)v99 value 0.
       77 nGrowthNeighbors             pic 99      value 0.
       77 nAvgDensity                  pic 9(6)v99 value 0.
       77 nAvgGrowth                   pic s9(4)v99 value 0.
       77 nDifference                  pic s9(6)v99 value 0.
       77 xDensityFlag                 pic x       value "n".
       77 xGrowthFlag                  pic x       value "n".
       77 nDensityFlagged              pic 99      value 0.
       77 nGrowthFlagged               pic 99      value 0.
       77 nCrossCount                  pic 999     value 0.
       77 nPairsRead                   pic 9999    value 0.
       77 nPairsIgnored                pic 9999    value 0.
       77 nRecordsRead                 pic 9(6)    value 0.
       77 nLinesWritten                pic 9(6)    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xRegionMasterTable.
           05  xRegionMasterElement occurs 20 times.
               10 xRegionCodeM            pic x.
               10 xRegionNameM            pic x(12).

       01 xStateTable.
           05  xStateElement occurs 75 times.
               10 xStateAbbrT             pic x(2).
               10 xStateRegionT           pic x.
               10 xStateNameT             pic x(20).
               10 nStatePopT              pic 9(8).
               10 nStateAreaT             pic 9(6).
               10 nStateDensityT          pic 9(6)v99.
               10 nBasePopT               pic 9(8).
               10 xGrowthKnownT           pic x.
               10 nGrowthT                pic s9(4)v99.
               10 nNeighborCountT         pic 99.
               10 nNeighborT              pic 99 occurs 15 times.

       01 xPageHeading.
           05 filler                   pic x(40)   value
               "*** State Neighbor Comparison ***".

       01 xBasisHeading.
           05 filler                   pic x(20)   value
               "Growth measured from".
           05 filler                   pic x       value space.
           05 xBaseYearOut             pic x(4).
           05 filler                   pic x(20)   value
               "   Flag when density".
           05 filler                   pic x(7)    value " is +/-".
           05 neDensityPctOut          pic zz9.
           05 filler                   pic x(24)   value
               "% of neighbors or growth".
           05 filler                   pic x(4)    value " is ".
           05 neGrowthPtsOut           pic z9.99.
           05 filler                   pic x(10)   value " pts apart".

       01 xStateLine.
           05 xStAbbrOut               pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xStNameOut               pic x(20).
           05 filler                   pic x(8)    value " Region ".
           05 xStRegionOut             pic x(12).
           05 filler                   pic x(5)    value " Pop ".
           05 neStPopOut               pic zz,zzz,zz9.
           05 filler                   pic x(10)   value "  Density ".
           05 neStDensityOut           pic zzz,zz9.99.
           05 filler                   pic x(9)    value "  Growth%".
           05 xStGrowthOut             pic x(8).
           05 neStGrowthOut redefines xStGrowthOut
                                       pic ----9.99.

       01 xNeighborLine.
           05 filler                   pic x(6)    value spaces.
           05 xNbAbbrOut               pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xNbNameOut               pic x(20).
           05 filler                   pic x(14)   value spaces.
           05 filler                   pic x(5)    value " Pop ".
           05 neNbPopOut               pic zz,zzz,zz9.
           05 filler                   pic x(10)   value "  Density ".
           05 neNbDensityOut           pic zzz,zz9.99.
           05 filler                   pic x(9)    value "  Growth%".
           05 xNbGrowthOut             pic x(8).
           05 neNbGrowthOut redefines xNbGrowthOut
                                       pic ----9.99.

       01 xAverageLine.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(24)   value
               "Neighbor average".
           05 filler                   pic x(29)   value spaces.
           05 filler                   pic x(10)   value "  Density ".
           05 neAvgDensityOut          pic zzz,zz9.99.
           05 filler                   pic x(9)    value "  Growth%".
           05 xAvgGrowthOut            pic x(8).
           05 neAvgGrowthOut redefines xAvgGrowthOut
                                       pic ----9.99.

       01 xFlagLine.
           05 filler                   pic x(6)    value spaces.
           05 xFlagDensityOut          pic x(30).
           05 xFlagGrowthOut           pic x(30).

       01 xNoNeighborLine.
           05 filler                   pic x(6)    value spaces.
           05 filler                   pic x(30)   value
               "No neighbors on Borders.txt".

       01 xCrossHeading.
           05 filler                   pic x(40)   value
               "Border pairs that cross regions".

       01 xCrossLine.
           05 filler                   pic x(2)    value spaces.
           05 xCrAbbrAOut              pic x(2).
           05 filler                   pic x       value space.
           05 xCrRegionAOut            pic x(12).
           05 filler                   pic x(3)    value " - ".
           05 xCrAbbrBOut              pic x(2).
           05 filler                   pic x       value space.
           05 xCrRegionBOut            pic x(12).

       01 xFooter-1.
           05 neDensityFlaggedOut      pic z9.
           05 filler                   pic x(28)   value
               " state(s) flagged on density".
           05 filler                   pic x(3)    value spaces.
           05 neGrowthFlaggedOut       pic z9.
           05 filler                   pic x(27)   value
               " state(s) flagged on growth".

       01 xFooter-2.
           05 neCrossCountOut          pic zz9.
           05 filler                   pic x(34)   value
               " border pair(s) cross region codes".

       01 xFooter-3.
           05 nePairsIgnoredOut        pic zzz9.
           05 filler                   pic x(50)   value
               " Borders.txt pair(s) ignored - run the border edit".

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
           perform 200-print-report.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           perform 105-load-control.

           move "BASE-YEAR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nBaseYear = function numval(xControlValueFound),
           end-if.

           move "DENSITY-PCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDensityPct = function numval(xControlValueFound),
           end-if.

           move "GROWTH-PTS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nGrowthPts = function numval(xControlValueFound),
           end-if.

           perform 110-load-states.
           perform 120-load-regions.
           perform 130-load-base-year.
           perform 140-load-borders.

           perform 150-compute-measures
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

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
                   if xControlProgramIn = "STATES-14"
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
                           move xRegionCode to xStateRegionT (nStateCount),
                           move xStateName to xStateNameT (nStateCount),
                           move nPopulation to nStatePopT (nStateCount),
                           move nArea to nStateAreaT (nStateCount),
                           move 0 to nStateDensityT (nStateCount),
                           move 0 to nBasePopT (nStateCount),
                           move "n" to xGrowthKnownT (nStateCount),
                           move 0 to nGrowthT (nStateCount),
                           move 0 to nNeighborCountT (nStateCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-regions.
           open input regionFile.

           if xStatusRegion = "00"
               perform 121-read-region until xRegionEofFlag = "y",
               close regionFile,
           end-if.

       121-read-region.
           read regionFile
               at end
                   move "y" to xRegionEofFlag,
               not at end
                   if nRegionCount < 20
                       add 1 to nRegionCount,
                       move xRegionCodeMstr to xRegionCodeM (nRegionCount),
                       move xRegionNameMstr to xRegionNameM (nRegionCount),
                   end-if,
           end-read.

           move xStatusRegion to xCurrentStatus.
           move "Regions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-base-year.
           open input historyFile.

           if xStatusHistory = "35"
               move 0 to nBaseYear,
           else
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               if nBaseYear = 0
                   perform 131-read-latest until xHistoryEofFlag = "y",
                   close historyFile,
                   move "n" to xHistoryEofFlag,
                   open input historyFile,
                   move xStatusHistory to xCurrentStatus,
                   move "StatesHistory.txt" to xCurrentFileName,
                   perform 900-check-status,
               end-if,
               perform 132-read-base until xHistoryEofFlag = "y",
               close historyFile,
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       131-read-latest.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nHistYearIn > nBaseYear
                       move nHistYearIn to nBaseYear,
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-read-base.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nHistYearIn = nBaseYear
                       add 1 to nRecordsRead,
                       move xHistAbbrevIn to xAbbrevWanted,
                       perform 160-find-state,
                       if nFoundSubscript > 0
                           move nHistPopIn to nBasePopT (nFoundSubscript),
                       end-if,
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       140-load-borders.
           open input borderFile.
           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 141-read-border until xBorderEofFlag = "y".

           close borderFile.
           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 900-check-status.

       141-read-border.
           read borderFile
               at end
                   move "y" to xBorderEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   add 1 to nPairsRead,
                   move function upper-case(xBorderAbbrBIn) to xAbbrevWanted,
                   perform 160-find-state,
                   move nFoundSubscript to nFoundSubscriptB,
                   move function upper-case(xBorderAbbrAIn) to xAbbrevWanted,
                   perform 160-find-state,
                   if nFoundSubscript = 0 or nFoundSubscriptB = 0
                       or nFoundSubscript = nFoundSubscriptB
                       add 1 to nPairsIgnored,
                   else
                       move nFoundSubscript to nStateSubscript,
                       move nFoundSubscriptB to nOtherSubscript,
                       perform 142-add-neighbor,
                       move nFoundSubscriptB to nStateSubscript,
                       move nFoundSubscript to nOtherSubscript,
                       perform 142-add-neighbor,
                   end-if,
           end-read.

           move xStatusBorder to xCurrentStatus.
           move "Borders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       142-add-neighbor.
           move "n" to xNeighborFoundFlag.
           perform 143-scan-neighbor
               varying nNeighborSubscript from 1 by 1
               until nNeighborSubscript > nNeighborCountT (nStateSubscript)
               or xNeighborFoundFlag = "y".

           if xNeighborFoundFlag = "n"
               if nNeighborCountT (nStateSubscript) < 15
                   add 1 to nNeighborCountT (nStateSubscript),
                   move nOtherSubscript to nNeighborT (nStateSubscript,
                       nNeighborCountT (nStateSubscript)),
               else
                   add 1 to nPairsIgnored,
               end-if,
           end-if.

       143-scan-neighbor.
           if nNeighborT (nStateSubscript, nNeighborSubscript)
                   = nOtherSubscript
               move "y" to xNeighborFoundFlag,
           end-if.

       150-compute-measures.
           if nStateAreaT (nStateSubscript) > 0
               compute nStateDensityT (nStateSubscript) rounded
                   = nStatePopT (nStateSubscript)
                   / nStateAreaT (nStateSubscript),
           end-if.

           if nBasePopT (nStateSubscript) > 0
               move "y" to xGrowthKnownT (nStateSubscript),
               compute nGrowthT (nStateSubscript) rounded
                   = (nStatePopT (nStateSubscript)
                   - nBasePopT (nStateSubscript)) * 100
                   / nBasePopT (nStateSubscript),
           end-if.

       160-find-state.
           move 0 to nFoundSubscript.
           perform 161-scan-state
               varying nOtherSubscript from 1 by 1
               until nOtherSubscript > nStateCount
               or nFoundSubscript > 0.

       161-scan-state.
           if xStateAbbrT (nOtherSubscript) = xAbbrevWanted
               move nOtherSubscript to nFoundSubscript,
           end-if.

       170-find-region-name.
           move xRegionWanted to xRegionNameFound.
           perform 171-scan-region
               varying nRegionSubscript from 1 by 1
               until nRegionSubscript > nRegionCount.

       171-scan-region.
           if xRegionCodeM (nRegionSubscript) = xRegionWanted
               move xRegionNameM (nRegionSubscript) to xRegionNameFound,
           end-if.

       200-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "States-14-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xPageHeading.
           write xOutput from xPageHeading before advancing 1 line.
           perform 229-check-write.

           if nBaseYear > 0
               move nBaseYear to xBaseYearOut,
           else
               move "none" to xBaseYearOut,
           end-if.
           move nDensityPct to neDensityPctOut.
           move nGrowthPts to neGrowthPtsOut.
           display xBasisHeading.
           write xOutput from xBasisHeading before advancing 2 lines.
           perform 229-check-write.

           perform 210-state-block
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           display xCrossHeading.
           write xOutput from xCrossHeading before advancing 1 line.
           perform 229-check-write.

           perform 240-cross-region-pairs
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

           move nDensityFlagged to neDensityFlaggedOut.
           move nGrowthFlagged to neGrowthFlaggedOut.
           move nCrossCount to neCrossCountOut.
           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           perform 229-check-write.
           display xFooter-2.
           write xOutput from xFooter-2 before advancing 1 line.
           perform 229-check-write.

           if nPairsIgnored > 0
               move nPairsIgnored to nePairsIgnoredOut,
               display xFooter-3,
               write xOutput from xFooter-3 before advancing 1 line,
               perform 229-check-write,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "States-14-output.txt" to xCurrentFileName.
           perform 900-check-status.

       210-state-block.
           move xStateAbbrT (nStateSubscript) to xStAbbrOut.
           move xStateNameT (nStateSubscript) to xStNameOut.
           move xStateRegionT (nStateSubscript) to xRegionWanted.
           perform 170-find-region-name.
           move xRegionNameFound to xStRegionOut.
           move nStatePopT (nStateSubscript) to neStPopOut.
           move nStateDensityT (nStateSubscript) to neStDensityOut.
           if xGrowthKnownT (nStateSubscript) = "y"
               move nGrowthT (nStateSubscript) to neStGrowthOut,
           else
               move "     n/a" to xStGrowthOut,
           end-if.
           display xStateLine.
           write xOutput from xStateLine before advancing 1 line.
           perform 229-check-write.

           move 0 to nDensitySum.
           move 0 to nGrowthSum.
           move 0 to nGrowthNeighbors.
           perform 220-neighbor-line
               varying nNeighborSubscript from 1 by 1
               until nNeighborSubscript > nNeighborCountT (nStateSubscript).

           if nNeighborCountT (nStateSubscript) = 0
               display xNoNeighborLine,
               write xOutput from xNoNeighborLine before advancing 2 lines,
               perform 229-check-write,
           else
               perform 230-neighbor-average,
           end-if.

       220-neighbor-line.
           move nNeighborT (nStateSubscript, nNeighborSubscript)
               to nOtherSubscript.
           move xStateAbbrT (nOtherSubscript) to xNbAbbrOut.
           move xStateNameT (nOtherSubscript) to xNbNameOut.
           move nStatePopT (nOtherSubscript) to neNbPopOut.
           move nStateDensityT (nOtherSubscript) to neNbDensityOut.
           add nStateDensityT (nOtherSubscript) to nDensitySum.
           if xGrowthKnownT (nOtherSubscript) = "y"
               move nGrowthT (nOtherSubscript) to neNbGrowthOut,
               add nGrowthT (nOtherSubscript) to nGrowthSum,
               add 1 to nGrowthNeighbors,
           else
               move "     n/a" to xNbGrowthOut,
           end-if.
           display xNeighborLine.
           write xOutput from xNeighborLine before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "States-14-output.txt" to xCurrentFileName.
           perform 900-check-status.

       230-neighbor-average.
           move "n" to xDensityFlag.
           move "n" to xGrowthFlag.
           move spaces to xFlagDensityOut.
           move spaces to xFlagGrowthOut.

           compute nAvgDensity rounded
               = nDensitySum / nNeighborCountT (nStateSubscript).
           move nAvgDensity to neAvgDensityOut.

           if nAvgDensity > 0
               compute nDifference rounded
                   = (nStateDensityT (nStateSubscript) - nAvgDensity)
                   * 100 / nAvgDensity,
               if nDifference < 0
                   compute nDifference = 0 - nDifference,
               end-if,
               if nDifference > nDensityPct
                   move "y" to xDensityFlag,
               end-if,
           end-if.

           if nGrowthNeighbors > 0
               compute nAvgGrowth rounded = nGrowthSum / nGrowthNeighbors,
               move nAvgGrowth to neAvgGrowthOut,
               if xGrowthKnownT (nStateSubscript) = "y"
                   compute nDifference = nGrowthT (nStateSubscript)
                       - nAvgGrowth,
                   if nDifference < 0
                       compute nDifference = 0 - nDifference,
                   end-if,
                   if nDifference > nGrowthPts
                       move "y" to xGrowthFlag,
                   end-if,
               end-if,
           else
               move "     n/a" to xAvgGrowthOut,
           end-if.

           display xAverageLine.
           write xOutput from xAverageLine before advancing 1 line.
           perform 229-check-write.

           if xDensityFlag = "y"
               add 1 to nDensityFlagged,
               move "<<< DENSITY DIFFERS" to xFlagDensityOut,
           end-if.
           if xGrowthFlag = "y"
               add 1 to nGrowthFlagged,
               move "<<< GROWTH DIFFERS" to xFlagGrowthOut,
           end-if.
           if xDensityFlag = "y" or xGrowthFlag = "y"
               display xFlagLine,
               write xOutput from xFlagLine before advancing 1 line,
               perform 229-check-write,
           end-if.

           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.

       240-cross-region-pairs.
           perform 241-check-cross-pair
               varying nNeighborSubscript from 1 by 1
               until nNeighborSubscript > nNeighborCountT (nStateSubscript).

       241-check-cross-pair.
           move nNeighborT (nStateSubscript, nNeighborSubscript)
               to nOtherSubscript.

           if xStateAbbrT (nStateSubscript) < xStateAbbrT (nOtherSubscript)
               and xStateRegionT (nStateSubscript)
                   not = xStateRegionT (nOtherSubscript)
               add 1 to nCrossCount,
               move xStateAbbrT (nStateSubscript) to xCrAbbrAOut,
               move xStateRegionT (nStateSubscript) to xRegionWanted,
               perform 170-find-region-name,
               move xRegionNameFound to xCrRegionAOut,
               move xStateAbbrT (nOtherSubscript) to xCrAbbrBOut,
               move xStateRegionT (nOtherSubscript) to xRegionWanted,
               perform 170-find-region-name,
               move xRegionNameFound to xCrRegionBOut,
               display xCrossLine,
               write xOutput from xCrossLine before advancing 1 line,
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

           move "STATES-14" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           compute nDifference = nDensityFlagged + nGrowthFlagged.
           move nDifference to neAuditExceptionsOut.
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
           display "Neighbor comparison complete.".
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
