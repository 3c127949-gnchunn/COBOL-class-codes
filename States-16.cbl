       identification division.
       program-id. States-16.

       environment division.
       input-output section.
       file-control.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select regionFile assign to "Regions.txt" organization is line sequential
               file status is xStatusRegion.
           select historyFile assign to "StatesHistory.txt" organization is line sequential
               file status is xStatusHistory.
           select indicatorFile assign to "StateIndicators.txt"
               organization is line sequential
               file status is xStatusIndicator.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "States-16-output.txt" organization is line sequential
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

       fd indicatorFile.
       01 xIndicatorInput.
           05   nIndYearIn             pic 9(4).
           05   xIndAbbrevIn           pic x(2).
           05   nIndIncomeIn           pic 9(11).
           05   nIndGdpIn              pic 9(11).
           05   nIndEmploymentIn       pic 9(9).
           05   nIndHousingIn          pic 9(9).

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
       77 xStatusIndicator             pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xStatesEofFlag               pic x       value "n".
       77 xRegionEofFlag               pic x       value "n".
       77 xHistoryEofFlag              pic x       value "n".
       77 xIndicatorEofFlag            pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 xHeaderSeenFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 nIndicatorYear               pic 9(4)    value 0.
       77 nPopYear                     pic 9(4)    value 0.
       77 nStateCount                  pic 99      value 0.
       77 nStateSubscript              pic 99.
       77 nOtherSubscript              pic 99.
       77 nFoundSubscript              pic 99.
       77 nRankWanted                  pic 99.
       77 xAbbrevWanted                pic x(2).
       77 nRegionCount                 pic 99      value 0.
       77 nRegionSubscript             pic 99.
       77 xRegionWanted                pic x.
       77 xRegionNameFound             pic x(12).
       77 nGroupCount                  pic 99      value 0.
       77 nGroupSubscript              pic 99.
       77 xGroupFoundFlag              pic x       value "n".
       77 nRankedCount                 pic 99      value 0.
       77 nMissingCount                pic 99      value 0.
       77 nMismatchCount               pic 99      value 0.
       77 nDuplicateCount              pic 9999    value 0.
       77 nGroupPop                    pic 9(10)   value 0.
       77 nGroupIncome                 pic 9(13)   value 0.
       77 nGroupGdp                    pic 9(13)   value 0.
       77 nGroupHousing                pic 9(10)   value 0.
       77 nGroupIncomePerCap           pic 9(7)    value 0.
       77 nGroupGdpPerCap              pic 9(7)    value 0.
       77 nGroupPerHousing             pic 99v99   value 0.
       77 nRecordsRead                 pic 9(6)    value 0.
       77 nLinesWritten                pic 9(6)    value 0.
       77 nExceptions                  pic 9(6)    value 0.
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

       01 xGroupTable.
           05  xGroupElement occurs 20 times.
               10 xGroupCodeT             pic x.

       01 xStateTable.
           05  xStateElement occurs 75 times.
               10 xStateAbbrT             pic x(2).
               10 xStateRegionT           pic x.
               10 xStateNameT             pic x(20).
               10 nStatePopT              pic 9(8).
               10 nStatePopYearT          pic 9(4).
               10 xIndicatorsFoundT       pic x.
               10 nIncomeT                pic 9(11).
               10 nGdpT                   pic 9(11).
               10 nHousingT               pic 9(9).
               10 nIncomePerCapT          pic 9(7).
               10 nGdpPerCapT             pic 9(7).
               10 nPerHousingT            pic 99v99.
               10 nIncomeRankT            pic 99.
               10 nIncomeRegRankT         pic 99.
               10 nGdpRankT               pic 99.
               10 nGdpRegRankT            pic 99.
               10 nHousingRankT           pic 99.
               10 nHousingRegRankT        pic 99.

       01 xPageHeading.
           05 filler                   pic x(40)   value
               "*** State Per-Capita Indicators ***".

       01 xBasisHeading.
           05 filler                   pic x(16)   value
               "Indicator year  ".
           05 xIndicatorYearOut        pic x(4).
           05 filler                   pic x(33)   value
               "   Current populations taken as ".
           05 xPopYearOut              pic x(4).
           05 filler                   pic x(25)   value
               "   Ranks: national/region".

       01 xColumnHeading-1.
           05 filler                   pic x(54)   value spaces.
           05 filler                   pic x(15)   value
               "Income/person".
           05 filler                   pic x(15)   value
               "GDP/person".
           05 filler                   pic x(10)   value
               "Persons/HU".

       01 xColumnHeading-2.
           05 filler                   pic x(36)   value
               "St  State                Region".
           05 filler                   pic x(18)   value
               "Population  Year".
           05 filler                   pic x(15)   value
               "Dollars  Rank".
           05 filler                   pic x(15)   value
               "Dollars  Rank".
           05 filler                   pic x(10)   value
               "Ratio Rank".

       01 xDetailLine.
           05 xDtAbbrOut               pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xDtNameOut               pic x(20).
           05 filler                   pic x       value space.
           05 xDtRegionOut             pic x(11).
           05 neDtPopOut               pic zz,zzz,zz9.
           05 filler                   pic x       value space.
           05 xDtPopYearOut            pic x(4).
           05 xDtMismatchOut           pic x.
           05 filler                   pic x(2)    value spaces.
           05 neDtIncomeOut            pic zzz,zz9.
           05 filler                   pic x       value space.
           05 neDtIncomeRankOut        pic z9.
           05 filler                   pic x       value "/".
           05 neDtIncomeRegRankOut     pic z9.
           05 filler                   pic x(2)    value spaces.
           05 neDtGdpOut               pic zzz,zz9.
           05 filler                   pic x       value space.
           05 neDtGdpRankOut           pic z9.
           05 filler                   pic x       value "/".
           05 neDtGdpRegRankOut        pic z9.
           05 filler                   pic x(2)    value spaces.
           05 neDtHousingOut           pic z9.99.
           05 filler                   pic x       value space.
           05 neDtHousingRankOut       pic z9.
           05 filler                   pic x       value "/".
           05 neDtHousingRegRankOut    pic z9.

       01 xRegionHeading.
           05 filler                   pic x(8)    value "Region: ".
           05 xRgNameOut               pic x(12).

       01 xRegionTotalLine.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(32)   value
               "Region total".
           05 neRgPopOut               pic zz,zzz,zzz,zz9.
           05 filler                   pic x(8)    value spaces.
           05 neRgIncomeOut            pic zzz,zz9.
           05 filler                   pic x(8)    value spaces.
           05 neRgGdpOut               pic zzz,zz9.
           05 filler                   pic x(8)    value spaces.
           05 neRgHousingOut           pic z9.99.

       01 xRegionSectionHeading.
           05 filler                   pic x(40)   value
               "Ranked within region by income/person".

       01 xMissingHeading.
           05 filler                   pic x(40)   value
               "States with no indicators for the year".

       01 xMissingLine.
           05 filler                   pic x(2)    value spaces.
           05 xMsAbbrOut               pic x(2).
           05 filler                   pic x(2)    value spaces.
           05 xMsNameOut               pic x(20).

       01 xMismatchLegend.
           05 filler                   pic x(60)   value
               "* population year differs from the indicator year".

       01 xFooter-1.
           05 neRankedCountOut         pic z9.
           05 filler                   pic x(17)   value
               " state(s) ranked ".
           05 neMissingCountOut        pic z9.
           05 filler                   pic x(27)   value
               " without indicators       ".
           05 neMismatchCountOut       pic z9.
           05 filler                   pic x(31)   value
               " on a different population year".

       01 xFooter-2.
           05 neDuplicateCountOut      pic zzz9.
           05 filler                   pic x(60)   value
               " duplicate indicator row(s) ignored - run the indicator edit".

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
           stop run.

       100-initialization.
           perform 105-load-control.

           move "YEAR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nIndicatorYear = function numval(xControlValueFound),
           end-if.

           accept xRunDate from date yyyymmdd.
           move xRunDate (1:4) to nPopYear.
           move "POP-YEAR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nPopYear = function numval(xControlValueFound),
           end-if.

           perform 110-load-states.
           perform 120-load-regions.
           perform 130-load-indicators.
           perform 140-load-history.

           perform 150-compute-measures
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.
           perform 155-compute-ranks
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
                   if xControlProgramIn = "STATES-16"
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
                           move nPopYear to nStatePopYearT (nStateCount),
                           move "n" to xIndicatorsFoundT (nStateCount),
                           move 0 to nIncomeT (nStateCount),
                           move 0 to nGdpT (nStateCount),
                           move 0 to nHousingT (nStateCount),
                           move 0 to nIncomePerCapT (nStateCount),
                           move 0 to nGdpPerCapT (nStateCount),
                           move 0 to nPerHousingT (nStateCount),
                           perform 112-note-region,
                       end-if,
                   end-if,
           end-read.

           move xStatusStates to xCurrentStatus.
           move "States.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-note-region.
           move "n" to xGroupFoundFlag.
           perform 113-scan-group
               varying nGroupSubscript from 1 by 1
               until nGroupSubscript > nGroupCount
               or xGroupFoundFlag = "y".

           if xGroupFoundFlag = "n" and nGroupCount < 20
               add 1 to nGroupCount,
               move xRegionCode to xGroupCodeT (nGroupCount),
           end-if.

       113-scan-group.
           if xGroupCodeT (nGroupSubscript) = xRegionCode
               move "y" to xGroupFoundFlag,
           end-if.

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

       130-load-indicators.
           open input indicatorFile.
           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 900-check-status.

           if nIndicatorYear = 0
               perform 131-read-latest until xIndicatorEofFlag = "y",
               close indicatorFile,
               move "n" to xIndicatorEofFlag,
               open input indicatorFile,
               move xStatusIndicator to xCurrentStatus,
               move "StateIndicators.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           perform 132-read-indicator until xIndicatorEofFlag = "y".

           close indicatorFile.
           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 900-check-status.

       131-read-latest.
           read indicatorFile
               at end
                   move "y" to xIndicatorEofFlag,
               not at end
                   if nIndYearIn numeric and nIndYearIn > nIndicatorYear
                       move nIndYearIn to nIndicatorYear,
                   end-if,
           end-read.

           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-read-indicator.
           read indicatorFile
               at end
                   move "y" to xIndicatorEofFlag,
               not at end
                   if nIndYearIn numeric and nIndYearIn = nIndicatorYear
                       add 1 to nRecordsRead,
                       move function upper-case(xIndAbbrevIn) to xAbbrevWanted,
                       perform 160-find-state,
                       perform 133-store-indicator,
                   end-if,
           end-read.

           move xStatusIndicator to xCurrentStatus.
           move "StateIndicators.txt" to xCurrentFileName.
           perform 901-check-read-status.

       133-store-indicator.
           if nFoundSubscript > 0
               and nIndIncomeIn numeric and nIndGdpIn numeric
               and nIndHousingIn numeric
               if xIndicatorsFoundT (nFoundSubscript) = "y"
                   add 1 to nDuplicateCount,
               else
                   move "y" to xIndicatorsFoundT (nFoundSubscript),
                   move nIndIncomeIn to nIncomeT (nFoundSubscript),
                   move nIndGdpIn to nGdpT (nFoundSubscript),
                   move nIndHousingIn to nHousingT (nFoundSubscript),
               end-if,
           end-if.

       140-load-history.
           open input historyFile.

           if xStatusHistory not = "35"
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 141-read-history until xHistoryEofFlag = "y",
               close historyFile,
               move xStatusHistory to xCurrentStatus,
               move "StatesHistory.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       141-read-history.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nHistYearIn = nIndicatorYear and nPopYear not = nIndicatorYear
                       add 1 to nRecordsRead,
                       move xHistAbbrevIn to xAbbrevWanted,
                       perform 160-find-state,
                       if nFoundSubscript > 0 and nHistPopIn > 0
                           move nHistPopIn to nStatePopT (nFoundSubscript),
                           move nHistYearIn to nStatePopYearT (nFoundSubscript),
                       end-if,
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "StatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       150-compute-measures.
           if xIndicatorsFoundT (nStateSubscript) = "y"
               and nStatePopT (nStateSubscript) = 0
               move "n" to xIndicatorsFoundT (nStateSubscript),
           end-if.

           if xIndicatorsFoundT (nStateSubscript) = "y"
               add 1 to nRankedCount,
               compute nIncomePerCapT (nStateSubscript) rounded
                   = nIncomeT (nStateSubscript) * 1000
                   / nStatePopT (nStateSubscript),
               compute nGdpPerCapT (nStateSubscript) rounded
                   = nGdpT (nStateSubscript) * 1000
                   / nStatePopT (nStateSubscript),
               if nHousingT (nStateSubscript) > 0
                   compute nPerHousingT (nStateSubscript) rounded
                       = nStatePopT (nStateSubscript)
                       / nHousingT (nStateSubscript),
               end-if,
               if nStatePopYearT (nStateSubscript) not = nIndicatorYear
                   add 1 to nMismatchCount,
               end-if,
           else
               add 1 to nMissingCount,
           end-if.

       155-compute-ranks.
           move 1 to nIncomeRankT (nStateSubscript).
           move 1 to nIncomeRegRankT (nStateSubscript).
           move 1 to nGdpRankT (nStateSubscript).
           move 1 to nGdpRegRankT (nStateSubscript).
           move 1 to nHousingRankT (nStateSubscript).
           move 1 to nHousingRegRankT (nStateSubscript).

           if xIndicatorsFoundT (nStateSubscript) = "y"
               perform 156-compare-state
                   varying nOtherSubscript from 1 by 1
                   until nOtherSubscript > nStateCount,
           end-if.

       156-compare-state.
           if xIndicatorsFoundT (nOtherSubscript) = "y"
               if nIncomePerCapT (nOtherSubscript)
                       > nIncomePerCapT (nStateSubscript)
                   add 1 to nIncomeRankT (nStateSubscript),
                   if xStateRegionT (nOtherSubscript)
                           = xStateRegionT (nStateSubscript)
                       add 1 to nIncomeRegRankT (nStateSubscript),
                   end-if,
               end-if,
               if nGdpPerCapT (nOtherSubscript)
                       > nGdpPerCapT (nStateSubscript)
                   add 1 to nGdpRankT (nStateSubscript),
                   if xStateRegionT (nOtherSubscript)
                           = xStateRegionT (nStateSubscript)
                       add 1 to nGdpRegRankT (nStateSubscript),
                   end-if,
               end-if,
               if nPerHousingT (nOtherSubscript)
                       > nPerHousingT (nStateSubscript)
                   add 1 to nHousingRankT (nStateSubscript),
                   if xStateRegionT (nOtherSubscript)
                           = xStateRegionT (nStateSubscript)
                       add 1 to nHousingRegRankT (nStateSubscript),
                   end-if,
               end-if,
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
           move "States-16-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xPageHeading.
           write xOutput from xPageHeading before advancing 1 line.
           perform 229-check-write.

           move nIndicatorYear to xIndicatorYearOut.
           move nPopYear to xPopYearOut.
           display xBasisHeading.
           write xOutput from xBasisHeading before advancing 2 lines.
           perform 229-check-write.

           perform 205-print-headings.

           perform 210-national-rank
               varying nRankWanted from 1 by 1
               until nRankWanted > nStateCount.

           move spaces to xOutput.
           write xOutput before advancing 1 line.
           perform 229-check-write.
           display xRegionSectionHeading.
           write xOutput from xRegionSectionHeading before advancing 2 lines.
           perform 229-check-write.

           perform 220-region-block
               varying nGroupSubscript from 1 by 1
               until nGroupSubscript > nGroupCount.

           if nMissingCount > 0
               display xMissingHeading,
               write xOutput from xMissingHeading before advancing 1 line,
               perform 229-check-write,
               perform 240-missing-line
                   varying nStateSubscript from 1 by 1
                   until nStateSubscript > nStateCount,
               move spaces to xOutput,
               write xOutput before advancing 1 line,
               perform 229-check-write,
           end-if.

           if nMismatchCount > 0
               display xMismatchLegend,
               write xOutput from xMismatchLegend before advancing 1 line,
               perform 229-check-write,
           end-if.

           move nRankedCount to neRankedCountOut.
           move nMissingCount to neMissingCountOut.
           move nMismatchCount to neMismatchCountOut.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           perform 229-check-write.

           if nDuplicateCount > 0
               move nDuplicateCount to neDuplicateCountOut,
               display xFooter-2,
               write xOutput from xFooter-2 before advancing 1 line,
               perform 229-check-write,
           end-if.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "States-16-output.txt" to xCurrentFileName.
           perform 900-check-status.

       205-print-headings.
           display xColumnHeading-1.
           write xOutput from xColumnHeading-1 before advancing 1 line.
           perform 229-check-write.
           display xColumnHeading-2.
           write xOutput from xColumnHeading-2 before advancing 1 line.
           perform 229-check-write.

       210-national-rank.
           perform 211-print-if-ranked
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

       211-print-if-ranked.
           if xIndicatorsFoundT (nStateSubscript) = "y"
               and nIncomeRankT (nStateSubscript) = nRankWanted
               perform 230-detail-line,
           end-if.

       220-region-block.
           move xGroupCodeT (nGroupSubscript) to xRegionWanted.
           perform 170-find-region-name.
           move xRegionNameFound to xRgNameOut.
           display xRegionHeading.
           write xOutput from xRegionHeading before advancing 1 line.
           perform 229-check-write.

           move 0 to nGroupPop.
           move 0 to nGroupIncome.
           move 0 to nGroupGdp.
           move 0 to nGroupHousing.
           perform 221-region-rank
               varying nRankWanted from 1 by 1
               until nRankWanted > nStateCount.

           move 0 to nGroupIncomePerCap.
           move 0 to nGroupGdpPerCap.
           move 0 to nGroupPerHousing.
           if nGroupPop > 0
               compute nGroupIncomePerCap rounded
                   = nGroupIncome * 1000 / nGroupPop,
               compute nGroupGdpPerCap rounded
                   = nGroupGdp * 1000 / nGroupPop,
           end-if.
           if nGroupHousing > 0
               compute nGroupPerHousing rounded = nGroupPop / nGroupHousing,
           end-if.
           move nGroupPop to neRgPopOut.
           move nGroupIncomePerCap to neRgIncomeOut.
           move nGroupGdpPerCap to neRgGdpOut.
           move nGroupPerHousing to neRgHousingOut.
           display xRegionTotalLine.
           write xOutput from xRegionTotalLine before advancing 2 lines.
           perform 229-check-write.

       221-region-rank.
           perform 222-print-if-region
               varying nStateSubscript from 1 by 1
               until nStateSubscript > nStateCount.

       222-print-if-region.
           if xIndicatorsFoundT (nStateSubscript) = "y"
               and xStateRegionT (nStateSubscript)
                   = xGroupCodeT (nGroupSubscript)
               and nIncomeRegRankT (nStateSubscript) = nRankWanted
               add nStatePopT (nStateSubscript) to nGroupPop,
               add nIncomeT (nStateSubscript) to nGroupIncome,
               add nGdpT (nStateSubscript) to nGroupGdp,
               add nHousingT (nStateSubscript) to nGroupHousing,
               perform 230-detail-line,
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "States-16-output.txt" to xCurrentFileName.
           perform 900-check-status.

       230-detail-line.
           move xStateAbbrT (nStateSubscript) to xDtAbbrOut.
           move xStateNameT (nStateSubscript) to xDtNameOut.
           move xStateRegionT (nStateSubscript) to xRegionWanted.
           perform 170-find-region-name.
           move xRegionNameFound to xDtRegionOut.
           move nStatePopT (nStateSubscript) to neDtPopOut.
           move nStatePopYearT (nStateSubscript) to xDtPopYearOut.
           if nStatePopYearT (nStateSubscript) not = nIndicatorYear
               move "*" to xDtMismatchOut,
           else
               move space to xDtMismatchOut,
           end-if.
           move nIncomePerCapT (nStateSubscript) to neDtIncomeOut.
           move nIncomeRankT (nStateSubscript) to neDtIncomeRankOut.
           move nIncomeRegRankT (nStateSubscript) to neDtIncomeRegRankOut.
           move nGdpPerCapT (nStateSubscript) to neDtGdpOut.
           move nGdpRankT (nStateSubscript) to neDtGdpRankOut.
           move nGdpRegRankT (nStateSubscript) to neDtGdpRegRankOut.
           move nPerHousingT (nStateSubscript) to neDtHousingOut.
           move nHousingRankT (nStateSubscript) to neDtHousingRankOut.
           move nHousingRegRankT (nStateSubscript) to neDtHousingRegRankOut.
           display xDetailLine.
           write xOutput from xDetailLine before advancing 1 line.
           perform 229-check-write.

       240-missing-line.
           if xIndicatorsFoundT (nStateSubscript) = "n"
               move xStateAbbrT (nStateSubscript) to xMsAbbrOut,
               move xStateNameT (nStateSubscript) to xMsNameOut,
               display xMissingLine,
               write xOutput from xMissingLine before advancing 1 line,
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

           move "STATES-16" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           compute nExceptions = nMissingCount + nMismatchCount
               + nDuplicateCount.
           move nExceptions to neAuditExceptionsOut.
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
           display "Per-capita report complete.".
           display " ".

           if nExceptions > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.

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
