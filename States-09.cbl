               file status is xStatusCensus.
           select statesFile assign to "States.txt" organization is line sequential
               file status is xStatusStates.
           select fipsFile assign to "Fips.txt" organization is line sequential
               file status is xStatusFips.
           select regionFile assign to "Regions.txt" organization is line sequential
               file status is xStatusRegion.
           select errorFile assign to "States-09-errors.txt"
           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xStatesHeader redefines xStatesOutput.
           05   xHeaderFlag            pic x(2).
           05   nExpectedRecordCount   pic 9(7).
           05   nExpectedTotalPop      pic 9(10).
           05   filler                 pic x(22).

       fd fipsFile.
       01 xFipsInput.
           05   xFipsTypeIn            pic x.
           05   nFipsStateIn           pic 99.
           05   nFipsCountyIn          pic 999.
           05   xFipsAbbrIn            pic x(2).
           05   xFipsNameIn            pic x(20).

       fd regionFile.
       01 xRegionInput.
       77 xStatusCensus                pic xx      value "00".
       77 xStatusStates                pic xx      value "00".
       77 xStatusRegion                pic xx      value "00".
       77 xStatusFips                  pic xx      value "00".
       77 xStatusError                 pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCensusEofFlag               pic x       value "n".
       77 xStatesEofFlag               pic x       value "n".
       77 xRegionEofFlag               pic x       value "n".
       77 xFipsEofFlag                 pic x       value "n".
       77 nFipsCount                   pic 99      value 0.
       77 nFipsSubscript               pic 99.
       77 xFipsFoundFlag               pic x       value "n".
       77 nParseFips                   pic 99      value 0.
       77 xParseFipsText               pic x(4)    value spaces.
       77 xHeaderSeenFlag              pic x       value "n".
       77 nRegionMasterCount           pic 99      value 0.
       77 nRegionSubscript             pic 99.
               10 xRegionCodeM            pic x.
               10 xRegionNameM            pic x(12).

       01 xFipsTable.
           05  xFipsElement occurs 1 to 75 times
                   depending on nFipsCount.
               10 nFipsStateT             pic 99.
               10 xFipsAbbrT              pic x(2).

       01 xOldStateTable.
           05  xOldStateElement occurs 1 to 75 times
                   depending on nOldCount.
               10 nOldNumberT             pic 99.
               10 nOldFipsT               pic 99.
               10 xOldAbbrevT             pic x(2).
               10 nOldPopT                pic 9(8).
               10 xOldSeenT               pic x.
           05  xNewStateElement occurs 1 to 75 times
                   depending on nNewCount.
               10 nNewNumberT             pic 99.
               10 nNewFipsT               pic 99.
               10 xNewAbbrevT             pic x(2).
               10 xNewRegionT             pic x.
               10 xNewNameT               pic x(20).

       100-initialization.
           perform 105-load-regions.
           perform 107-load-fips.
           perform 110-load-old-states.

           open input censusFile.
           move "Regions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       107-load-fips.
           open input fipsFile.
           move xStatusFips to xCurrentStatus.
           move "Fips.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 108-read-fips until xFipsEofFlag = "y".

           close fipsFile.
           move xStatusFips to xCurrentStatus.
           move "Fips.txt" to xCurrentFileName.
           perform 900-check-status.

       108-read-fips.
           read fipsFile
               at end
                   move "y" to xFipsEofFlag,
               not at end
                   if xFipsTypeIn = "S" and nFipsCount < 75
                       add 1 to nFipsCount,
                       move nFipsStateIn to nFipsStateT (nFipsCount),
                       move xFipsAbbrIn to xFipsAbbrT (nFipsCount),
                   end-if,
           end-read.

           move xStatusFips to xCurrentStatus.
           move "Fips.txt" to xCurrentFileName.
           perform 901-check-read-status.

       110-load-old-states.
           open input statesFile.

                       if nOldCount < 75
                           add 1 to nOldCount,
                           move nStateNumber to nOldNumberT (nOldCount),
                           move nStateFips to nOldFipsT (nOldCount),
                           move xStateAbbreviation to xOldAbbrevT (nOldCount),
                           move nPopulation to nOldPopT (nOldCount),
                           move "n" to xOldSeenT (nOldCount),

       210-edit-census-row.
           move "y" to xRecordValidFlag.
           move spaces to xParseFipsText, xParseAbbrev, xParseName,
               xParseRegion, xParsePopText, xParseAreaText.

           unstring xCensusRecord delimited by ","
               into xParseFipsText, xParseAbbrev, xParseName, xParseRegion,
                   xParsePopText, xParseAreaText.

           move function upper-case(xParseAbbrev) to xParseAbbrev.

           if function trim(xParseFipsText) = spaces
               move 0 to nParseFips,
           else
               compute nParseFips = function numval (xParseFipsText),
           end-if.
           if nParseFips = 0
               move "FIPS code is zero or not numeric"
                   to xErrorReasonOut,
               perform 230-write-error,
           else
               perform 212-check-fips,
           end-if.

           if xParseAbbrev (1:2) = spaces
               or not (xParseAbbrev (1:1) alphabetic
                   and xParseAbbrev (2:1) alphabetic)
               perform 220-accept-census-row,
           end-if.

       212-check-fips.
           move "n" to xFipsFoundFlag.
           perform 213-scan-fips
               varying nFipsSubscript from 1 by 1
               until nFipsSubscript > nFipsCount
               or xFipsFoundFlag = "y".

           if xFipsFoundFlag = "n"
               move "FIPS code not on the Fips.txt crosswalk"
                   to xErrorReasonOut,
               perform 230-write-error,
           else
               subtract 1 from nFipsSubscript,
               if xFipsAbbrT (nFipsSubscript) not = xParseAbbrev (1:2)
                   move "abbreviation differs from FIPS crosswalk"
                       to xErrorReasonOut,
                   perform 230-write-error,
               end-if,
           end-if.

           move "n" to xDuplicateFlag.
           perform 214-scan-new-fips
               varying nNewSubscript from 1 by 1
               until nNewSubscript > nNewCount
               or xDuplicateFlag = "y".
           if xDuplicateFlag = "y"
               move "duplicate state FIPS code" to xErrorReasonOut,
               perform 230-write-error,
           end-if.

       213-scan-fips.
           if nFipsStateT (nFipsSubscript) = nParseFips
               move "y" to xFipsFoundFlag,
           end-if.

       214-scan-new-fips.
           if nNewFipsT (nNewSubscript) = nParseFips
               move "y" to xDuplicateFlag,
           end-if.

       215-check-region.
           move "n" to xRegionValidFlag.
           perform 2151-scan-region-master

       220-accept-census-row.
           add 1 to nNewCount.
           move nParseFips to nNewFipsT (nNewCount).
           move xParseAbbrev (1:2) to xNewAbbrevT (nNewCount).
           move xParseRegion (1:1) to xNewRegionT (nNewCount).
           move xParseName to xNewNameT (nNewCount).
           end-if.

       226-scan-old-states.
           if nOldFipsT (nOldSubscript) = nNewFipsT (nNewCount)
               or (nOldFipsT (nOldSubscript) = 0
                   and xOldAbbrevT (nOldSubscript) = xNewAbbrevT (nNewCount))
               move "y" to xOldFoundFlag,
               move nOldNumberT (nOldSubscript) to nNewNumberT (nNewCount),
               move "y" to xOldSeenT (nOldSubscript),
           perform 900-check-status.

       242-scan-old-for-change.
           if nOldFipsT (nOldSubscript) = nNewFipsT (nNewSubscript)
               or (nOldFipsT (nOldSubscript) = 0
                   and xOldAbbrevT (nOldSubscript)
                       = xNewAbbrevT (nNewSubscript))
               move "y" to xOldFoundFlag,
               move nOldPopT (nOldSubscript) to neChangeOldPop,
               compute nPopDelta = nNewPopT (nNewSubscript)
           move xNewNameT (nNewSubscript) to xStateName.
           move nNewPopT (nNewSubscript) to nPopulation.
           move nNewAreaT (nNewSubscript) to nArea.
           move nNewFipsT (nNewSubscript) to nStateFips.

           write xStatesOutput.
           move xStatusStates to xCurrentStatus.
