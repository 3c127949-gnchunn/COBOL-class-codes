           05   nSuspensePeriod           pic 9(8).
           05   xSuspenseJobCode          pic x(4).
           05   xSuspenseTransType        pic x.
           05   xSuspenseShift            pic x.
           05   nSuspenseHolidayHrs       pic 99.

       fd transFile.
       01 xTransInput.
           05   nPayPeriodEnding          pic 9(8).
           05   xJobCodeIn                pic x(4).
           05   xChargeDeptIn             pic x.
           05   xShiftCodeIn              pic x.
           05   nHolidayHoursIn           pic 99.

       01 xTransTrailer redefines xTransInput.
           05   xTrailerRecordType        pic x.
           05   nExpectedRecordCount      pic 999.
           05   filler                    pic x(4).
           05   nExpectedTotalHours       pic 9(8).
           05   filler                    pic x(8).

       working-storage section.
           77  xStatusSuspense            pic xx          value "00".
               10 nPeriodT                pic 9(8).
               10 xJobCodeT               pic x(4).
               10 xTransTypeT             pic x.
               10 xShiftT                 pic x.
               10 nHolidayHrsT            pic 99.
               10 xReleasedT              pic x.

       01 xTransTable.
               10 xTransJobCodeT          pic x(4).
               10 xTransChargeDeptT       pic x.
               10 xTransRecTypeT          pic x.
               10 xTransShiftT            pic x.
               10 nTransHolidayHrsT       pic 99.
               10 xTransRawT              pic x(24).

       01 xListHeading.
           05 filler                   pic x(5)    value "NUM".
                   else
                       move "D" to xTransTypeT (nSuspenseLoadSubscript),
                   end-if,
                   move xSuspenseShift to xShiftT (nSuspenseLoadSubscript),
                   if nSuspenseHolidayHrs is numeric
                       move nSuspenseHolidayHrs
                           to nHolidayHrsT (nSuspenseLoadSubscript),
                   else
                       move 0 to nHolidayHrsT (nSuspenseLoadSubscript),
                   end-if,
                   move "n" to xReleasedT (nSuspenseLoadSubscript),
           end-read.

                       move xJobCodeIn to xTransJobCodeT (nTransLoadSubscript),
                       move xChargeDeptIn to xTransChargeDeptT (nTransLoadSubscript),
                       move xRecordType to xTransRecTypeT (nTransLoadSubscript),
                       move xShiftCodeIn to xTransShiftT (nTransLoadSubscript),
                       move xTransInput to xTransRawT (nTransLoadSubscript),
                       if nHolidayHoursIn is numeric
                           move nHolidayHoursIn
                               to nTransHolidayHrsT (nTransLoadSubscript),
                       else
                           move 0 to nTransHolidayHrsT (nTransLoadSubscript),
                       end-if,
                   end-if,
           end-read.

                   accept nPeriodT (nEntrySubscript),
                   display "Job code? " with no advancing,
                   accept xJobCodeT (nEntrySubscript),
                   display "Shift code? " with no advancing,
                   accept xShiftT (nEntrySubscript),
                   display "Holiday hours? " with no advancing,
                   accept nHolidayHrsT (nEntrySubscript),
                   display "Suspense record corrected.",
               end-if,
           end-if.
                   move "0" to xTransChargeDeptT (nTransLoadSubscript),
                   move xTransTypeT (nEntrySubscript)
                       to xTransRecTypeT (nTransLoadSubscript),
                   move xShiftT (nEntrySubscript)
                       to xTransShiftT (nTransLoadSubscript),
                   move nHolidayHrsT (nEntrySubscript)
                       to nTransHolidayHrsT (nTransLoadSubscript),
                   move spaces to xTransRawT (nTransLoadSubscript),
                   move "y" to xReleasedT (nEntrySubscript),
                   add 1 to nReleasedCount,
                   display "Record released to the next run.",
           perform 900-check-status.

       311-write-trans-record.
           if xTransRecTypeT (nProcessSubscript) = "E"
               move xTransRawT (nProcessSubscript) to xTransInput,
           else
               perform 312-build-trans-record,
           end-if.

           write xTransInput.
           move xStatusTrans to xCurrentStatus.
           move "Payroll.transaction.txt" to xCurrentFileName.
           perform 900-check-status.

       312-build-trans-record.
           if xTransRecTypeT (nProcessSubscript) = "V"
               or xTransRecTypeT (nProcessSubscript) = "S"
               or xTransRecTypeT (nProcessSubscript) = "R"
           move nTransPeriodT (nProcessSubscript) to nPayPeriodEnding.
           move xTransJobCodeT (nProcessSubscript) to xJobCodeIn.
           move xTransChargeDeptT (nProcessSubscript) to xChargeDeptIn.
           move xTransShiftT (nProcessSubscript) to xShiftCodeIn.
           move nTransHolidayHrsT (nProcessSubscript) to nHolidayHoursIn.
           if xTransRecTypeT (nProcessSubscript) not = "R"
               add nTransHoursT (nProcessSubscript) to nTrailerHours,
           end-if.

       320-save-suspense.
           open output suspenseFile.
           move xStatusSuspense to xCurrentStatus.
               move nPeriodT (nProcessSubscript) to nSuspensePeriod,
               move xJobCodeT (nProcessSubscript) to xSuspenseJobCode,
               move xTransTypeT (nProcessSubscript) to xSuspenseTransType,
               move xShiftT (nProcessSubscript) to xSuspenseShift,
               move nHolidayHrsT (nProcessSubscript) to nSuspenseHolidayHrs,

               write xSuspenseInput,
               move xStatusSuspense to xCurrentStatus,
