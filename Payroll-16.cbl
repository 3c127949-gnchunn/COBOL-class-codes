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

       fd controlFile.
       01 xControlInput.
       01 xTransTable.
           05  xTransElement occurs 1 to 500 times
                   depending on nTransCount.
               10 xTransRawT              pic x(24).

       01 xReportHeading-1.
           05 filler                      pic x(44)   value
               move nPeriodEnding to nPayPeriodEnding,
               move "CLCK" to xJobCodeIn,
               move "0" to xChargeDeptIn,
               move space to xShiftCodeIn,
               move 0 to nHolidayHoursIn,
               move xTransInput to xTransRawT (nTransCount),
               add 1 to nTransAdded,
           end-if.

       251-write-transaction.
           move xTransRawT (nTransSubscript) to xTransInput.
           if xRecordType not = "R" and xRecordType not = "E"
               add nHoursWorked to nTrailerHours,
           end-if.
           write xTransInput.
