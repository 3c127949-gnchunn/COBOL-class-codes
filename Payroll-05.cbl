           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

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

       01 xTransReimb redefines xTransInput.
           05   xReimbRecordType          pic x.
           05   nReimbEmpNumIn            pic 9999.
           05   xReimbCategoryIn          pic x(4).
           05   nReimbAmountIn            pic 9(5)v99.
           05   filler                    pic x(8).

       working-storage section.
           77  xStatusMaster              pic xx          value "00".
           77  nEntryCheckNum             pic 9(6)        value 0.
           77  nEntryCheckRem             pic 999         value 0.
           77  xEntryChargeDept           pic x           value "0".
           77  xEntryShift                pic x           value space.
           77  nEntryHolidayHrs           pic 99          value 0.
           77  xEntryCategory             pic x(4)        value spaces.
           77  nEntryAmount               pic 9(5)v99     value 0.

       01 xMasterTable.
           05  xMasterElement occurs 1 to 500 times
               10 xTransJobCodeT          pic x(4).
               10 xTransChargeDeptT       pic x.
               10 xTransRecTypeT          pic x.
               10 xTransShiftT            pic x.
               10 nTransHolidayHrsT       pic 99.
               10 xTransRawT              pic x(24).

       procedure division.
       000-main.
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


       220-accept-entry.
           display "Type (D=worked, V=vacation, S=sick, F=final pay,",
               " R=reverse check, E=expense reimbursement)? "
               with no advancing.
           accept xEntryTransType.
           move function upper-case(xEntryTransType) to xEntryTransType.
           if xEntryTransType not = "V" and xEntryTransType not = "S"
               and xEntryTransType not = "R" and xEntryTransType not = "F"
               and xEntryTransType not = "E"
               move "D" to xEntryTransType,
           end-if.

           if xEntryTransType = "E"
               perform 225-accept-reimbursement,
           else
               perform 221-accept-hours,
           end-if.

       221-accept-hours.
           if xEntryTransType = "R"
               display "Check number to reverse? " with no advancing,
               accept nEntryCheckNum,
               if xEntryChargeDept not numeric
                   move "0" to xEntryChargeDept,
               end-if,
               display "Shift code (blank = day shift)? " with no advancing,
               accept xEntryShift,
               move function upper-case(xEntryShift) to xEntryShift,
               display "Holiday hours worked? " with no advancing,
               accept nEntryHolidayHrs,
               if nEntryHolidayHrs > nEntryHours
                   display "Warning: holiday hours exceed hours worked.",
               end-if,
           end-if.

           if xEntryTransType = "R"
               move "0" to xEntryChargeDept,
               move space to xEntryShift,
               move 0 to nEntryHolidayHrs,
           end-if.

           add 1 to nTransLoadSubscript.
           move xEntryJobCode to xTransJobCodeT (nTransLoadSubscript).
           move xEntryChargeDept to xTransChargeDeptT (nTransLoadSubscript).
           move xEntryTransType to xTransRecTypeT (nTransLoadSubscript).
           move xEntryShift to xTransShiftT (nTransLoadSubscript).
           move nEntryHolidayHrs to nTransHolidayHrsT (nTransLoadSubscript).
           move spaces to xTransRawT (nTransLoadSubscript).
           add 1 to nEntriesAdded.

           display "Transaction recorded.".

       225-accept-reimbursement.
           display "Expense category (MILE=mileage, PURC=purchase)? "
               with no advancing.
           accept xEntryCategory.
           move function upper-case(xEntryCategory) to xEntryCategory.
           display "Amount to reimburse? " with no advancing.
           accept nEntryAmount.

           if xEntryCategory = spaces or nEntryAmount = 0
               display "Category and amount are required - not recorded.",
           else
               add 1 to nTransLoadSubscript,
               move nEntryEmpNum to nTransEmpNumT (nTransLoadSubscript),
               move 0 to nTransHoursT (nTransLoadSubscript),
               move 0 to nTransPeriodT (nTransLoadSubscript),
               move spaces to xTransJobCodeT (nTransLoadSubscript),
               move "0" to xTransChargeDeptT (nTransLoadSubscript),
               move "E" to xTransRecTypeT (nTransLoadSubscript),
               move space to xTransShiftT (nTransLoadSubscript),
               move 0 to nTransHolidayHrsT (nTransLoadSubscript),
               move spaces to xTransInput,
               move "E" to xReimbRecordType,
               move nEntryEmpNum to nReimbEmpNumIn,
               move xEntryCategory to xReimbCategoryIn,
               move nEntryAmount to nReimbAmountIn,
               move xTransInput to xTransRawT (nTransLoadSubscript),
               add 1 to nEntriesAdded,
               display "Transaction recorded.",
           end-if.

       300-termination.
           open output transFile.
           move xStatusTrans to xCurrentStatus.
           display " ".

       310-write-trans-record.
           if xTransRecTypeT (nProcessSubscript) = "E"
               move xTransRawT (nProcessSubscript) to xTransInput,
           else
               perform 311-build-trans-record,
           end-if.

           write xTransInput.
           move xStatusTrans to xCurrentStatus.
           move "Payroll.transaction.txt" to xCurrentFileName.
           perform 900-check-status.

       311-build-trans-record.
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

       900-check-status.
           if xCurrentStatus not = "00"
               display "*** File error on ", xCurrentFileName,
