           05   xSortedJobCode            pic x(4).
           05   xSortedChargeDept         pic x.
           05   xSortedTransType          pic x.
           05   xSortedShift              pic x.
           05   nSortedHolidayHrs         pic 99.

       fd masterfile.
       01 xMaster.
           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd rateHistoryFile.
       01 xRateHistoryInput.
