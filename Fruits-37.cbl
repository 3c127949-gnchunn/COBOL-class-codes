       identification division.
       program-id. Fruits-37.

       environment division.
       input-output section.
       file-control.
           select drawerCounts assign to "DrawerCounts.txt"
               organization is line sequential
               file status is xStatusDrawer.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-37-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd drawerCounts.
       01 xDrawerRecord.
           05 nDrawDateIn      pic 9(8).
           05 xDrawLocIn       pic x(3).
           05 xDrawClerkIn     pic x(8).
           05 nDrawTimeIn      pic 9(6).
           05 nDrawFloatIn     pic 9(5)v99.
           05 nDrawCashSalesIn pic 9(7)v99.
           05 nDrawCashRefundsIn pic 9(7)v99.
           05 nDrawCountedIn   pic 9(7)v99.
           05 nDrawCardSalesIn pic 9(7)v99.
           05 nDrawCardCountedIn pic 9(7)v99.
           05 nDrawDenomCountIn occurs 10 times pic 9(5).

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusDrawer        pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xDrawerEofFlag       pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nReportMonth         pic 9(6)    value 0.
       77 nTolerance           pic 9(5)v99 value 5.00.
       77 nCountCount          pic 9(4)    value 0.
       77 nCountSubscript      pic 9(4).
       77 xPreviousClerk       pic x(8)    value spaces.
       77 nCashOverShort       pic s9(7)v99 value 0.
       77 nCardOverShort       pic s9(7)v99 value 0.
       77 nClerkDrawers        pic 9(4)    value 0.
       77 nClerkOver           pic 9(7)v99 value 0.
       77 nClerkShort          pic 9(7)v99 value 0.
       77 nClerkCardNet        pic s9(7)v99 value 0.
       77 nGrandDrawers        pic 9(4)    value 0.
       77 nGrandOver           pic 9(7)v99 value 0.
       77 nGrandShort          pic 9(7)v99 value 0.
       77 nGrandCardNet        pic s9(7)v99 value 0.
       77 nFlaggedCount        pic 9(4)    value 0.
       77 nRecordsRead         pic 9(7)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xCountTable.
           05  xCountElement occurs 1 to 2000 times
                   depending on nCountCount.
               10 xCountClerkT         pic x(8).
               10 nCountDateT          pic 9(8).
               10 xCountLocT           pic x(3).
               10 nCountExpectedT      pic s9(7)v99.
               10 nCountCountedT       pic 9(7)v99.
               10 nCountCashOverShortT pic s9(7)v99.
               10 nCountCardOverShortT pic s9(7)v99.

       01 xReportHeading-1.
           05 filler               pic x(35)   value
               "*** Drawer over/short by clerk for ".
           05 neHeadingMonth       pic 9999/99.
           05 filler               pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler               pic x(32)   value
               "Drawers outside a tolerance of $".
           05 neHeadToleranceOut   pic zz9.99.
           05 filler               pic x(12)   value " are flagged".

       01 xColumnHeading.
           05 filler               pic x(10)   value "CLERK".
           05 filler               pic x(12)   value "DATE".
           05 filler               pic x(5)    value "LOC".
           05 filler               pic x(11)   value "  EXPECTED".
           05 filler               pic x(11)   value "   COUNTED".
           05 filler               pic x(11)   value " CASH O/S".
           05 filler               pic x(11)   value " CARD O/S".

       01 xCountDetail.
           05 xDetClerkOut         pic x(8).
           05 filler               pic xx      value spaces.
           05 neDetDateOut         pic 9999/99/99.
           05 filler               pic xx      value spaces.
           05 xDetLocOut           pic x(3).
           05 filler               pic xx      value spaces.
           05 neDetExpectedOut     pic ---,--9.99.
           05 filler               pic x       value space.
           05 neDetCountedOut      pic zzz,zz9.99.
           05 filler               pic x       value space.
           05 neDetCashOsOut       pic ---,--9.99.
           05 filler               pic x       value space.
           05 neDetCardOsOut       pic ---,--9.99.
           05 filler               pic x       value space.
           05 xDetFlagOut          pic x(9).

       01 xClerkTotal.
           05 filler               pic x(10)   value spaces.
           05 filler               pic x(7)    value "Total: ".
           05 neClerkDrawersOut    pic zzz9.
           05 filler               pic x(16)   value " drawer(s), over".
           05 neClerkOverOut       pic zz,zz9.99.
           05 filler               pic x(7)    value " short".
           05 neClerkShortOut      pic zz,zz9.99.
           05 filler               pic x(5)    value " net".
           05 neClerkNetOut        pic ---,--9.99.
           05 filler               pic x(6)    value " card".
           05 neClerkCardOut       pic ---,--9.99.

       01 xGrandTotal.
           05 filler               pic x(17)   value "ALL CLERKS       ".
           05 neGrandDrawersOut    pic zzz9.
           05 filler               pic x(16)   value " drawer(s), over".
           05 neGrandOverOut       pic zz,zz9.99.
           05 filler               pic x(7)    value " short".
           05 neGrandShortOut      pic zz,zz9.99.
           05 filler               pic x(5)    value " net".
           05 neGrandNetOut        pic ---,--9.99.
           05 filler               pic x(6)    value " card".
           05 neGrandCardOut       pic ---,--9.99.

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
           perform 110-load-counts.

           if nCountCount > 0
               sort xCountElement on ascending key xCountClerkT
                   nCountDateT xCountLocT,
           end-if.

           perform 200-print-report.
           perform 300-termination.

           if nFlaggedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "*** Monthly drawer over/short by clerk ***".
           display "Month (yyyymm, 0 = this month)? " with no advancing.
           accept nReportMonth.
           if nReportMonth = 0
               move xRunDate (1:6) to nReportMonth,
           end-if.

           perform 105-load-control.

           move "TOLERANCE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nTolerance = function numval(xControlValueFound)
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
                   if xControlProgramIn = "FRUITS-37"
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

       110-load-counts.
           open input drawerCounts.

           if xStatusDrawer = "00"
               perform 111-read-count until xDrawerEofFlag = "y",
               close drawerCounts,
           end-if.

       111-read-count.
           read drawerCounts
               at end
                   move "y" to xDrawerEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nDrawDateIn (1:6) = nReportMonth
                       perform 112-table-count,
                   end-if,
           end-read.

           move xStatusDrawer to xCurrentStatus.
           move "DrawerCounts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-table-count.
           if nCountCount < 2000
               add 1 to nCountCount,
               move xDrawClerkIn to xCountClerkT (nCountCount),
               move nDrawDateIn to nCountDateT (nCountCount),
               move xDrawLocIn to xCountLocT (nCountCount),
               compute nCountExpectedT (nCountCount) = nDrawFloatIn
                   + nDrawCashSalesIn - nDrawCashRefundsIn,
               move nDrawCountedIn to nCountCountedT (nCountCount),
               compute nCountCashOverShortT (nCountCount) =
                   nDrawCountedIn - nCountExpectedT (nCountCount),
               compute nCountCardOverShortT (nCountCount) =
                   nDrawCardCountedIn - nDrawCardSalesIn,
           else
               display "*** DrawerCounts.txt holds more than 2000",
                   " drawers for the month. ***",
               display "*** Ending run. ***",
               move 16 to return-code,
               stop run,
           end-if.

       200-print-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-37-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nReportMonth to neHeadingMonth.
           move nTolerance to neHeadToleranceOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-37-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 210-print-count
               varying nCountSubscript from 1 by 1
               until nCountSubscript > nCountCount.

           if nCountCount > 0
               perform 220-print-clerk-total,
           end-if.

           move nGrandDrawers to neGrandDrawersOut.
           move nGrandOver to neGrandOverOut.
           move nGrandShort to neGrandShortOut.
           compute nCashOverShort = nGrandOver - nGrandShort.
           move nCashOverShort to neGrandNetOut.
           move nGrandCardNet to neGrandCardOut.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xGrandTotal.
           write xOutput from xGrandTotal before advancing 1 line.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-37-output.txt" to xCurrentFileName.
           perform 900-check-status.

       210-print-count.
           if nCountSubscript > 1
               and xCountClerkT (nCountSubscript) not = xPreviousClerk
               perform 220-print-clerk-total,
           end-if.
           move xCountClerkT (nCountSubscript) to xPreviousClerk.

           move nCountCashOverShortT (nCountSubscript) to nCashOverShort.
           move nCountCardOverShortT (nCountSubscript) to nCardOverShort.

           move xCountClerkT (nCountSubscript) to xDetClerkOut.
           move nCountDateT (nCountSubscript) to neDetDateOut.
           move xCountLocT (nCountSubscript) to xDetLocOut.
           move nCountExpectedT (nCountSubscript) to neDetExpectedOut.
           move nCountCountedT (nCountSubscript) to neDetCountedOut.
           move nCashOverShort to neDetCashOsOut.
           move nCardOverShort to neDetCardOsOut.
           if nCashOverShort > nTolerance
               or nCashOverShort < 0 - nTolerance
               or nCardOverShort > nTolerance
               or nCardOverShort < 0 - nTolerance
               move "<<< CHECK" to xDetFlagOut,
               add 1 to nFlaggedCount,
           else
               move spaces to xDetFlagOut,
           end-if.

           display xCountDetail.
           write xOutput from xCountDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-37-output.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nClerkDrawers.
           if nCashOverShort > 0
               add nCashOverShort to nClerkOver,
           else
               subtract nCashOverShort from nClerkShort,
           end-if.
           add nCardOverShort to nClerkCardNet.

       220-print-clerk-total.
           move nClerkDrawers to neClerkDrawersOut.
           move nClerkOver to neClerkOverOut.
           move nClerkShort to neClerkShortOut.
           compute nCashOverShort = nClerkOver - nClerkShort.
           move nCashOverShort to neClerkNetOut.
           move nClerkCardNet to neClerkCardOut.
           display xClerkTotal.
           write xOutput from xClerkTotal before advancing 1 line.
           display " ".
           write xOutput from " " before advancing 1 line.

           add nClerkDrawers to nGrandDrawers.
           add nClerkOver to nGrandOver.
           add nClerkShort to nGrandShort.
           add nClerkCardNet to nGrandCardNet.

           move 0 to nClerkDrawers.
           move 0 to nClerkOver.
           move 0 to nClerkShort.
           move 0 to nClerkCardNet.

       300-termination.
           perform 295-write-audit.

           display " ".
           display "Over/short report written to Fruits-37-output.txt.".
           display " ".

       295-write-audit.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "FRUITS-37" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nCountCount to neAuditRecordsWrittenOut.
           move nFlaggedCount to neAuditExceptionsOut.
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
