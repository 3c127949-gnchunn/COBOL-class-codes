       identification division.
       program-id. Fruits-23.

       environment division.
       input-output section.
       file-control.
           select invoicesFile assign to "Invoices.txt"
               organization is line sequential
               file status is xStatusInvoices.
           select customers assign to "Customers.txt"
               organization is indexed
               record key is xCustIdIn
               file status is xStatusCust.
           select historyFile assign to "DunningHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select letterFile assign to "DunningLetters.txt"
               organization is line sequential
               file status is xStatusLetter.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Fruits-23-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd invoicesFile.
       01 xInvoiceInput.
           05 nInvNumIn        pic 9(6).
           05 xInvCustIn       pic x(8).
           05 nInvDateIn       pic 9(8).
           05 nInvAmountIn     pic 9(7)v99.
           05 nInvPaidIn       pic 9(7)v99.

       fd customers.
       01 xCustomer.
           05 xCustIdIn        pic x(8).
           05 xCustNameIn      pic x(20).
           05 xCustCreditFlagIn pic x.
           05 nCustCreditLimitIn pic 9(5)v99.
           05 xCustContactIn.
               10 xCustAddressIn  pic x(30).
               10 xCustCityIn     pic x(20).
               10 xCustZipIn      pic x(10).
               10 xCustPhoneIn    pic x(15).
               10 xCustEmailIn    pic x(40).
               10 xCustOptInIn    pic x.

       fd historyFile.
       01 xHistoryInput.
           05 xHistCustIn      pic x(8).
           05 nHistDateIn      pic 9(8).
           05 xHistLevelIn     pic x.
           05 nHistInvNumIn    pic 9(6).
           05 nHistPastDueIn   pic 9(7)v99.

       fd letterFile.
       01 xLetterRecord        pic x(80).

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput              pic x(110).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusInvoices      pic xx      value "00".
       77 xStatusCust          pic xx      value "00".
       77 xStatusHistory       pic xx      value "00".
       77 xStatusLetter        pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xInvoicesEofFlag     pic x       value "n".
       77 xHistoryEofFlag      pic x       value "n".
       77 xCustEofFlag         pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nFirstDays           pic 999     value 30.
       77 nSecondDays          pic 999     value 60.
       77 nFinalDays           pic 999     value 90.
       77 nHoldDays            pic 999     value 90.
       77 nInvoicesRead        pic 9(4)    value 0.
       77 nInvCount            pic 9(4)    value 0.
       77 nInvSubscript        pic 9(4).
       77 nHistCount           pic 9(4)    value 0.
       77 nHistSubscript       pic 9(4).
       77 xHistFoundFlag       pic x       value "n".
       77 nCustomersRead       pic 9(4)    value 0.
       77 nLettersWritten      pic 9(4)    value 0.
       77 nHoldsPlaced         pic 999     value 0.
       77 nHoldsReleased       pic 999     value 0.
       77 nUnknownCount        pic 999     value 0.
       77 nTodayInteger        pic 9(8)    value 0.
       77 nAgeDays             pic s9(5)   value 0.
       77 nOpenAmount          pic 9(7)v99 value 0.
       77 nCustPastDue         pic 9(8)v99 value 0.
       77 nCustOpenTotal       pic 9(8)v99 value 0.
       77 nCustOldestDays      pic s9(5)   value 0.
       77 nCustOldestInv       pic 9(6)    value 0.
       77 xLetterLevel         pic x       value space.
       77 xActionText          pic x(40)   value spaces.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xInvoiceTable.
           05  xInvoiceElement occurs 1 to 2000 times
                   depending on nInvCount.
               10 nInvNumT             pic 9(6).
               10 xInvCustT            pic x(8).
               10 nInvDateT            pic 9(8).
               10 nInvOpenT            pic 9(7)v99.
               10 nInvAgeT             pic s9(5).
               10 xInvMatchedT         pic x.

       01 xHistoryTable.
           05  xHistoryElement occurs 1 to 3000 times
                   depending on nHistCount.
               10 xHistCustT           pic x(8).
               10 xHistLevelT          pic x.
               10 nHistInvNumT         pic 9(6).

       01 xReportHeading-1.
           05 filler               pic x(46)   value
               "*** Collections - Dunning and Credit Holds ***".

       01 xReportHeading-2.
           05 filler               pic x(10)   value "CUST ID".
           05 filler               pic x(22)   value "NAME".
           05 filler               pic x(14)   value "PAST DUE".
           05 filler               pic x(8)    value "DAYS".
           05 filler               pic x(40)   value "ACTION".

       01 xActionDetail.
           05 xActionCustOut       pic x(8).
           05 filler               pic xx      value spaces.
           05 xActionNameOut       pic x(20).
           05 filler               pic xx      value spaces.
           05 neActionPastDueOut   pic zzz,zz9.99.
           05 filler               pic x(4)    value spaces.
           05 neActionDaysOut      pic zzzz9.
           05 filler               pic x(3)    value spaces.
           05 xActionTextOut       pic x(40).

       01 xUnknownDetail.
           05 filler               pic x(8)    value "Invoice ".
           05 neUnknownInvNum      pic 9(6).
           05 filler               pic x(14)   value " for customer ".
           05 xUnknownCust         pic x(8).
           05 filler               pic x(37)   value
               " is past due but not in Customers.txt".

       01 xFooter-1.
           05 filler               pic x(9)    value "Letters: ".
           05 neFootLetters        pic zzz9.
           05 filler               pic x(17)   value "   Holds placed: ".
           05 neFootHolds          pic zz9.
           05 filler               pic x(19)   value "   Holds released: ".
           05 neFootReleases       pic zz9.

       01 xLetterSeparator.
           05 filler               pic x(64)   value all "=".

       01 xLetterLine-1.
           05 xLetterTitle         pic x(40).
           05 filler               pic x(14)   value spaces.
           05 neLetterDate         pic 9999/99/99.

       01 xLetterLine-2.
           05 filler               pic x(10)   value "ACCOUNT:  ".
           05 xLetterCustId        pic x(8).
           05 filler               pic x(3)    value spaces.
           05 xLetterCustName      pic x(20).

       01 xLetterLine-3.
           05 xLetterText          pic x(64).

       01 xLetterInvHeading.
           05 filler               pic x(12)   value "  INVOICE".
           05 filler               pic x(14)   value "DATED".
           05 filler               pic x(14)   value "  OPEN AMOUNT".
           05 filler               pic x(10)   value "  DAYS".

       01 xLetterInvDetail.
           05 filler               pic xx      value spaces.
           05 neLetterInvNum       pic 9(6).
           05 filler               pic x(4)    value spaces.
           05 neLetterInvDate      pic 9999/99/99.
           05 filler               pic x(4)    value spaces.
           05 neLetterInvOpen      pic zzz,zz9.99.
           05 filler               pic x(4)    value spaces.
           05 neLetterInvDays      pic zzzz9.

       01 xLetterTotal.
           05 filler               pic x(26)   value
               "  TOTAL NOW PAST DUE:".
           05 neLetterPastDue      pic $$$$,$$9.99.

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
           perform 200-next-customer until xCustEofFlag = "y".
           perform 250-unknown-customers.
           perform 300-termination.

           if nUnknownCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           perform 105-load-control.

           move "FIRSTDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nFirstDays = function numval(xControlValueFound)
           end-if.

           move "SECONDDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSecondDays = function numval(xControlValueFound)
           end-if.

           move "FINALDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nFinalDays = function numval(xControlValueFound)
           end-if.

           move "HOLDDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nHoldDays = function numval(xControlValueFound)
           end-if.

           perform 110-load-invoices.
           perform 115-load-history.

           open i-o customers.
           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 900-check-status.

           open extend historyFile.
           if xStatusHistory = "35"
               open output historyFile,
           end-if.
           move xStatusHistory to xCurrentStatus.
           move "DunningHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           open output letterFile.
           move xStatusLetter to xCurrentStatus.
           move "DunningLetters.txt" to xCurrentFileName.
           perform 900-check-status.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

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
                   if xControlProgramIn = "FRUITS-23"
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

       110-load-invoices.
           open input invoicesFile.

           if xStatusInvoices = "00"
               perform 111-read-invoice until xInvoicesEofFlag = "y",
               close invoicesFile,
               move xStatusInvoices to xCurrentStatus,
               move "Invoices.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           if nInvCount > 0
               sort xInvoiceElement on ascending key nInvDateT
                   ascending key nInvNumT,
           end-if.

       111-read-invoice.
           read invoicesFile
               at end
                   move "y" to xInvoicesEofFlag,
               not at end
                   add 1 to nInvoicesRead,
                   if nInvAmountIn > nInvPaidIn
                       and nInvCount < 2000
                       add 1 to nInvCount,
                       move nInvNumIn to nInvNumT (nInvCount),
                       move xInvCustIn to xInvCustT (nInvCount),
                       move nInvDateIn to nInvDateT (nInvCount),
                       compute nInvOpenT (nInvCount) = nInvAmountIn - nInvPaidIn,
                       compute nInvAgeT (nInvCount) = nTodayInteger
                           - function integer-of-date (nInvDateIn),
                       move "n" to xInvMatchedT (nInvCount),
                   end-if,
           end-read.

           move xStatusInvoices to xCurrentStatus.
           move "Invoices.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-load-history.
           open input historyFile.

           if xStatusHistory = "00"
               perform 116-read-history until xHistoryEofFlag = "y",
               close historyFile,
               move xStatusHistory to xCurrentStatus,
               move "DunningHistory.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       116-read-history.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nHistCount < 3000
                       add 1 to nHistCount,
                       move xHistCustIn to xHistCustT (nHistCount),
                       move xHistLevelIn to xHistLevelT (nHistCount),
                       move nHistInvNumIn to nHistInvNumT (nHistCount),
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "DunningHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-next-customer.
           read customers next record
               at end
                   move "y" to xCustEofFlag,
               not at end
                   add 1 to nCustomersRead,
                   perform 210-review-customer,
           end-read.

           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-review-customer.
           move 0 to nCustPastDue.
           move 0 to nCustOpenTotal.
           move 0 to nCustOldestDays.
           move 0 to nCustOldestInv.

           perform 211-total-customer
               varying nInvSubscript from 1 by 1
               until nInvSubscript > nInvCount.

           evaluate true
               when nCustOldestDays > nFinalDays
                   move "3" to xLetterLevel
               when nCustOldestDays > nSecondDays
                   move "2" to xLetterLevel
               when nCustOldestDays > nFirstDays
                   move "1" to xLetterLevel
               when other
                   move space to xLetterLevel
           end-evaluate.

           if xLetterLevel not = space
               move "n" to xHistFoundFlag,
               perform 212-search-history
                   varying nHistSubscript from 1 by 1
                   until nHistSubscript > nHistCount
                   or xHistFoundFlag = "y",
               if xHistFoundFlag = "n"
                   perform 220-write-letter,
               end-if,
           end-if.

           if xCustCreditFlagIn = "Y"
               and nCustOldestDays > nHoldDays
               move "H" to xCustCreditFlagIn,
               perform 230-rewrite-customer,
               add 1 to nHoldsPlaced,
               move "H" to xHistLevelIn,
               perform 225-write-history,
               move "credit hold placed" to xActionText,
               perform 240-action-line,
           end-if.

           if xCustCreditFlagIn = "H"
               and xLetterLevel = space
               move "Y" to xCustCreditFlagIn,
               perform 230-rewrite-customer,
               add 1 to nHoldsReleased,
               move "R" to xHistLevelIn,
               perform 225-write-history,
               move "account current - credit hold released" to xActionText,
               perform 240-action-line,
           end-if.

       211-total-customer.
           if xInvCustT (nInvSubscript) = xCustIdIn
               move "y" to xInvMatchedT (nInvSubscript),
               add nInvOpenT (nInvSubscript) to nCustOpenTotal,
               if nInvAgeT (nInvSubscript) > nFirstDays
                   add nInvOpenT (nInvSubscript) to nCustPastDue,
                   if nInvAgeT (nInvSubscript) > nCustOldestDays
                       move nInvAgeT (nInvSubscript) to nCustOldestDays,
                       move nInvNumT (nInvSubscript) to nCustOldestInv,
                   end-if,
               end-if,
           end-if.

       212-search-history.
           if xHistCustT (nHistSubscript) = xCustIdIn
               and nHistInvNumT (nHistSubscript) = nCustOldestInv
               and xHistLevelT (nHistSubscript) >= xLetterLevel
               and xHistLevelT (nHistSubscript) <= "3"
               move "y" to xHistFoundFlag,
           end-if.

       220-write-letter.
           evaluate xLetterLevel
               when "1"
                   move "FIRST NOTICE - PAST DUE ACCOUNT" to xLetterTitle
               when "2"
                   move "SECOND NOTICE - PAST DUE ACCOUNT" to xLetterTitle
               when other
                   move "FINAL NOTICE - PAST DUE ACCOUNT" to xLetterTitle
           end-evaluate.
           move xRunDate to neLetterDate.
           move xCustIdIn to xLetterCustId.
           move xCustNameIn to xLetterCustName.

           write xLetterRecord from xLetterSeparator.
           write xLetterRecord from xLetterLine-1.
           write xLetterRecord from xLetterLine-2.
           move spaces to xLetterText.
           write xLetterRecord from xLetterLine-3.

           evaluate xLetterLevel
               when "1"
                   move "Our records show the invoices below are past due."
                       to xLetterText,
                   write xLetterRecord from xLetterLine-3,
                   move "If you have already paid, please disregard this notice."
                       to xLetterText,
                   write xLetterRecord from xLetterLine-3,
               when "2"
                   move "We have not received payment for the invoices below."
                       to xLetterText,
                   write xLetterRecord from xLetterLine-3,
                   move "Please pay the balance now to keep your account open."
                       to xLetterText,
                   write xLetterRecord from xLetterLine-3,
               when other
                   move "The invoices below are seriously past due."
                       to xLetterText,
                   write xLetterRecord from xLetterLine-3,
                   move "On-account charges will be held until the balance is paid."
                       to xLetterText,
                   write xLetterRecord from xLetterLine-3,
           end-evaluate.

           move spaces to xLetterText.
           write xLetterRecord from xLetterLine-3.
           write xLetterRecord from xLetterInvHeading.
           move xStatusLetter to xCurrentStatus.
           move "DunningLetters.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 221-letter-invoice-line
               varying nInvSubscript from 1 by 1
               until nInvSubscript > nInvCount.

           move nCustPastDue to neLetterPastDue.
           write xLetterRecord from xLetterTotal.
           write xLetterRecord from xLetterSeparator.
           move xStatusLetter to xCurrentStatus.
           move "DunningLetters.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nLettersWritten.
           move xLetterLevel to xHistLevelIn.
           perform 225-write-history.

           move spaces to xActionText.
           move xLetterTitle (1:13) to xActionText.
           move "letter sent" to xActionText (15:11).
           perform 240-action-line.

       221-letter-invoice-line.
           if xInvCustT (nInvSubscript) = xCustIdIn
               and nInvAgeT (nInvSubscript) > nFirstDays
               move nInvNumT (nInvSubscript) to neLetterInvNum,
               move nInvDateT (nInvSubscript) to neLetterInvDate,
               move nInvOpenT (nInvSubscript) to neLetterInvOpen,
               move nInvAgeT (nInvSubscript) to neLetterInvDays,
               write xLetterRecord from xLetterInvDetail,
               move xStatusLetter to xCurrentStatus,
               move "DunningLetters.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       225-write-history.
           move xCustIdIn to xHistCustIn.
           move xRunDate to nHistDateIn.
           move nCustOldestInv to nHistInvNumIn.
           move nCustPastDue to nHistPastDueIn.
           write xHistoryInput.
           move xStatusHistory to xCurrentStatus.
           move "DunningHistory.txt" to xCurrentFileName.
           perform 900-check-status.

       230-rewrite-customer.
           rewrite xCustomer.
           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 900-check-status.

       240-action-line.
           move xCustIdIn to xActionCustOut.
           move xCustNameIn to xActionNameOut.
           move nCustPastDue to neActionPastDueOut.
           move nCustOldestDays to neActionDaysOut.
           move xActionText to xActionTextOut.

           display xActionDetail.
           write xOutput from xActionDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

       250-unknown-customers.
           perform 251-unknown-line
               varying nInvSubscript from 1 by 1
               until nInvSubscript > nInvCount.

       251-unknown-line.
           if xInvMatchedT (nInvSubscript) = "n"
               and nInvAgeT (nInvSubscript) > nFirstDays
               add 1 to nUnknownCount,
               move nInvNumT (nInvSubscript) to neUnknownInvNum,
               move xInvCustT (nInvSubscript) to xUnknownCust,
               display xUnknownDetail,
               write xOutput from xUnknownDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-23-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       300-termination.
           move nLettersWritten to neFootLetters.
           move nHoldsPlaced to neFootHolds.
           move nHoldsReleased to neFootReleases.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-23-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close customers.
           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 900-check-status.

           close historyFile.
           move xStatusHistory to xCurrentStatus.
           move "DunningHistory.txt" to xCurrentFileName.
           perform 900-check-status.

           close letterFile.
           move xStatusLetter to xCurrentStatus.
           move "DunningLetters.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-23-output.txt" to xCurrentFileName.
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

           move "FRUITS-23" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nCustomersRead to neAuditRecordsReadOut.
           move nLettersWritten to neAuditRecordsWrittenOut.
           move nUnknownCount to neAuditExceptionsOut.
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
