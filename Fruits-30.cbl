       identification division.
       program-id. Fruits-30.

       environment division.
       input-output section.
       file-control.
           select payablesFile assign to "OpenPayables.txt"
               organization is line sequential
               file status is xStatusPayables.
           select paymentsFile assign to "APPayments.txt"
               organization is line sequential
               file status is xStatusPayments.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select accountMap assign to "AccountMap.txt" organization is line sequential
               file status is xStatusMap.
           select journalFile assign to "GLJournal.txt" organization is line sequential
               file status is xStatusJournal.
           select outfile assign to "Fruits-30-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd payablesFile.
       01 xPayableRecord.
           05 xApSupplierIn    pic x(14).
           05 xApInvoiceIn     pic x(12).
           05 nApInvDateIn     pic 9(8).
           05 nApDueDateIn     pic 9(8).
           05 nApAmountIn      pic 9(7)v99.
           05 xApStatusIn      pic x.
           05 nApPaidDateIn    pic 9(8).
           05 xApJournaledIn   pic x.

       fd paymentsFile.
       01 xPaymentRecord.
           05 nPayDateIn       pic 9(8).
           05 xPaySupplierIn   pic x(14).
           05 xPayInvoiceIn    pic x(12).
           05 nPayAmountIn     pic 9(7)v99.

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd accountMap.
       01 xMapInput.
           05 xMapSourceIn           pic x(10).
           05 xMapDebitIn            pic x(8).
           05 xMapCreditIn           pic x(8).

       fd journalFile.
       01 xJournalInput.
           05 nJnlDateIn             pic 9(8).
           05 xJnlAccountIn          pic x(8).
           05 xJnlSideIn             pic x.
           05 nJnlAmountIn           pic 9(9)v99.
           05 xJnlSourceIn           pic x(10).

       fd outfile.
       01 xOutput              pic x(100).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusPayables      pic xx      value "00".
       77 xStatusPayments      pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xStatusMap           pic xx      value "00".
       77 xStatusJournal       pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xPayablesEofFlag     pic x       value "n".
       77 xControlEofFlag      pic x       value "n".
       77 xMapEofFlag          pic x       value "n".
       77 nControlLoadSubscript pic 99     value 0.
       77 nControlSearchSubscript pic 99.
       77 xControlFoundFlag    pic x       value "n".
       77 xControlParamWanted  pic x(14).
       77 xControlValueFound   pic x(10).
       77 nPayDays             pic 999     value 7.
       77 nPayCutoffDate       pic 9(8)    value 0.
       77 nRunDateInteger      pic 9(7)    value 0.
       77 nDaysPastDue         pic s9(5)   value 0.
       77 nApCount             pic 9(4)    value 0.
       77 nApSubscript         pic 9(4).
       77 nSuppCount           pic 999     value 0.
       77 nSuppSubscript       pic 999.
       77 nSuppFoundSubscript  pic 999     value 0.
       77 nBucket              pic 9       value 0.
       77 nBucketSubscript     pic 9.
       77 nMapCount            pic 99      value 0.
       77 nMapSubscript        pic 99.
       77 xMapFoundFlag        pic x       value "n".
       77 xMapDebitFound       pic x(8)    value spaces.
       77 xMapCreditFound      pic x(8)    value spaces.
       77 xSourceName          pic x(10)   value spaces.
       77 nSourceAmount        pic 9(9)v99 value 0.
       77 nEntryCount          pic 9       value 0.
       77 nEntrySubscript      pic 9.
       77 nUnmappedCount       pic 99      value 0.
       77 nInvoiceJnlAmount    pic 9(9)v99 value 0.
       77 nInvoiceJnlCount     pic 9(4)    value 0.
       77 nPaymentAmount       pic 9(9)v99 value 0.
       77 nPaymentCount        pic 9(4)    value 0.
       77 nRecordsRead         pic 9(6)    value 0.
       77 nRecordsWritten      pic 9(6)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xMapTable.
           05  xMapElement occurs 1 to 50 times
                   depending on nMapCount.
               10 xMapSourceT            pic x(10).
               10 xMapDebitT             pic x(8).
               10 xMapCreditT            pic x(8).

       01 xEntryTable.
           05  xEntryElement occurs 1 to 4 times
                   depending on nEntryCount.
               10 xEntryAccountT         pic x(8).
               10 xEntrySideT            pic x.
               10 nEntryAmountT          pic 9(9)v99.
               10 xEntrySourceT          pic x(10).

       01 xApTable.
           05  xApElement occurs 1 to 5000 times
                   depending on nApCount.
               10 xApSupplierT     pic x(14).
               10 xApInvoiceT      pic x(12).
               10 nApInvDateT      pic 9(8).
               10 nApDueDateT      pic 9(8).
               10 nApAmountT       pic 9(7)v99.
               10 xApStatusT       pic x.
               10 nApPaidDateT     pic 9(8).
               10 xApJournaledT    pic x.
               10 xApPayNowT       pic x.

       01 xSuppTable.
           05  xSuppElement occurs 1 to 200 times
                   depending on nSuppCount.
               10 xSuppNameT       pic x(14).
               10 nSuppBucketT     pic 9(8)v99 occurs 5 times.
               10 nSuppTotalT      pic 9(8)v99.

       01 xGrandTotals.
           05 nGrandBucketT    pic 9(8)v99 occurs 5 times.
           05 nGrandTotal      pic 9(8)v99 value 0.

       01 xReportHeading-1.
           05 filler           pic x(40)   value
               "*** Accounts Payable Aging ***".
           05 filler           pic x(10)   value "Run date: ".
           05 neHeadingDate    pic 9999/99/99.

       01 xAgingHeading.
           05 filler           pic x(14)   value "Supplier".
           05 filler           pic x(14)   value "       Current".
           05 filler           pic x(14)   value "     1-30 days".
           05 filler           pic x(14)   value "    31-60 days".
           05 filler           pic x(14)   value "    61-90 days".
           05 filler           pic x(14)   value "  Over 90 days".
           05 filler           pic x(14)   value "         Total".

       01 xAgingDetail.
           05 xAgingNameOut    pic x(14).
           05 neAgingBucketOut pic zzz,zzz,zz9.99 occurs 5 times.
           05 neAgingTotalOut  pic zzz,zzz,zz9.99.

       01 xPayHeading.
           05 filler           pic x(32)   value
               "*** Invoices due for payment by ".
           05 nePayCutoffOut   pic 9999/99/99.
           05 filler           pic x(4)    value " ***".

       01 xPayDetail.
           05 xPaySupplierOut  pic x(14).
           05 filler           pic x       value space.
           05 xPayInvoiceOut   pic x(12).
           05 filler           pic x(5)    value " inv ".
           05 nePayInvDateOut  pic 9999/99/99.
           05 filler           pic x(5)    value " due ".
           05 nePayDueDateOut  pic 9999/99/99.
           05 filler           pic x(2)    value spaces.
           05 nePayAmountOut   pic z,zzz,zz9.99.

       01 xPayTotal.
           05 filler           pic x(20)   value "Payments to release:".
           05 nePayCountOut    pic zzz9.
           05 filler           pic x(17)   value "   total amount $".
           05 nePayTotalOut    pic zzz,zzz,zz9.99.

       01 xJournalHeading.
           05 filler           pic x(40)   value
               "Payables journal lines".

       01 xJournalDetail.
           05 neJnlDateOut             pic 9999/99/99.
           05 filler                   pic x       value space.
           05 xJnlAccountOut           pic x(8).
           05 filler                   pic x       value space.
           05 xJnlSideOut              pic x.
           05 filler                   pic x       value space.
           05 neJnlAmountOut           pic zzz,zzz,zz9.99.
           05 filler                   pic x       value space.
           05 xJnlSourceOut            pic x(10).

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
           perform 200-age-payable
               varying nApSubscript from 1 by 1
               until nApSubscript > nApCount.
           perform 230-print-aging.
           perform 240-select-payments.
           perform 250-build-entries.

           if nUnmappedCount > 0
               display "*** Payments and payables journal not released ***",
               write xOutput from
                   "*** Payments and payables journal not released ***"
                   before advancing 1 line,
               perform 300-termination,
               move 16 to return-code,
               stop run,
           end-if.

           perform 270-release-journal.
           perform 280-release-payments.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           move zeros to xGrandTotals.

           perform 105-load-control.

           move "PAYDAYS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nPayDays = function numval(xControlValueFound)
           end-if.

           compute nRunDateInteger = function integer-of-date (xRunDate).
           compute nPayCutoffDate = function date-of-integer
               (nRunDateInteger + nPayDays).

           perform 110-load-payables.
           perform 120-load-account-map.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "FRUITS-30"
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

       110-load-payables.
           open input payablesFile.

           if xStatusPayables = "00"
               perform 111-read-payable until xPayablesEofFlag = "y",
               close payablesFile,
           end-if.

       111-read-payable.
           read payablesFile
               at end
                   move "y" to xPayablesEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nApCount < 5000
                       add 1 to nApCount,
                       move xApSupplierIn to xApSupplierT (nApCount),
                       move xApInvoiceIn to xApInvoiceT (nApCount),
                       move nApInvDateIn to nApInvDateT (nApCount),
                       move nApDueDateIn to nApDueDateT (nApCount),
                       move nApAmountIn to nApAmountT (nApCount),
                       move xApStatusIn to xApStatusT (nApCount),
                       move nApPaidDateIn to nApPaidDateT (nApCount),
                       move xApJournaledIn to xApJournaledT (nApCount),
                       move "n" to xApPayNowT (nApCount),
                   else
                       display "*** OpenPayables.txt holds more than",
                           " 5000 items. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusPayables to xCurrentStatus.
           move "OpenPayables.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-account-map.
           open input accountMap.
           move xStatusMap to xCurrentStatus.
           move "AccountMap.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 121-read-map until xMapEofFlag = "y".

           close accountMap.
           move xStatusMap to xCurrentStatus.
           move "AccountMap.txt" to xCurrentFileName.
           perform 900-check-status.

       121-read-map.
           read accountMap
               at end
                   move "y" to xMapEofFlag,
               not at end
                   if nMapCount < 50
                       add 1 to nMapCount,
                       move xMapSourceIn to xMapSourceT (nMapCount),
                       move xMapDebitIn to xMapDebitT (nMapCount),
                       move xMapCreditIn to xMapCreditT (nMapCount),
                   end-if,
           end-read.

           move xStatusMap to xCurrentStatus.
           move "AccountMap.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-age-payable.
           if xApStatusT (nApSubscript) = "O"
               compute nDaysPastDue = nRunDateInteger
                   - function integer-of-date (nApDueDateT (nApSubscript)),
               evaluate true
                   when nDaysPastDue <= 0
                       move 1 to nBucket
                   when nDaysPastDue <= 30
                       move 2 to nBucket
                   when nDaysPastDue <= 60
                       move 3 to nBucket
                   when nDaysPastDue <= 90
                       move 4 to nBucket
                   when other
                       move 5 to nBucket
               end-evaluate,
               move 0 to nSuppFoundSubscript,
               perform 210-find-supplier
                   varying nSuppSubscript from 1 by 1
                   until nSuppSubscript > nSuppCount
                   or nSuppFoundSubscript > 0,
               if nSuppFoundSubscript = 0 and nSuppCount < 200
                   add 1 to nSuppCount,
                   move nSuppCount to nSuppFoundSubscript,
                   move xApSupplierT (nApSubscript)
                       to xSuppNameT (nSuppCount),
                   perform 211-clear-supplier
                       varying nBucketSubscript from 1 by 1
                       until nBucketSubscript > 5,
                   move 0 to nSuppTotalT (nSuppCount),
               end-if,
               if nSuppFoundSubscript > 0
                   add nApAmountT (nApSubscript)
                       to nSuppBucketT (nSuppFoundSubscript, nBucket),
                   add nApAmountT (nApSubscript)
                       to nSuppTotalT (nSuppFoundSubscript),
               end-if,
               add nApAmountT (nApSubscript) to nGrandBucketT (nBucket),
               add nApAmountT (nApSubscript) to nGrandTotal,
           end-if.

       210-find-supplier.
           if xSuppNameT (nSuppSubscript) = xApSupplierT (nApSubscript)
               move nSuppSubscript to nSuppFoundSubscript,
           end-if.

       211-clear-supplier.
           move 0 to nSuppBucketT (nSuppCount, nBucketSubscript).

       230-print-aging.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xAgingHeading.
           write xOutput from xAgingHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

           if nSuppCount = 0
               display "(no open payables)",
               write xOutput from "(no open payables)"
                   before advancing 1 line,
           else
               perform 231-print-supplier
                   varying nSuppSubscript from 1 by 1
                   until nSuppSubscript > nSuppCount,
               move "Total" to xAgingNameOut,
               perform 233-move-grand-bucket
                   varying nBucketSubscript from 1 by 1
                   until nBucketSubscript > 5,
               move nGrandTotal to neAgingTotalOut,
               display xAgingDetail,
               write xOutput from xAgingDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-30-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       231-print-supplier.
           move xSuppNameT (nSuppSubscript) to xAgingNameOut.
           perform 232-move-supplier-bucket
               varying nBucketSubscript from 1 by 1
               until nBucketSubscript > 5.
           move nSuppTotalT (nSuppSubscript) to neAgingTotalOut.

           display xAgingDetail.
           write xOutput from xAgingDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

       232-move-supplier-bucket.
           move nSuppBucketT (nSuppSubscript, nBucketSubscript)
               to neAgingBucketOut (nBucketSubscript).

       233-move-grand-bucket.
           move nGrandBucketT (nBucketSubscript)
               to neAgingBucketOut (nBucketSubscript).

       240-select-payments.
           move nPayCutoffDate to nePayCutoffOut.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xPayHeading.
           write xOutput from xPayHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 241-select-payment
               varying nApSubscript from 1 by 1
               until nApSubscript > nApCount.

           move nPaymentCount to nePayCountOut.
           move nPaymentAmount to nePayTotalOut.
           display xPayTotal.
           write xOutput from xPayTotal before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

       241-select-payment.
           if xApStatusT (nApSubscript) = "O"
               and nApDueDateT (nApSubscript) <= nPayCutoffDate
               move "y" to xApPayNowT (nApSubscript),
               add 1 to nPaymentCount,
               add nApAmountT (nApSubscript) to nPaymentAmount,
               move xApSupplierT (nApSubscript) to xPaySupplierOut,
               move xApInvoiceT (nApSubscript) to xPayInvoiceOut,
               move nApInvDateT (nApSubscript) to nePayInvDateOut,
               move nApDueDateT (nApSubscript) to nePayDueDateOut,
               move nApAmountT (nApSubscript) to nePayAmountOut,
               display xPayDetail,
               write xOutput from xPayDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-30-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       250-build-entries.
           perform 251-total-unjournaled
               varying nApSubscript from 1 by 1
               until nApSubscript > nApCount.

           if nInvoiceJnlAmount > 0
               move "APINVOICE" to xSourceName,
               move nInvoiceJnlAmount to nSourceAmount,
               perform 255-post-source,
           end-if.

           if nPaymentAmount > 0
               move "APPAYMENT" to xSourceName,
               move nPaymentAmount to nSourceAmount,
               perform 255-post-source,
           end-if.

       251-total-unjournaled.
           if xApJournaledT (nApSubscript) = "N"
               add 1 to nInvoiceJnlCount,
               add nApAmountT (nApSubscript) to nInvoiceJnlAmount,
           end-if.

       255-post-source.
           perform 256-find-mapping.

           if xMapFoundFlag = "n"
               add 1 to nUnmappedCount,
               display "*** No AccountMap.txt entry for source ",
                   xSourceName, " ***",
           else
               perform 257-add-entry-pair,
           end-if.

       256-find-mapping.
           move "n" to xMapFoundFlag.
           perform 2561-search-map
               varying nMapSubscript from 1 by 1
               until nMapSubscript > nMapCount
               or xMapFoundFlag = "y".

       2561-search-map.
           if xMapSourceT (nMapSubscript) = xSourceName
               move "y" to xMapFoundFlag,
               move xMapDebitT (nMapSubscript) to xMapDebitFound,
               move xMapCreditT (nMapSubscript) to xMapCreditFound,
           end-if.

       257-add-entry-pair.
           add 1 to nEntryCount.
           move xMapDebitFound to xEntryAccountT (nEntryCount).
           move "D" to xEntrySideT (nEntryCount).
           move nSourceAmount to nEntryAmountT (nEntryCount).
           move xSourceName to xEntrySourceT (nEntryCount).

           add 1 to nEntryCount.
           move xMapCreditFound to xEntryAccountT (nEntryCount).
           move "C" to xEntrySideT (nEntryCount).
           move nSourceAmount to nEntryAmountT (nEntryCount).
           move xSourceName to xEntrySourceT (nEntryCount).

       270-release-journal.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xJournalHeading.
           write xOutput from xJournalHeading before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

           if nEntryCount = 0
               display "(nothing to post)",
               write xOutput from "(nothing to post)"
                   before advancing 1 line,
           else
               open extend journalFile,
               if xStatusJournal = "35"
                   open output journalFile,
               end-if,
               move xStatusJournal to xCurrentStatus,
               move "GLJournal.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 271-write-entry
                   varying nEntrySubscript from 1 by 1
                   until nEntrySubscript > nEntryCount,

               close journalFile,
               move xStatusJournal to xCurrentStatus,
               move "GLJournal.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           display nEntryCount, " journal line(s) released.".

       271-write-entry.
           move xRunDate to nJnlDateIn.
           move xEntryAccountT (nEntrySubscript) to xJnlAccountIn.
           move xEntrySideT (nEntrySubscript) to xJnlSideIn.
           move nEntryAmountT (nEntrySubscript) to nJnlAmountIn.
           move xEntrySourceT (nEntrySubscript) to xJnlSourceIn.

           write xJournalInput.
           move xStatusJournal to xCurrentStatus.
           move "GLJournal.txt" to xCurrentFileName.
           perform 900-check-status.
           add 1 to nRecordsWritten.

           move xRunDate to neJnlDateOut.
           move xEntryAccountT (nEntrySubscript) to xJnlAccountOut.
           move xEntrySideT (nEntrySubscript) to xJnlSideOut.
           move nEntryAmountT (nEntrySubscript) to neJnlAmountOut.
           move xEntrySourceT (nEntrySubscript) to xJnlSourceOut.

           display xJournalDetail.
           write xOutput from xJournalDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
           perform 900-check-status.

       280-release-payments.
           if nPaymentCount > 0
               open extend paymentsFile,
               if xStatusPayments = "35"
                   open output paymentsFile,
               end-if,
               move xStatusPayments to xCurrentStatus,
               move "APPayments.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 281-write-payment
                   varying nApSubscript from 1 by 1
                   until nApSubscript > nApCount,

               close paymentsFile,
               move xStatusPayments to xCurrentStatus,
               move "APPayments.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           if nApCount > 0
               open output payablesFile,
               move xStatusPayables to xCurrentStatus,
               move "OpenPayables.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 282-rewrite-payable
                   varying nApSubscript from 1 by 1
                   until nApSubscript > nApCount,

               close payablesFile,
               move xStatusPayables to xCurrentStatus,
               move "OpenPayables.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       281-write-payment.
           if xApPayNowT (nApSubscript) = "y"
               move xRunDate to nPayDateIn,
               move xApSupplierT (nApSubscript) to xPaySupplierIn,
               move xApInvoiceT (nApSubscript) to xPayInvoiceIn,
               move nApAmountT (nApSubscript) to nPayAmountIn,
               write xPaymentRecord,
               move xStatusPayments to xCurrentStatus,
               move "APPayments.txt" to xCurrentFileName,
               perform 900-check-status,
               add 1 to nRecordsWritten,
           end-if.

       282-rewrite-payable.
           if xApPayNowT (nApSubscript) = "y"
               move "P" to xApStatusT (nApSubscript),
               move xRunDate to nApPaidDateT (nApSubscript),
           end-if.
           move "Y" to xApJournaledT (nApSubscript).

           move xApSupplierT (nApSubscript) to xApSupplierIn.
           move xApInvoiceT (nApSubscript) to xApInvoiceIn.
           move nApInvDateT (nApSubscript) to nApInvDateIn.
           move nApDueDateT (nApSubscript) to nApDueDateIn.
           move nApAmountT (nApSubscript) to nApAmountIn.
           move xApStatusT (nApSubscript) to xApStatusIn.
           move nApPaidDateT (nApSubscript) to nApPaidDateIn.
           move xApJournaledT (nApSubscript) to xApJournaledIn.
           write xPayableRecord.
           move xStatusPayables to xCurrentStatus.
           move "OpenPayables.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-30-output.txt" to xCurrentFileName.
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

           move "FRUITS-30" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nRecordsWritten to neAuditRecordsWrittenOut.
           move nUnmappedCount to neAuditExceptionsOut.
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
