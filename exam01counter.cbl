       identification division.
       program-id. exam01counter.

       environment division.
       input-output section.
       file-control.
           select ratesFile assign to "ExamRates.txt" organization is line sequential
               file status is xStatusRates.
           select historyFile assign to "ExamRatesHistory.txt"
               organization is line sequential
               file status is xStatusHistory.
           select counterFile assign to "CounterTrans.txt"
               organization is line sequential
               file status is xStatusCounter.
           select countsFile assign to "TellerCounts.txt"
               organization is line sequential
               file status is xStatusCounts.
           select ledgerFile assign to "CurrencyLedger.txt"
               organization is line sequential
               file status is xStatusLedger.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "exam01counter-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd ratesFile.
       01 xRateInput.
           05   xCurrencyCodeIn        pic x(3).
           05   nRateIn                pic 9v99999.
           05   nRateEffDateIn         pic 9(8).

       fd historyFile.
       01 xHistoryInput.
           05   xHistCurrencyCodeIn    pic x(3).
           05   nHistRateIn            pic 9v99999.
           05   nHistRateEffDateIn     pic 9(8).

       fd counterFile.
       01 xCounterRecord.
           05   nCtrIdIn               pic 9(6).
           05   nCtrDateIn             pic 9(8).
           05   nCtrTimeIn             pic 9(6).
           05   xCtrTellerIn           pic x(8).
           05   xCtrTypeIn             pic x.
           05   xCtrCurrIn             pic x(3).
           05   nCtrForeignIn          pic 9(7)v99.
           05   nCtrMidRateIn          pic 9v99999.
           05   nCtrRateIn             pic 9v99999.
           05   nCtrUsdIn              pic 9(7)v99.
           05   nCtrCommissionIn       pic 9(5)v99.
           05   nCtrSpreadIn           pic 9(5)v99.
           05   nCtrCashUsdIn          pic 9(7)v99.

       fd countsFile.
       01 xCountRecord.
           05   nCountDateIn           pic 9(8).
           05   xCountTellerIn         pic x(8).
           05   xCountCurrIn           pic x(3).
           05   nCountTimeIn           pic 9(6).
           05   nCountExpectedIn       pic s9(7)v99 sign leading separate.
           05   nCountCountedIn        pic 9(7)v99.
           05   nCountOverShortIn      pic s9(7)v99 sign leading separate.

       fd ledgerFile.
       01 xLedgerInput.
           05   xLedgCurrIn            pic x(3).
           05   nLedgDateIn            pic 9(8).
           05   xLedgTypeIn            pic x.
           05   nLedgUnitsIn           pic 9(7)v99.
           05   nLedgRateIn            pic 9v99999.

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput                      pic x(110).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusRates                 pic xx      value "00".
       77 xStatusHistory               pic xx      value "00".
       77 xStatusCounter               pic xx      value "00".
       77 xStatusCounts                pic xx      value "00".
       77 xStatusLedger                pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xRatesEofFlag                pic x       value "n".
       77 xHistoryEofFlag              pic x       value "n".
       77 xCounterEofFlag              pic x       value "n".
       77 xCountsEofFlag               pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 xRunMode                     pic 9       value 0.
       77 xDoneFlag                    pic x       value "n".
       77 nBusinessDate                pic 9(8)    value 0.
       77 xTellerId                    pic x(8)    value spaces.
       77 xTellerWanted                pic x(8)    value spaces.
       77 xEntryCurrency               pic x(3)    value spaces.
       77 xEntryType                   pic x       value spaces.
       77 xQuoteCurrency               pic x(3)    value spaces.
       77 nEntryForeign                pic 9(7)v99 value 0.
       77 nEntryCounted                pic 9(7)v99 value 0.
       77 xConfirm                     pic x       value spaces.
       77 nRateCount                   pic 999     value 0.
       77 nRateSubscript               pic 999.
       77 xRateFoundFlag               pic x       value "n".
       77 nMidRate                     pic 9v99999 value 0.
       77 nMidRateDate                 pic 9(8)    value 0.
       77 nStaleDays                   pic 9(4)    value 90.
       77 nRateAgeDays                 pic s9(6)   value 0.
       77 nSpreadPct                   pic 99v99   value 2.00.
       77 nCurrencySpreadPct           pic 99v99   value 0.
       77 nCommissionPct               pic 99v99   value 1.00.
       77 nMinCommission               pic 9(3)v99 value 2.00.
       77 nQuoteRate                   pic 9v99999 value 0.
       77 nQuoteUsd                    pic 9(7)v99 value 0.
       77 nMidUsd                      pic 9(7)v99 value 0.
       77 nQuoteCommission             pic 9(5)v99 value 0.
       77 nQuoteSpread                 pic 9(5)v99 value 0.
       77 nQuoteCashUsd                pic 9(7)v99 value 0.
       77 nCashCount                   pic 999     value 0.
       77 nCashSubscript               pic 999.
       77 nUsdSubscript                pic 999.
       77 xCashFoundFlag               pic x       value "n".
       77 nTellerCount                 pic 99      value 0.
       77 nTellerSubscript             pic 99.
       77 xTellerFoundFlag             pic x       value "n".
       77 xTellerCountedFlag           pic x       value "n".
       77 xActivityFlag                pic x       value "n".
       77 nExpectedCash                pic s9(7)v99 value 0.
       77 nOverShort                   pic s9(7)v99 value 0.
       77 nLastTransId                 pic 9(6)    value 0.
       77 nRecordsRead                 pic 9(6)    value 0.
       77 nTransWritten                pic 9(5)    value 0.
       77 nCountsWritten               pic 9(5)    value 0.
       77 nLinesWritten                pic 9(5)    value 0.
       77 nOutOfBalance                pic 999     value 0.
       77 nNotCounted                  pic 999     value 0.
       77 nTotalCommission             pic 9(7)v99 value 0.
       77 nTotalSpread                 pic 9(7)v99 value 0.
       77 xOldTeller                   pic x(8)    value spaces.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xRateTable.
           05  xRateElement occurs 1 to 500 times
                   depending on nRateCount.
               10 xRateCurrT             pic x(3).
               10 nRateT                 pic 9v99999.
               10 nRateDateT             pic 9(8).

       01 xCashTable.
           05  xCashElement occurs 1 to 200 times
                   depending on nCashCount.
               10 xCashTellerT           pic x(8).
               10 xCashCurrT             pic x(3).
               10 nCashFloatT            pic 9(7)v99.
               10 nCashInT               pic 9(7)v99.
               10 nCashOutT              pic 9(7)v99.
               10 nCashCountedT          pic 9(7)v99.
               10 xCashCountedFlagT      pic x.

       01 xTellerTable.
           05  xTellerElement occurs 1 to 50 times
                   depending on nTellerCount.
               10 xTellerIdT             pic x(8).
               10 nTellerTransT          pic 9(5).
               10 nTellerCommissionT     pic 9(7)v99.
               10 nTellerSpreadT         pic 9(7)v99.

       01 xStaleWarning.
           05 filler          pic x(17)  value "*** Warning: the ".
           05 xStaleCurrencyOut pic x(3).
           05 filler          pic x(19)  value " rate loaded as of ".
           05 neStaleDateOut  pic 9999/99/99.
           05 filler          pic x(4)   value " is ".
           05 neStaleAgeOut   pic zzzz9.
           05 filler          pic x(13)  value " days old ***".

       01 neAmountEdit                 pic ---,--9.99.
       01 neRateEdit                   pic 9.99999.

       01 xReportHeading-1.
           05 filler                   pic x(31)   value
               "*** Counter cash balancing for ".
           05 neHeadingDate            pic 9999/99/99.
           05 filler                   pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                   pic x(10)   value "TELLER".
           05 filler                   pic x(4)    value "CUR".
           05 filler                   pic x(11)   value "     FLOAT".
           05 filler                   pic x(11)   value "   CASH IN".
           05 filler                   pic x(11)   value "  CASH OUT".
           05 filler                   pic x(11)   value "  EXPECTED".
           05 filler                   pic x(11)   value "   COUNTED".
           05 filler                   pic x(11)   value "  OVER/SHT".

       01 xCashDetail.
           05 xDetTellerOut            pic x(8).
           05 filler                   pic xx      value spaces.
           05 xDetCurrOut              pic x(3).
           05 filler                   pic x       value space.
           05 neDetFloatOut            pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neDetInOut               pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neDetOutOut              pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neDetExpectedOut         pic ---,--9.99.
           05 filler                   pic x       value space.
           05 neDetCountedOut          pic zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neDetOverShortOut        pic ---,--9.99.
           05 filler                   pic x       value space.
           05 xDetNoteOut              pic x(12).

       01 xTellerFooter.
           05 filler                   pic x(14)   value spaces.
           05 neFootTransOut           pic zzzz9.
           05 filler                   pic x(28)   value
               " transaction(s)  commission ".
           05 neFootCommissionOut      pic zzz,zz9.99.
           05 filler                   pic x(9)    value "  spread ".
           05 neFootSpreadOut          pic zzz,zz9.99.

       01 xTotalLine.
           05 xTotalLabelOut           pic x(30).
           05 neTotalAmountOut         pic z,zzz,zz9.99.

       01 xCountLine.
           05 xCountLabelOut           pic x(30).
           05 neCountOut               pic z(8)9.

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

           evaluate xRunMode
               when 1
                   perform 200-counter-loop until xDoneFlag = "y"
               when 2
                   perform 250-count-teller
               when 3
                   perform 270-balancing-report
               when other
                   display "Please enter 1, 2 or 3."
           end-evaluate.

           perform 300-termination.

           if nOutOfBalance > 0 or nNotCounted > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           move xRunDate to nBusinessDate.

           display " ".
           display "*** Currency exchange counter ***".
           display " ".
           display "1. Counter transactions".
           display "2. End-of-day cash count".
           display "3. Day balancing report".
           display "Selection? " with no advancing.
           accept xRunMode.

           if xRunMode = 3
               display "Business date (yyyymmdd, 0 = today)? "
                   with no advancing,
               accept nBusinessDate,
               if nBusinessDate = 0
                   move xRunDate to nBusinessDate,
               end-if,
           end-if.

           if xRunMode = 1 or xRunMode = 2
               display "Teller ID? " with no advancing,
               accept xTellerId,
               move function upper-case(xTellerId) to xTellerId,
           end-if.

           perform 105-load-control.

           move "SPREAD-PCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSpreadPct = function numval(xControlValueFound)
           end-if.

           move "COMMISSION-PCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nCommissionPct = function numval(xControlValueFound)
           end-if.

           move "MIN-COMMISSION" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nMinCommission = function numval(xControlValueFound)
           end-if.

           perform 110-load-rates.
           perform 120-load-transactions.
           perform 130-load-counts.

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
                   if xControlProgramIn = "EXAM01COUNTER"
                       and nControlLoadSubscript < 10
                       add 1 to nControlLoadSubscript,
                       move xControlParamIn to xControlParamT (nControlLoadSubscript),
                       move xControlValueIn to xControlValueT (nControlLoadSubscript),
                   end-if,
                   if xControlProgramIn = "EXAM01"
                       and xControlParamIn = "NSTALEDAYS"
                       compute nStaleDays = function numval(xControlValueIn),
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

       110-load-rates.
           open input ratesFile.
           move xStatusRates to xCurrentStatus.
           move "ExamRates.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-rate until xRatesEofFlag = "y".

           close ratesFile.
           move xStatusRates to xCurrentStatus.
           move "ExamRates.txt" to xCurrentFileName.
           perform 900-check-status.

           open input historyFile.

           if xStatusHistory = "00"
               perform 112-read-history until xHistoryEofFlag = "y",
               close historyFile,
           end-if.

       111-read-rate.
           read ratesFile
               at end
                   move "y" to xRatesEofFlag,
               not at end
                   if nRateCount < 500
                       add 1 to nRateCount,
                       move xCurrencyCodeIn to xRateCurrT (nRateCount),
                       move nRateIn to nRateT (nRateCount),
                       move nRateEffDateIn to nRateDateT (nRateCount),
                   end-if,
           end-read.

           move xStatusRates to xCurrentStatus.
           move "ExamRates.txt" to xCurrentFileName.
           perform 901-check-read-status.

       112-read-history.
           read historyFile
               at end
                   move "y" to xHistoryEofFlag,
               not at end
                   if nRateCount < 500
                       add 1 to nRateCount,
                       move xHistCurrencyCodeIn to xRateCurrT (nRateCount),
                       move nHistRateIn to nRateT (nRateCount),
                       move nHistRateEffDateIn to nRateDateT (nRateCount),
                   end-if,
           end-read.

           move xStatusHistory to xCurrentStatus.
           move "ExamRatesHistory.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-transactions.
           open input counterFile.

           if xStatusCounter = "35"
               continue,
           else
               move xStatusCounter to xCurrentStatus,
               move "CounterTrans.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-transaction until xCounterEofFlag = "y",
               close counterFile,
           end-if.

       121-read-transaction.
           read counterFile
               at end
                   move "y" to xCounterEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nCtrIdIn > nLastTransId
                       move nCtrIdIn to nLastTransId,
                   end-if,
                   if nCtrDateIn = nBusinessDate
                       perform 125-apply-transaction,
                   end-if,
           end-read.

           move xStatusCounter to xCurrentStatus.
           move "CounterTrans.txt" to xCurrentFileName.
           perform 901-check-read-status.

       125-apply-transaction.
           move xCtrTellerIn to xTellerWanted.
           perform 150-find-teller.
           add 1 to nTellerTransT (nTellerSubscript).
           add nCtrCommissionIn to nTellerCommissionT (nTellerSubscript).
           add nCtrSpreadIn to nTellerSpreadT (nTellerSubscript).

           move "USD" to xEntryCurrency.
           perform 140-find-cash.
           move nCashSubscript to nUsdSubscript.
           move xCtrCurrIn to xEntryCurrency.
           perform 140-find-cash.

           if xCtrTypeIn = "B"
               add nCtrForeignIn to nCashOutT (nCashSubscript),
               add nCtrCashUsdIn to nCashInT (nUsdSubscript),
           else
               add nCtrForeignIn to nCashInT (nCashSubscript),
               add nCtrCashUsdIn to nCashOutT (nUsdSubscript),
           end-if.

       130-load-counts.
           open input countsFile.

           if xStatusCounts = "35"
               continue,
           else
               move xStatusCounts to xCurrentStatus,
               move "TellerCounts.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 131-read-count until xCountsEofFlag = "y",
               close countsFile,
           end-if.

       131-read-count.
           read countsFile
               at end
                   move "y" to xCountsEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nCountDateIn = nBusinessDate
                       move xCountTellerIn to xTellerWanted,
                       move xCountCurrIn to xEntryCurrency,
                       perform 140-find-cash,
                       move nCountCountedIn to nCashCountedT (nCashSubscript),
                       move "y" to xCashCountedFlagT (nCashSubscript),
                   end-if,
           end-read.

           move xStatusCounts to xCurrentStatus.
           move "TellerCounts.txt" to xCurrentFileName.
           perform 901-check-read-status.

       140-find-cash.
           move "n" to xCashFoundFlag.
           perform 141-search-cash
               varying nCashSubscript from 1 by 1
               until nCashSubscript > nCashCount
               or xCashFoundFlag = "y".

           if xCashFoundFlag = "y"
               subtract 1 from nCashSubscript,
           else
               add 1 to nCashCount,
               move nCashCount to nCashSubscript,
               move xTellerWanted to xCashTellerT (nCashSubscript),
               move xEntryCurrency to xCashCurrT (nCashSubscript),
               move 0 to nCashInT (nCashSubscript),
               move 0 to nCashOutT (nCashSubscript),
               move 0 to nCashCountedT (nCashSubscript),
               move "n" to xCashCountedFlagT (nCashSubscript),
               perform 145-find-float,
           end-if.

       141-search-cash.
           if xCashTellerT (nCashSubscript) = xTellerWanted
               and xCashCurrT (nCashSubscript) = xEntryCurrency
               move "y" to xCashFoundFlag,
           end-if.

       145-find-float.
           move 0 to nCashFloatT (nCashSubscript).

           move spaces to xControlParamWanted.
           string "FLOAT-" xEntryCurrency delimited by size
               into xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nCashFloatT (nCashSubscript) =
                   function numval(xControlValueFound),
           end-if.

       150-find-teller.
           move "n" to xTellerFoundFlag.
           perform 151-search-teller
               varying nTellerSubscript from 1 by 1
               until nTellerSubscript > nTellerCount
               or xTellerFoundFlag = "y".

           if xTellerFoundFlag = "y"
               subtract 1 from nTellerSubscript,
           else
               add 1 to nTellerCount,
               move nTellerCount to nTellerSubscript,
               move xTellerWanted to xTellerIdT (nTellerSubscript),
               move 0 to nTellerTransT (nTellerSubscript),
               move 0 to nTellerCommissionT (nTellerSubscript),
               move 0 to nTellerSpreadT (nTellerSubscript),
           end-if.

       151-search-teller.
           if xTellerIdT (nTellerSubscript) = xTellerWanted
               move "y" to xTellerFoundFlag,
           end-if.

       155-check-teller-counted.
           move "n" to xTellerCountedFlag.
           perform 156-search-counted
               varying nCashSubscript from 1 by 1
               until nCashSubscript > nCashCount.

       156-search-counted.
           if xCashTellerT (nCashSubscript) = xTellerId
               and xCashCountedFlagT (nCashSubscript) = "y"
               move "y" to xTellerCountedFlag,
           end-if.

       160-find-rate.
           move "n" to xRateFoundFlag.
           move 0 to nMidRate.
           move 0 to nMidRateDate.

           perform 161-search-rate
               varying nRateSubscript from 1 by 1
               until nRateSubscript > nRateCount.

       161-search-rate.
           if xRateCurrT (nRateSubscript) = xEntryCurrency
               and nRateDateT (nRateSubscript) <= nBusinessDate
               and nRateDateT (nRateSubscript) > nMidRateDate
               move "y" to xRateFoundFlag,
               move nRateT (nRateSubscript) to nMidRate,
               move nRateDateT (nRateSubscript) to nMidRateDate,
           end-if.

       165-check-staleness.
           compute nRateAgeDays =
               function integer-of-date (nBusinessDate)
               - function integer-of-date (nMidRateDate).

           if nRateAgeDays > nStaleDays
               move xEntryCurrency to xStaleCurrencyOut,
               move nMidRateDate to neStaleDateOut,
               move nRateAgeDays to neStaleAgeOut,
               display xStaleWarning,
           end-if.

       200-counter-loop.
           perform 155-check-teller-counted.
           if xTellerCountedFlag = "y"
               display "*** Teller ", function trim(xTellerId),
                   " has already counted cash for today -",
                   " no further transactions. ***",
               move "y" to xDoneFlag,
           else
               perform 205-enter-transaction,
           end-if.

       205-enter-transaction.
           display " ".
           display "Currency (blank to finish)? " with no advancing.
           move spaces to xEntryCurrency.
           accept xEntryCurrency.
           move function upper-case(xEntryCurrency) to xEntryCurrency.

           if xEntryCurrency = spaces
               move "y" to xDoneFlag,
           else
               perform 160-find-rate,
               if xEntryCurrency = "USD" or xRateFoundFlag = "n"
                   display "'", xEntryCurrency,
                       "' cannot be traded at the counter.",
               else
                   perform 165-check-staleness,
                   perform 210-quote,
               end-if,
           end-if.

       210-quote.
           display "Customer (B)uys or (S)ells ", xEntryCurrency, "? "
               with no advancing.
           move spaces to xEntryType.
           accept xEntryType.
           move function upper-case(xEntryType) to xEntryType.

           display "Amount of ", xEntryCurrency, "? " with no advancing.
           move 0 to nEntryForeign.
           accept nEntryForeign.

           if (xEntryType not = "B" and xEntryType not = "S")
               or nEntryForeign = 0
               display "Transaction not entered.",
           else
               perform 215-price-quote,
               perform 220-check-drawer,
           end-if.

       215-price-quote.
           move xEntryCurrency to xQuoteCurrency.
           move nSpreadPct to nCurrencySpreadPct.
           move spaces to xControlParamWanted.
           string "SPREAD-" xQuoteCurrency delimited by size
               into xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nCurrencySpreadPct = function numval(xControlValueFound),
           end-if.

           compute nMidUsd rounded = nEntryForeign / nMidRate.

           if xEntryType = "B"
               compute nQuoteRate rounded =
                   nMidRate * (1 - nCurrencySpreadPct / 100),
               compute nQuoteUsd rounded = nEntryForeign / nQuoteRate,
               compute nQuoteSpread = nQuoteUsd - nMidUsd,
           else
               compute nQuoteRate rounded =
                   nMidRate * (1 + nCurrencySpreadPct / 100),
               compute nQuoteUsd rounded = nEntryForeign / nQuoteRate,
               compute nQuoteSpread = nMidUsd - nQuoteUsd,
           end-if.

           compute nQuoteCommission rounded =
               nQuoteUsd * nCommissionPct / 100.
           if nQuoteCommission < nMinCommission
               move nMinCommission to nQuoteCommission,
           end-if.

           if xEntryType = "B"
               compute nQuoteCashUsd = nQuoteUsd + nQuoteCommission,
           else
               if nQuoteCommission > nQuoteUsd
                   move nQuoteUsd to nQuoteCommission,
               end-if,
               compute nQuoteCashUsd = nQuoteUsd - nQuoteCommission,
           end-if.

       220-check-drawer.
           move xTellerId to xTellerWanted.
           move "USD" to xEntryCurrency.
           perform 140-find-cash.
           move nCashSubscript to nUsdSubscript.
           move xQuoteCurrency to xEntryCurrency.
           perform 140-find-cash.

           perform 225-show-quote.

           if xEntryType = "B"
               compute nExpectedCash = nCashFloatT (nCashSubscript)
                   + nCashInT (nCashSubscript) - nCashOutT (nCashSubscript),
           else
               compute nExpectedCash = nCashFloatT (nUsdSubscript)
                   + nCashInT (nUsdSubscript) - nCashOutT (nUsdSubscript),
           end-if.

           if xEntryType = "B" and nExpectedCash < nEntryForeign
               display "*** Not enough ", xQuoteCurrency,
                   " in the drawer - transaction refused. ***",
           else
               if xEntryType = "S" and nExpectedCash < nQuoteCashUsd
                   display "*** Not enough USD in the drawer to pay this",
                       " customer - transaction refused. ***",
               else
                   display "Proceed (Y/N)? " with no advancing,
                   move spaces to xConfirm,
                   accept xConfirm,
                   move function upper-case(xConfirm) to xConfirm,
                   if xConfirm = "Y"
                       perform 230-write-transaction,
                       perform 235-post-ledger,
                   else
                       display "Transaction cancelled.",
                   end-if,
               end-if,
           end-if.

       225-show-quote.
           display " ".
           move nMidRate to neRateEdit.
           display "  Mid rate:          ", neRateEdit, " ", xQuoteCurrency,
               " per USD".
           move nQuoteRate to neRateEdit.
           display "  Counter rate:      ", neRateEdit, " ", xQuoteCurrency,
               " per USD".
           move nQuoteUsd to neAmountEdit.
           display "  Value:            $", neAmountEdit.
           move nQuoteCommission to neAmountEdit.
           display "  Commission:       $", neAmountEdit.
           move nQuoteCashUsd to neAmountEdit.
           if xEntryType = "B"
               display "  Customer pays:    $", neAmountEdit,
           else
               display "  Customer receives:$", neAmountEdit,
           end-if.

       230-write-transaction.
           accept xRunTimeRaw from time.

           open extend counterFile.
           if xStatusCounter = "35"
               open output counterFile,
           end-if.
           move xStatusCounter to xCurrentStatus.
           move "CounterTrans.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nLastTransId.
           move nLastTransId to nCtrIdIn.
           move nBusinessDate to nCtrDateIn.
           move xRunTimeRaw (1:6) to nCtrTimeIn.
           move xTellerId to xCtrTellerIn.
           move xEntryType to xCtrTypeIn.
           move xQuoteCurrency to xCtrCurrIn.
           move nEntryForeign to nCtrForeignIn.
           move nMidRate to nCtrMidRateIn.
           move nQuoteRate to nCtrRateIn.
           move nQuoteUsd to nCtrUsdIn.
           move nQuoteCommission to nCtrCommissionIn.
           move nQuoteSpread to nCtrSpreadIn.
           move nQuoteCashUsd to nCtrCashUsdIn.
           write xCounterRecord.
           move xStatusCounter to xCurrentStatus.
           move "CounterTrans.txt" to xCurrentFileName.
           perform 900-check-status.

           close counterFile.
           move xStatusCounter to xCurrentStatus.
           move "CounterTrans.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 125-apply-transaction.
           add 1 to nTransWritten.

           display "Transaction ", nLastTransId, " recorded.".

       235-post-ledger.
           open extend ledgerFile.
           if xStatusLedger = "35"
               open output ledgerFile,
           end-if.
           move xStatusLedger to xCurrentStatus.
           move "CurrencyLedger.txt" to xCurrentFileName.
           perform 900-check-status.

           move xQuoteCurrency to xLedgCurrIn.
           move nBusinessDate to nLedgDateIn.
           if xEntryType = "B"
               move "D" to xLedgTypeIn,
           else
               move "A" to xLedgTypeIn,
           end-if.
           move nEntryForeign to nLedgUnitsIn.
           move nMidRate to nLedgRateIn.
           write xLedgerInput.
           move xStatusLedger to xCurrentStatus.
           move "CurrencyLedger.txt" to xCurrentFileName.
           perform 900-check-status.

           close ledgerFile.
           move xStatusLedger to xCurrentStatus.
           move "CurrencyLedger.txt" to xCurrentFileName.
           perform 900-check-status.

       250-count-teller.
           perform 155-check-teller-counted.

           if xTellerCountedFlag = "y"
               display "*** Teller ", function trim(xTellerId),
                   " has already counted cash for ", nBusinessDate, ". ***",
           else
               move "n" to xActivityFlag,
               display "Enter the cash counted in the drawer, float",
                   " included, for each currency.",
               perform 251-count-currency
                   varying nCashSubscript from 1 by 1
                   until nCashSubscript > nCashCount,
               if xActivityFlag = "n"
                   display "No counter activity for teller ",
                       function trim(xTellerId), " on ", nBusinessDate, ".",
               end-if,
           end-if.

       251-count-currency.
           if xCashTellerT (nCashSubscript) = xTellerId
               move "y" to xActivityFlag,
               display "  Counted ", xCashCurrT (nCashSubscript), "? "
                   with no advancing,
               move 0 to nEntryCounted,
               accept nEntryCounted,
               move nEntryCounted to nCashCountedT (nCashSubscript),
               move "y" to xCashCountedFlagT (nCashSubscript),
               compute nExpectedCash = nCashFloatT (nCashSubscript)
                   + nCashInT (nCashSubscript) - nCashOutT (nCashSubscript),
               compute nOverShort = nEntryCounted - nExpectedCash,
               perform 255-write-count,
               move nExpectedCash to neAmountEdit,
               display "    Expected ", neAmountEdit with no advancing,
               move nOverShort to neAmountEdit,
               display "   over/short ", neAmountEdit,
               if nOverShort not = 0
                   add 1 to nOutOfBalance,
               end-if,
           end-if.

       255-write-count.
           accept xRunTimeRaw from time.

           open extend countsFile.
           if xStatusCounts = "35"
               open output countsFile,
           end-if.
           move xStatusCounts to xCurrentStatus.
           move "TellerCounts.txt" to xCurrentFileName.
           perform 900-check-status.

           move nBusinessDate to nCountDateIn.
           move xTellerId to xCountTellerIn.
           move xCashCurrT (nCashSubscript) to xCountCurrIn.
           move xRunTimeRaw (1:6) to nCountTimeIn.
           move nExpectedCash to nCountExpectedIn.
           move nEntryCounted to nCountCountedIn.
           move nOverShort to nCountOverShortIn.
           write xCountRecord.
           move xStatusCounts to xCurrentStatus.
           move "TellerCounts.txt" to xCurrentFileName.
           perform 900-check-status.

           close countsFile.
           move xStatusCounts to xCurrentStatus.
           move "TellerCounts.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nCountsWritten.

       270-balancing-report.
           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam01counter-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move nBusinessDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           perform 229-check-write.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           perform 229-check-write.

           if nCashCount > 1
               sort xCashElement on ascending key xCashTellerT xCashCurrT,
           end-if.

           move spaces to xOldTeller.
           perform 271-report-cash
               varying nCashSubscript from 1 by 1
               until nCashSubscript > nCashCount.
           if xOldTeller not = spaces
               perform 275-teller-footer,
           end-if.

           perform 280-report-totals.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam01counter-output.txt" to xCurrentFileName.
           perform 900-check-status.

       271-report-cash.
           if xCashTellerT (nCashSubscript) not = xOldTeller
               if xOldTeller not = spaces
                   perform 275-teller-footer,
               end-if,
               move xCashTellerT (nCashSubscript) to xOldTeller,
           end-if.

           compute nExpectedCash = nCashFloatT (nCashSubscript)
               + nCashInT (nCashSubscript) - nCashOutT (nCashSubscript).

           move xCashTellerT (nCashSubscript) to xDetTellerOut.
           move xCashCurrT (nCashSubscript) to xDetCurrOut.
           move nCashFloatT (nCashSubscript) to neDetFloatOut.
           move nCashInT (nCashSubscript) to neDetInOut.
           move nCashOutT (nCashSubscript) to neDetOutOut.
           move nExpectedCash to neDetExpectedOut.

           if xCashCountedFlagT (nCashSubscript) = "y"
               compute nOverShort = nCashCountedT (nCashSubscript)
                   - nExpectedCash,
               move nCashCountedT (nCashSubscript) to neDetCountedOut,
               move nOverShort to neDetOverShortOut,
               if nOverShort = 0
                   move spaces to xDetNoteOut,
               else
                   move "*** OUT" to xDetNoteOut,
                   add 1 to nOutOfBalance,
               end-if,
           else
               move 0 to neDetCountedOut,
               move 0 to neDetOverShortOut,
               move "NOT COUNTED" to xDetNoteOut,
               add 1 to nNotCounted,
           end-if.

           display xCashDetail.
           write xOutput from xCashDetail before advancing 1 line.
           perform 229-check-write.

       275-teller-footer.
           move xOldTeller to xTellerWanted.
           perform 150-find-teller.

           move nTellerTransT (nTellerSubscript) to neFootTransOut.
           move nTellerCommissionT (nTellerSubscript) to neFootCommissionOut.
           move nTellerSpreadT (nTellerSubscript) to neFootSpreadOut.
           add nTellerCommissionT (nTellerSubscript) to nTotalCommission.
           add nTellerSpreadT (nTellerSubscript) to nTotalSpread.

           display xTellerFooter.
           write xOutput from xTellerFooter before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "exam01counter-output.txt" to xCurrentFileName.
           perform 900-check-status.

       280-report-totals.
           display " ".
           write xOutput from " " before advancing 1 line.

           move "Commission income" to xTotalLabelOut.
           move nTotalCommission to neTotalAmountOut.
           perform 281-print-total.

           move "Spread income" to xTotalLabelOut.
           move nTotalSpread to neTotalAmountOut.
           perform 281-print-total.

           move "Total counter income" to xTotalLabelOut.
           compute neTotalAmountOut = nTotalCommission + nTotalSpread.
           perform 281-print-total.

           move "Drawers out of balance" to xCountLabelOut.
           move nOutOfBalance to neCountOut.
           perform 282-print-count.

           move "Drawers not counted" to xCountLabelOut.
           move nNotCounted to neCountOut.
           perform 282-print-count.

       281-print-total.
           display xTotalLine.
           write xOutput from xTotalLine before advancing 1 line.
           perform 229-check-write.

       282-print-count.
           display xCountLine.
           write xOutput from xCountLine before advancing 1 line.
           perform 229-check-write.

       300-termination.
           perform 295-write-audit.

           display " ".
           display "Done.".
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

           move "EXAM01COUNTER" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           compute neAuditRecordsWrittenOut = nTransWritten + nCountsWritten
               + nLinesWritten.
           compute neAuditExceptionsOut = nOutOfBalance + nNotCounted.
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
