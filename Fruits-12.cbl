           select paymentsFile assign to "Payments.txt"
               organization is line sequential
               file status is xStatusPayments.
           select customers assign to "Customers.txt"
               organization is indexed
               access mode is dynamic
               record key is xCustIdIn
               file status is xStatusCust.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

           05 nPayDateIn       pic 9(8).
           05 nPayAmountIn     pic 9(7)v99.

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

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn      pic x(14).
           05 xControlParamIn        pic x(14).
           05 xControlValueIn        pic x(10).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       77 xStatusInvoices      pic xx      value "00".
       77 xStatusPayments      pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xStatusCust          pic xx      value "00".
       77 xStatusControl       pic xx      value "00".
       77 xControlEofFlag      pic x       value "n".
       77 nFirstDays           pic 999     value 30.
       77 nTodayInteger        pic 9(8)    value 0.
       77 nPastDueCount        pic 9(4)    value 0.
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xInvoicesEofFlag     pic x       value "n".
           display "*** Account payment application ***".

           accept xRunDate from date yyyymmdd.
           compute nTodayInteger = function integer-of-date (xRunDate).

           perform 105-load-control.
           perform 110-load-invoices.

           if nInvCount > 0
                   ascending key nInvNumT,
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
                   if xControlProgramIn = "FRUITS-23"
                       and xControlParamIn = "FIRSTDAYS"
                       compute nFirstDays = function numval(xControlValueIn),
                   end-if,
           end-read.

       110-load-invoices.
           open input invoicesFile.

           perform 220-log-payment.
           add 1 to nPaymentsTaken.

           perform 230-check-credit-hold.

       211-apply-to-invoice.
           if xInvCustT (nInvSubscript) = xEntryCust
               and nInvAmountT (nInvSubscript)
           move "Payments.txt" to xCurrentFileName.
           perform 900-check-status.

       230-check-credit-hold.
           move 0 to nPastDueCount.
           perform 231-count-past-due
               varying nInvSubscript from 1 by 1
               until nInvSubscript > nInvCount.

           if nPastDueCount = 0
               open i-o customers,
               if xStatusCust = "00"
                   move xEntryCust to xCustIdIn,
                   read customers key is xCustIdIn
                       invalid key
                           continue,
                       not invalid key
                           if xCustCreditFlagIn = "H"
                               move "Y" to xCustCreditFlagIn,
                               rewrite xCustomer,
                               move xStatusCust to xCurrentStatus,
                               move "Customers.txt" to xCurrentFileName,
                               perform 900-check-status,
                               display "Account is current - credit hold released.",
                           end-if,
                   end-read,
                   close customers,
               end-if,
           end-if.

       231-count-past-due.
           if xInvCustT (nInvSubscript) = xEntryCust
               and nInvAmountT (nInvSubscript) > nInvPaidT (nInvSubscript)
               and nTodayInteger - function integer-of-date (nInvDateT (nInvSubscript))
                   > nFirstDays
               add 1 to nPastDueCount,
           end-if.

       300-termination.
           if nInvCount > 0
               perform 310-rewrite-invoices,
