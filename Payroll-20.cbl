       identification division.
       program-id. Payroll-20.

       environment division.
       input-output section.
       file-control.
           select empChargeFile assign to "EmployeeCharges.txt" organization is line sequential
               file status is xStatusEmpCharge.
           select orderHeaders assign to "Orders.txt" organization is line sequential
               file status is xStatusOrderHdr.
           select checkRegister assign to "CheckRegister.txt" organization is line sequential
               file status is xStatusCheckReg.
           select outfile assign to "Payroll-20-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd empChargeFile.
       01 xEmpChargeInput.
           05   nEchgOrderNumIn           pic 9(6).
           05   nEchgEmpNumIn             pic 9999.
           05   nEchgDateIn               pic 9(8).
           05   nEchgAmountIn             pic 9(5)v99.
           05   xEchgLocIn                pic x(3).
           05   xEchgStatusIn             pic x.
           05   nEchgRecovDateIn          pic 9(8).
           05   nEchgCheckNumIn           pic 9(6).

       fd orderHeaders.
       01 xOrderHeader.
           05   nOrderNumberOut           pic 9(6).
           05   nOrderDateOut             pic 9(8).
           05   nOrderTimeOut             pic 9(6).
           05   xOrderCustOut             pic x(8).
           05   nOrderTotalOut            pic 9(7)v99.
           05   xOrderTenderOut           pic x.
           05   xOrderBilledOut           pic x.
           05   nOrderTaxOut              pic 9(5)v99.
           05   xOrderStatusOut           pic x.
           05   xOrderLocOut              pic x(3).
           05   xOrderDeliveryOut.
               10   xOrderDelivTypeOut    pic x.
               10   xOrderAddressOut      pic x(30).
               10   xOrderZipOut          pic x(10).
               10   nOrderDelivDateOut    pic 9(8).
               10   xOrderWindowOut       pic x.

       fd checkRegister.
       01 xCheckRecord                    pic x(110).

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusEmpCharge                pic xx      value "00".
       77 xStatusOrderHdr                 pic xx      value "00".
       77 xStatusCheckReg                 pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xEchgEofFlag                    pic x       value "n".
       77 xOrdersEofFlag                  pic x       value "n".
       77 xCheckRegEofFlag                pic x       value "n".
       77 nEchgCount                      pic 9999    value 0.
       77 nEchgSubscript                  pic 9999.
       77 nEchgFoundSubscript             pic 9999    value 0.
       77 nCheckCount                     pic 9999    value 0.
       77 nCheckSubscript                 pic 9999.
       77 nCheckFoundSubscript            pic 9999    value 0.
       77 nOrdersRead                     pic 9(6)    value 0.
       77 nStoreChargeOrders              pic 9(5)    value 0.
       77 nStoreChargeTotal               pic 9(8)v99 value 0.
       77 nOpenCount                      pic 9(5)    value 0.
       77 nOpenTotal                      pic 9(8)v99 value 0.
       77 nRecoveredCount                 pic 9(5)    value 0.
       77 nRecoveredTotal                 pic 9(8)v99 value 0.
       77 nExceptionCount                 pic 9999    value 0.
       77 xExceptionText                  pic x(40)   value spaces.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xEchgTable.
           05  xEchgElement occurs 1 to 2000 times
                   depending on nEchgCount.
               10 nEchgOrderNumE          pic 9(6).
               10 nEchgEmpNumE            pic 9999.
               10 nEchgDateE              pic 9(8).
               10 nEchgAmountE            pic 9(5)v99.
               10 xEchgStatusE            pic x.
               10 nEchgCheckNumE          pic 9(6).
               10 xEchgMatchedE           pic x.

       01 xCheckTable.
           05  xCheckElement occurs 1 to 2000 times
                   depending on nCheckCount.
               10 nCheckNumK              pic 9(6).
               10 nCheckEmpNumK           pic 9999.
               10 xCheckStatusK           pic x(4).

       01 xCheckRegParse.
           05 xCheckParseNum              pic x(6).
           05 filler                      pic x(3).
           05 xCheckParseDate             pic x(10).
           05 filler                      pic xx.
           05 xCheckParseEmp              pic x(4).
           05 filler                      pic x(4).
           05 xCheckParseName             pic x(34).
           05 filler                      pic xx.
           05 xCheckParseNet              pic x(8).
           05 filler                      pic xx.
           05 xCheckParseGross            pic x(8).
           05 filler                      pic xx.
           05 xCheckParseRegHrs           pic x(4).
           05 filler                      pic xx.
           05 xCheckParseOTHrs            pic x(4).
           05 filler                      pic xx.
           05 xCheckParseStatus           pic x(4).
           05 filler                      pic x(9).

       01 xReportHeading-1.
           05 filler                      pic x(48)   value
               "*** Employee Store Charge Reconciliation".
           05 filler                      pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                      pic x(8)    value "ORDER".
           05 filler                      pic x(8)    value "EMP NUM".
           05 filler                      pic x(12)   value "CHARGED".
           05 filler                      pic x(10)   value "AMOUNT".
           05 filler                      pic x(4)    value "ST".
           05 filler                      pic x(9)    value "CHECK NO".
           05 filler                      pic x(40)   value "EXCEPTION".

       01 xChargeDetail.
           05 neDetOrderNum               pic 9(6).
           05 filler                      pic xx      value spaces.
           05 neDetEmpNum                 pic zzz9.
           05 filler                      pic x(4)    value spaces.
           05 neDetDate                   pic 9999/99/99.
           05 filler                      pic xx      value spaces.
           05 neDetAmount                 pic zzzz9.99.
           05 filler                      pic xx      value spaces.
           05 xDetStatus                  pic x.
           05 filler                      pic xxx     value spaces.
           05 neDetCheckNum               pic zzzzz9.
           05 filler                      pic xxx     value spaces.
           05 xDetException               pic x(40).

       01 xReportFooter-1.
           05 filler                      pic x(24)   value "Store charge orders:    ".
           05 neFootOrders                pic zz,zz9.
           05 filler                      pic x(4)    value "   $".
           05 neFootOrderTotal            pic zz,zzz,zz9.99.

       01 xReportFooter-2.
           05 filler                      pic x(24)   value "Charges still open:     ".
           05 neFootOpen                  pic zz,zz9.
           05 filler                      pic x(4)    value "   $".
           05 neFootOpenTotal             pic zz,zzz,zz9.99.

       01 xReportFooter-3.
           05 filler                      pic x(24)   value "Recovered via payroll:  ".
           05 neFootRecovered             pic zz,zz9.
           05 filler                      pic x(4)    value "   $".
           05 neFootRecoveredTotal        pic zz,zzz,zz9.99.

       01 xReportFooter-4.
           05 neFootExceptions            pic zzz9.
           05 filler                      pic x(26)   value " exception(s) flagged.".

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
           perform 200-match-orders.
           perform 240-check-charges.
           perform 300-termination.

           if nExceptionCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           perform 110-load-charges.
           perform 120-load-check-register.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-20-output.txt" to xCurrentFileName.
           perform 900-check-status.

           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-20-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-charges.
           open input empChargeFile.

           if xStatusEmpCharge = "35"
               continue,
           else
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-charge until xEchgEofFlag = "y",
               close empChargeFile,
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       111-read-charge.
           read empChargeFile
               at end
                   move "y" to xEchgEofFlag,
               not at end
                   if nEchgCount < 2000
                       add 1 to nEchgCount,
                       move nEchgOrderNumIn to nEchgOrderNumE (nEchgCount),
                       move nEchgEmpNumIn to nEchgEmpNumE (nEchgCount),
                       move nEchgDateIn to nEchgDateE (nEchgCount),
                       move nEchgAmountIn to nEchgAmountE (nEchgCount),
                       move xEchgStatusIn to xEchgStatusE (nEchgCount),
                       move nEchgCheckNumIn to nEchgCheckNumE (nEchgCount),
                       move "n" to xEchgMatchedE (nEchgCount),
                   else
                       display "*** EmployeeCharges.txt holds more than",
                           " 2000 charges - the charge table must be",
                           " enlarged. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusEmpCharge to xCurrentStatus.
           move "EmployeeCharges.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-check-register.
           open input checkRegister.

           if xStatusCheckReg = "35"
               continue,
           else
               move xStatusCheckReg to xCurrentStatus,
               move "CheckRegister.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-check until xCheckRegEofFlag = "y",
               close checkRegister,
               move xStatusCheckReg to xCurrentStatus,
               move "CheckRegister.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       121-read-check.
           read checkRegister
               at end
                   move "y" to xCheckRegEofFlag,
               not at end
                   move xCheckRecord to xCheckRegParse,
                   if xCheckParseNum is numeric
                       if nCheckCount < 2000
                           add 1 to nCheckCount,
                           move xCheckParseNum to nCheckNumK (nCheckCount),
                           compute nCheckEmpNumK (nCheckCount) =
                               function numval (xCheckParseEmp),
                           move xCheckParseStatus
                               to xCheckStatusK (nCheckCount),
                       else
                           display "*** CheckRegister.txt holds more",
                               " than 2000 checks - run the retention",
                               " purge first. ***",
                           display "*** Ending run. ***",
                           move 16 to return-code,
                           stop run,
                       end-if,
                   end-if,
           end-read.

           move xStatusCheckReg to xCurrentStatus.
           move "CheckRegister.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-match-orders.
           open input orderHeaders.

           if xStatusOrderHdr = "35"
               continue,
           else
               move xStatusOrderHdr to xCurrentStatus,
               move "Orders.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 201-read-order until xOrdersEofFlag = "y",
               close orderHeaders,
               move xStatusOrderHdr to xCurrentStatus,
               move "Orders.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       201-read-order.
           read orderHeaders
               at end
                   move "y" to xOrdersEofFlag,
               not at end
                   add 1 to nOrdersRead,
                   if xOrderTenderOut = "E"
                       perform 210-match-order,
                   end-if,
           end-read.

           move xStatusOrderHdr to xCurrentStatus.
           move "Orders.txt" to xCurrentFileName.
           perform 901-check-read-status.

       210-match-order.
           add 1 to nStoreChargeOrders.
           add nOrderTotalOut to nStoreChargeTotal.

           move 0 to nEchgFoundSubscript.
           perform 211-search-charge
               varying nEchgSubscript from 1 by 1
               until nEchgSubscript > nEchgCount
               or nEchgFoundSubscript > 0.

           if nEchgFoundSubscript = 0
               move nOrderNumberOut to neDetOrderNum,
               move 0 to neDetEmpNum,
               move nOrderDateOut to neDetDate,
               move nOrderTotalOut to neDetAmount,
               move space to xDetStatus,
               move 0 to neDetCheckNum,
               move "store order has no charge record"
                   to xExceptionText,
               perform 250-report-exception,
           else
               move "y" to xEchgMatchedE (nEchgFoundSubscript),
               if nEchgAmountE (nEchgFoundSubscript) not = nOrderTotalOut
                   move nEchgFoundSubscript to nEchgSubscript,
                   move "charge amount differs from store order"
                       to xExceptionText,
                   perform 245-report-charge-exception,
               end-if,
               if xOrderStatusOut = "X"
                   and xEchgStatusE (nEchgFoundSubscript) = "O"
                   move nEchgFoundSubscript to nEchgSubscript,
                   move "order cancelled but charge still open"
                       to xExceptionText,
                   perform 245-report-charge-exception,
               end-if,
           end-if.

       211-search-charge.
           if nEchgOrderNumE (nEchgSubscript) = nOrderNumberOut
               move nEchgSubscript to nEchgFoundSubscript,
           end-if.

       240-check-charges.
           perform 241-check-charge
               varying nEchgSubscript from 1 by 1
               until nEchgSubscript > nEchgCount.

       241-check-charge.
           if xEchgStatusE (nEchgSubscript) = "R"
               add 1 to nRecoveredCount,
               add nEchgAmountE (nEchgSubscript) to nRecoveredTotal,
           else
               add 1 to nOpenCount,
               add nEchgAmountE (nEchgSubscript) to nOpenTotal,
           end-if.

           if xEchgMatchedE (nEchgSubscript) = "n"
               move "charge has no store order"
                   to xExceptionText,
               perform 245-report-charge-exception,
           end-if.

           if xEchgStatusE (nEchgSubscript) = "R"
               move 0 to nCheckFoundSubscript,
               perform 242-search-check
                   varying nCheckSubscript from 1 by 1
                   until nCheckSubscript > nCheckCount
                   or nCheckFoundSubscript > 0,
               if nCheckFoundSubscript = 0
                   move "recovery check not in check register"
                       to xExceptionText,
                   perform 245-report-charge-exception,
               else
                   if nCheckEmpNumK (nCheckFoundSubscript)
                       not = nEchgEmpNumE (nEchgSubscript)
                       move "recovery check is for another employee"
                           to xExceptionText,
                       perform 245-report-charge-exception,
                   end-if,
                   if xCheckStatusK (nCheckFoundSubscript) = "VOID"
                       move "recovery check voided - reopen charge"
                           to xExceptionText,
                       perform 245-report-charge-exception,
                   end-if,
               end-if,
           end-if.

       242-search-check.
           if nCheckNumK (nCheckSubscript) = nEchgCheckNumE (nEchgSubscript)
               move nCheckSubscript to nCheckFoundSubscript,
           end-if.

       245-report-charge-exception.
           move nEchgOrderNumE (nEchgSubscript) to neDetOrderNum.
           move nEchgEmpNumE (nEchgSubscript) to neDetEmpNum.
           move nEchgDateE (nEchgSubscript) to neDetDate.
           move nEchgAmountE (nEchgSubscript) to neDetAmount.
           move xEchgStatusE (nEchgSubscript) to xDetStatus.
           move nEchgCheckNumE (nEchgSubscript) to neDetCheckNum.
           perform 250-report-exception.

       250-report-exception.
           add 1 to nExceptionCount.
           move xExceptionText to xDetException.

           display xChargeDetail.
           write xOutput from xChargeDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-20-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nStoreChargeOrders to neFootOrders.
           move nStoreChargeTotal to neFootOrderTotal.
           move nOpenCount to neFootOpen.
           move nOpenTotal to neFootOpenTotal.
           move nRecoveredCount to neFootRecovered.
           move nRecoveredTotal to neFootRecoveredTotal.
           move nExceptionCount to neFootExceptions.

           display " ".
           display xReportFooter-1.
           display xReportFooter-2.
           display xReportFooter-3.
           display xReportFooter-4.

           write xOutput from xReportFooter-1 before advancing 1 line.
           write xOutput from xReportFooter-2 before advancing 1 line.
           write xOutput from xReportFooter-3 before advancing 1 line.
           write xOutput from xReportFooter-4 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-20-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Payroll-20-output.txt" to xCurrentFileName.
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

           move "PAYROLL-20" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           compute neAuditRecordsReadOut = nOrdersRead + nEchgCount
               + nCheckCount.
           move nEchgCount to neAuditRecordsWrittenOut.
           move nExceptionCount to neAuditExceptionsOut.
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
