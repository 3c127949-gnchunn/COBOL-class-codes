       identification division.
       program-id. Payroll-25.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "Payroll.master.txt" organization is line sequential
               file status is xStatusMaster.
           select pendingFile assign to "W4Pending.txt" organization is line sequential
               file status is xStatusPending.
           select changeLog assign to "PayrollChangeLog.txt" organization is line sequential
               file status is xStatusChangeLog.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd masterfile.
       01 xMaster.
           05 nDept                       pic 9.
           05 nEmpNumMstr                 pic 9999.
           05 xLastName                   pic x(20).
           05 xFirstName                  pic x(20).
           05 nPayRate                    pic 999v99.
           05 nYtdGrossPay                pic 9(7)v99.
           05 nYtdHours                   pic 9(5).
           05 xPayTypeMstr                pic x.
           05 nPeriodSalary               pic 9(4)v99.
           05 nQtdGrossPay                pic 9(7)v99.
           05 nQtdHours                   pic 9(5).
           05 nQtdQuarterKey              pic 9(5).
           05 nVacBalance                 pic 9(3)v99.
           05 nSickBalance                pic 9(3)v99.
           05 xFilingStatus               pic x.
           05 nAllowances                 pic 99.
           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd pendingFile.
       01 xPendingRecord.
           05 nW4ReqNum                   pic 9(6).
           05 nW4EmpNum                   pic 9999.
           05 xW4FilingStatus             pic x.
           05 nW4Allowances               pic 99.
           05 nW4SubmitDate               pic 9(8).
           05 nW4SubmitTime               pic 9(6).
           05 xW4Status                   pic x.
           05 nW4DecisionDate             pic 9(8).
           05 xW4DecidedBy                pic x(8).
           05 xW4Reason                   pic x(30).

       fd changeLog.
       01 xChangeLogRecord                pic x(273).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
           77  xStatusMaster              pic xx          value "00".
           77  xStatusPending             pic xx          value "00".
           77  xStatusChangeLog           pic xx          value "00".
           77  xStatusAudit               pic xx          value "00".
           77  xCurrentStatus             pic xx.
           77  xCurrentFileName           pic x(30).
           77  xEofFlag                   pic x           value 'n'.
           77  xPendingEofFlag            pic x           value 'n'.
           77  nLoadSubscript             pic 9999        value 0.
           77  nProcessSubscript          pic 9999.
           77  nPendLoadSubscript         pic 9999        value 0.
           77  nPendSubscript             pic 9999.
           77  xFoundFlag                 pic x           value 'n'.
           77  nFoundSubscript            pic 9999        value 0.
           77  xDecision                  pic x           value space.
           77  xEntryReason               pic x(30)       value spaces.
           77  nPendingSeen               pic 9999        value 0.
           77  nApprovedCount             pic 9999        value 0.
           77  nRejectedCount             pic 9999        value 0.
           77  nSkippedCount              pic 9999        value 0.
           77  xOperatorId                pic x(8)        value spaces.
           77  xRunDate                   pic 9(8).
           77  xRunTimeRaw                pic 9(8).

       01 xChangeLogDetail.
           05 xLogDateOut              pic 9(8).
           05 filler                   pic x           value space.
           05 xLogTimeOut              pic 9(6).
           05 filler                   pic x           value space.
           05 xLogOperatorOut          pic x(8).
           05 filler                   pic x           value space.
           05 xLogActionOut            pic x.
           05 filler                   pic x           value space.
           05 nLogEmpNumOut            pic 9(4).
           05 filler                   pic x           value space.
           05 xLogBeforeOut            pic x(120).
           05 filler                   pic x           value space.
           05 xLogAfterOut             pic x(120).

       01 xMasterTable.
           05  xMasterElement occurs 1 to 500 times
                   depending on nLoadSubscript.
               10 nDeptT                  pic 9.
               10 nEmpNumT                pic 9999.
               10 xLastNameT              pic x(20).
               10 xFirstNameT             pic x(20).
               10 nPayRateT               pic 999v99.
               10 nYtdGrossPayT           pic 9(7)v99.
               10 nYtdHoursT              pic 9(5).
               10 xPayTypeT               pic x.
               10 nPeriodSalaryT          pic 9(4)v99.
               10 nQtdGrossPayT           pic 9(7)v99.
               10 nQtdHoursT              pic 9(5).
               10 nQtdQuarterKeyT         pic 9(5).
               10 nVacBalanceT            pic 9(3)v99.
               10 nSickBalanceT           pic 9(3)v99.
               10 xFilingStatusT          pic x.
               10 nAllowancesT            pic 99.
               10 xEmpStatusT             pic x.
               10 nHireDateT              pic 9(8).
               10 nTermDateT              pic 9(8).
               10 xPayMethodT             pic x.

       01 xPendingTable.
           05  xPendingElement occurs 1 to 2000 times
                   depending on nPendLoadSubscript.
               10 nReqNumP                pic 9(6).
               10 nEmpNumP                pic 9999.
               10 xFilingStatusP          pic x.
               10 nAllowancesP            pic 99.
               10 nSubmitDateP            pic 9(8).
               10 nSubmitTimeP            pic 9(6).
               10 xStatusP                pic x.
               10 nDecisionDateP          pic 9(8).
               10 xDecidedByP             pic x(8).
               10 xReasonP                pic x(30).

       01 xRequestDisplay.
           05 filler                   pic x(8)    value "Request ".
           05 neReqNumOut              pic zzzzz9.
           05 filler                   pic x(11)   value " submitted ".
           05 neReqDateOut             pic 9999/99/99.
           05 filler                   pic x(11)   value " - employee".
           05 neReqEmpNumOut           pic zzzz9.
           05 filler                   pic x       value space.
           05 xReqNameOut              pic x(30).

       01 xRequestChange.
           05 filler                   pic x(20)   value "    Filing status:  ".
           05 xChangeFilingFrom        pic x.
           05 filler                   pic x(4)    value " -> ".
           05 xChangeFilingTo          pic x.
           05 filler                   pic x(18)   value "    Allowances:   ".
           05 neChangeAllowFrom        pic z9.
           05 filler                   pic x(4)    value " -> ".
           05 neChangeAllowTo          pic z9.

       01 xSignOnParms.
           05 xSignOnProgram           pic x(14).
           05 xSignOnAction            pic x.
           05 xSignOnOkFlag            pic x.
           05 xSignOnOperator          pic x(8).

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
           perform 200-review-request varying nPendSubscript from 1 by 1
               until nPendSubscript > nPendLoadSubscript.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           display " ".
           display "Withholding Change Approval".

           move "PAYROLL-25" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.
           move xSignOnOperator to xOperatorId.

           open input masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 110-next-record until xEofFlag = "y".

           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

           open input pendingFile.
           if xStatusPending = "35"
               display "No withholding change requests on file.",
           else
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 120-next-request until xPendingEofFlag = "y",
               close pendingFile,
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       110-next-record.
           read masterfile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nLoadSubscript,
                   move nDept to nDeptT (nLoadSubscript),
                   move nEmpNumMstr to nEmpNumT (nLoadSubscript),
                   move xLastName to xLastNameT (nLoadSubscript),
                   move xFirstName to xFirstNameT (nLoadSubscript),
                   move nPayRate to nPayRateT (nLoadSubscript),
                   move nYtdGrossPay to nYtdGrossPayT (nLoadSubscript),
                   move nYtdHours to nYtdHoursT (nLoadSubscript),
                   move xPayTypeMstr to xPayTypeT (nLoadSubscript),
                   move nPeriodSalary to nPeriodSalaryT (nLoadSubscript),
                   move nQtdGrossPay to nQtdGrossPayT (nLoadSubscript),
                   move nQtdHours to nQtdHoursT (nLoadSubscript),
                   move nQtdQuarterKey to nQtdQuarterKeyT (nLoadSubscript),
                   move nVacBalance to nVacBalanceT (nLoadSubscript),
                   move nSickBalance to nSickBalanceT (nLoadSubscript),
                   if xFilingStatus = space
                       move "S" to xFilingStatusT (nLoadSubscript),
                   else
                       move xFilingStatus to xFilingStatusT (nLoadSubscript),
                   end-if,
                   if nAllowances numeric
                       move nAllowances to nAllowancesT (nLoadSubscript),
                   else
                       move 0 to nAllowancesT (nLoadSubscript),
                   end-if,
                   if xEmpStatus = space
                       move "A" to xEmpStatusT (nLoadSubscript),
                   else
                       move xEmpStatus to xEmpStatusT (nLoadSubscript),
                   end-if,
                   if nHireDate numeric
                       move nHireDate to nHireDateT (nLoadSubscript),
                   else
                       move 0 to nHireDateT (nLoadSubscript),
                   end-if,
                   if nTermDate numeric
                       move nTermDate to nTermDateT (nLoadSubscript),
                   else
                       move 0 to nTermDateT (nLoadSubscript),
                   end-if,
                   if xPayMethod = "C"
                       move "C" to xPayMethodT (nLoadSubscript),
                   else
                       move space to xPayMethodT (nLoadSubscript),
                   end-if,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-next-request.
           read pendingFile
               at end
                   move "y" to xPendingEofFlag,
               not at end
                   if nPendLoadSubscript < 2000
                       add 1 to nPendLoadSubscript,
                       move xPendingRecord
                           to xPendingElement (nPendLoadSubscript),
                   else
                       display "*** W4Pending.txt holds more than 2000",
                           " requests - purge decided requests ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-review-request.
           if xStatusP (nPendSubscript) = "P"
               add 1 to nPendingSeen,
               move 0 to nFoundSubscript,
               perform 210-find-employee varying nProcessSubscript from 1 by 1
                   until nProcessSubscript > nLoadSubscript
                   or nFoundSubscript > 0,
               if nFoundSubscript = 0
                   display " ",
                   display "Request ", nReqNumP (nPendSubscript),
                       " - employee ", nEmpNumP (nPendSubscript),
                       " is not on the master; rejected.",
                   move "Employee not on payroll master"
                       to xEntryReason,
                   perform 240-reject-request,
               else
                   perform 220-present-request,
               end-if,
           end-if.

       210-find-employee.
           if nEmpNumT (nProcessSubscript) = nEmpNumP (nPendSubscript)
               move nProcessSubscript to nFoundSubscript,
           end-if.

       220-present-request.
           move nReqNumP (nPendSubscript) to neReqNumOut.
           move nSubmitDateP (nPendSubscript) to neReqDateOut.
           move nEmpNumP (nPendSubscript) to neReqEmpNumOut.
           move spaces to xReqNameOut.
           string xLastNameT (nFoundSubscript) delimited by "  "
               ", " delimited by size
               xFirstNameT (nFoundSubscript) delimited by "  "
               into xReqNameOut.
           move xFilingStatusT (nFoundSubscript) to xChangeFilingFrom.
           move xFilingStatusP (nPendSubscript) to xChangeFilingTo.
           move nAllowancesT (nFoundSubscript) to neChangeAllowFrom.
           move nAllowancesP (nPendSubscript) to neChangeAllowTo.

           display " ".
           display xRequestDisplay.
           display xRequestChange.
           if xEmpStatusT (nFoundSubscript) = "T"
               display "    Note: employee is terminated.",
           end-if.

           move space to xDecision.
           perform 221-ask-decision until xDecision = "A"
               or xDecision = "R" or xDecision = "S".

           perform 222-check-right.

           if xSignOnOkFlag = "y"
               evaluate xDecision
                   when "A"
                       perform 230-approve-request
                   when "R"
                       display "Reason for rejection? " with no advancing,
                       accept xEntryReason,
                       perform 240-reject-request
                   when other
                       add 1 to nSkippedCount,
                       display "Left pending."
               end-evaluate,
           else
               add 1 to nSkippedCount,
               display "Left pending.",
           end-if.

       221-ask-decision.
           display "(A)pprove, (R)eject or (S)kip? " with no advancing.
           accept xDecision.
           move function upper-case(xDecision) to xDecision.

       222-check-right.
           evaluate xDecision
               when "A"
               when "R"
                   move "C" to xSignOnAction
               when other
                   move "V" to xSignOnAction
           end-evaluate.

           call "signOn" using xSignOnParms.

       230-approve-request.
           move xMasterElement (nFoundSubscript) to xLogBeforeOut.
           move xFilingStatusP (nPendSubscript)
               to xFilingStatusT (nFoundSubscript).
           move nAllowancesP (nPendSubscript)
               to nAllowancesT (nFoundSubscript).
           move "C" to xLogActionOut.
           move nEmpNumP (nPendSubscript) to nLogEmpNumOut.
           move xMasterElement (nFoundSubscript) to xLogAfterOut.
           perform 250-write-change-log.

           accept xRunDate from date yyyymmdd.
           move "A" to xStatusP (nPendSubscript).
           move xRunDate to nDecisionDateP (nPendSubscript).
           move xOperatorId to xDecidedByP (nPendSubscript).
           move spaces to xReasonP (nPendSubscript).
           add 1 to nApprovedCount.
           display "Withholding updated.".

       240-reject-request.
           accept xRunDate from date yyyymmdd.
           move "R" to xStatusP (nPendSubscript).
           move xRunDate to nDecisionDateP (nPendSubscript).
           move xOperatorId to xDecidedByP (nPendSubscript).
           move xEntryReason to xReasonP (nPendSubscript).
           add 1 to nRejectedCount.
           display "Request rejected.".

       250-write-change-log.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           open extend changeLog.
           if xStatusChangeLog = "35"
               open output changeLog,
           end-if.
           move xStatusChangeLog to xCurrentStatus.
           move "PayrollChangeLog.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to xLogDateOut.
           move xRunTimeRaw (1:6) to xLogTimeOut.
           move xOperatorId to xLogOperatorOut.
           write xChangeLogRecord from xChangeLogDetail.
           move xStatusChangeLog to xCurrentStatus.
           move "PayrollChangeLog.txt" to xCurrentFileName.
           perform 900-check-status.

           close changeLog.
           move xStatusChangeLog to xCurrentStatus.
           move "PayrollChangeLog.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           if nApprovedCount > 0
               open output masterfile,
               move xStatusMaster to xCurrentStatus,
               move "Payroll.master.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 310-write-record varying nProcessSubscript from 1 by 1
                   until nProcessSubscript > nLoadSubscript,

               close masterfile,
               move xStatusMaster to xCurrentStatus,
               move "Payroll.master.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           if nApprovedCount > 0 or nRejectedCount > 0
               open output pendingFile,
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 320-write-request varying nPendSubscript from 1 by 1
                   until nPendSubscript > nPendLoadSubscript,

               close pendingFile,
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           display " ".
           display nPendingSeen, " pending, ", nApprovedCount, " approved, ",
               nRejectedCount, " rejected, ", nSkippedCount, " left pending.".
           display " ".

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

           move "PAYROLL-25" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nPendLoadSubscript to neAuditRecordsReadOut.
           move nApprovedCount to neAuditRecordsWrittenOut.
           move nRejectedCount to neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           close auditFile.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

       310-write-record.
           move nDeptT (nProcessSubscript) to nDept.
           move nEmpNumT (nProcessSubscript) to nEmpNumMstr.
           move xLastNameT (nProcessSubscript) to xLastName.
           move xFirstNameT (nProcessSubscript) to xFirstName.
           move nPayRateT (nProcessSubscript) to nPayRate.
           move nYtdGrossPayT (nProcessSubscript) to nYtdGrossPay.
           move nYtdHoursT (nProcessSubscript) to nYtdHours.
           move xPayTypeT (nProcessSubscript) to xPayTypeMstr.
           move nPeriodSalaryT (nProcessSubscript) to nPeriodSalary.
           move nQtdGrossPayT (nProcessSubscript) to nQtdGrossPay.
           move nQtdHoursT (nProcessSubscript) to nQtdHours.
           move nQtdQuarterKeyT (nProcessSubscript) to nQtdQuarterKey.
           move nVacBalanceT (nProcessSubscript) to nVacBalance.
           move nSickBalanceT (nProcessSubscript) to nSickBalance.
           move xFilingStatusT (nProcessSubscript) to xFilingStatus.
           move nAllowancesT (nProcessSubscript) to nAllowances.
           move xEmpStatusT (nProcessSubscript) to xEmpStatus.
           move nHireDateT (nProcessSubscript) to nHireDate.
           move nTermDateT (nProcessSubscript) to nTermDate.
           move xPayMethodT (nProcessSubscript) to xPayMethod.

           write xMaster.

           move xStatusMaster to xCurrentStatus.
           move "Payroll.master.txt" to xCurrentFileName.
           perform 900-check-status.

       320-write-request.
           move xPendingElement (nPendSubscript) to xPendingRecord.
           write xPendingRecord.

           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
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
