       identification division.
       program-id. signOn.

       environment division.
       input-output section.
       file-control.
           select operatorFile assign to "Operators.txt"
               organization is line sequential
               file status is xStatusOperator.
           select rightsFile assign to "OperatorRights.txt"
               organization is line sequential
               file status is xStatusRights.
           select signonLog assign to "SignonLog.txt"
               organization is line sequential
               file status is xStatusSignonLog.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.
           select alertFile assign to "Alerts.txt" organization is line sequential
               file status is xStatusAlert.
           select alertControl assign to "AlertControl.txt"
               organization is line sequential
               file status is xStatusAlertCtl.

       data division.
       file section.
       fd operatorFile.
       01 xOperatorInput.
           05 xOperIdIn            pic x(8).
           05 nPassHashIn          pic 9(9).
           05 xOperRoleIn          pic x(8).

       fd rightsFile.
       01 xRightsInput.
           05 xRightsOperIn        pic x(8).
           05 xRightsProgramIn     pic x(14).
           05 xRightsViewIn        pic x.
           05 xRightsChangeIn      pic x.
           05 xRightsDeleteIn      pic x.

       fd signonLog.
       01 xSignonLogRecord.
           05 nLogDateIn           pic 9(8).
           05 nLogTimeIn           pic 9(6).
           05 xLogEventIn          pic x.
           05 xLogOperIn           pic x(8).
           05 xLogProgramIn        pic x(14).
           05 xLogActionIn         pic x.

       fd controlFile.
       01 xControlInput.
           05 xControlProgramIn    pic x(14).
           05 xControlParamIn      pic x(14).
           05 xControlValueIn      pic x(10).

       fd auditFile.
       01 xAuditRecord             pic x(60).

       fd alertFile.
       01 xAlertInput.
           05 nAlertIdIn           pic 9(6).
           05 nAlertDateIn         pic 9(8).
           05 nAlertTimeIn         pic 9(6).
           05 xAlertSevIn          pic x.
           05 xAlertSourceIn       pic x(14).
           05 xAlertTextIn         pic x(40).
           05 xAlertStateIn        pic x.
           05 xAlertAckByIn        pic x(3).
           05 xAlertNoteIn         pic x(30).

       fd alertControl.
       01 xAlertControlInput.
           05 nNextAlertIdIn       pic 9(6).

       working-storage section.
       77 xStatusOperator           pic xx      value "00".
       77 xStatusRights             pic xx      value "00".
       77 xStatusSignonLog          pic xx      value "00".
       77 xStatusControl            pic xx      value "00".
       77 xStatusAudit              pic xx      value "00".
       77 xStatusAlert              pic xx      value "00".
       77 xStatusAlertCtl           pic xx      value "00".
       77 xCurrentStatus            pic xx.
       77 xCurrentFileName          pic x(30).
       77 xEofFlag                  pic x       value "n".
       77 xSignedOnFlag             pic x       value "n".
       77 xSignedOperator           pic x(8)    value spaces.
       77 xSignedRole               pic x(8)    value spaces.
       77 xSignedProgram            pic x(14)   value spaces.
       77 xRightView                pic x       value "N".
       77 xRightChange              pic x       value "N".
       77 xRightDelete              pic x       value "N".
       77 xProgramRowFlag           pic x       value "n".
       77 xEntryOperId              pic x(8)    value spaces.
       77 xEntryPassword            pic x(20)   value spaces.
       77 nEntryHash                pic 9(9)    value 0.
       77 nHashSubscript            pic 99.
       77 nHashLength               pic 99      value 0.
       77 nHashCharCode             pic 999     value 0.
       77 nAttempts                 pic 9       value 0.
       77 nMaxAttempts              pic 9       value 3.
       77 nMaxFailures              pic 99      value 3.
       77 nFailuresToday            pic 999     value 0.
       77 nFailureQuotient          pic 999     value 0.
       77 nFailureRemainder         pic 99      value 0.
       77 nNextAlertId              pic 9(6)    value 1.
       77 xAuditName                pic x(14).
       77 xEventCode                pic x.
       77 xRightWanted              pic x.
       77 xActionWord               pic x(17).
       77 xRunDate                  pic 9(8).
       77 xRunTimeRaw               pic 9(8).

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

       01 xAlertTextWork.
           05 filler                   pic x(30)   value
               "REPEATED SIGN-ON FAILURES FOR ".
           05 xAlertOperW              pic x(8).
           05 filler                   pic xx      value spaces.

       linkage section.
       01 xSignOnParms.
           05 xSignOnProgram       pic x(14).
           05 xSignOnAction        pic x.
           05 xSignOnOkFlag        pic x.
           05 xSignOnOperator      pic x(8).

       procedure division using xSignOnParms.
       000-main.
           move "n" to xSignOnOkFlag.

           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           if xSignOnAction = "S"
               perform 100-sign-on,
           else
               perform 200-check-right,
           end-if.

           move xSignedOperator to xSignOnOperator.

           goback.

       100-sign-on.
           move "n" to xSignedOnFlag.
           move spaces to xSignedOperator.
           move spaces to xSignedRole.
           move xSignOnProgram to xSignedProgram.
           move 0 to nAttempts.

           perform 105-load-control.

           display " ".
           display "Operator sign-on for ", function trim(xSignOnProgram).

           perform 110-attempt-sign-on until xSignedOnFlag = "y"
               or nAttempts = nMaxAttempts.

           if xSignedOnFlag = "n"
               display "*** Sign-on failed - ending run. ***",
           else
               perform 130-load-rights,
               if xRightView not = "Y"
                   move "V" to xRightWanted,
                   perform 210-deny,
                   move "n" to xSignedOnFlag,
               else
                   move "S" to xEventCode,
                   move space to xRightWanted,
                   perform 250-log-event,
                   move "y" to xSignOnOkFlag,
                   display "Signed on as ", function trim(xSignedOperator),
                       " - view ", xRightView, ", change ", xRightChange,
                       ", delete ", xRightDelete, ".",
               end-if,
           end-if.

       105-load-control.
           move 3 to nMaxFailures.
           move "n" to xEofFlag.

           open input controlFile.
           if xStatusControl = "00"
               perform 106-read-control until xEofFlag = "y",
               close controlFile,
           end-if.

       106-read-control.
           read controlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xControlProgramIn = "SIGNON"
                       and xControlParamIn = "MAXFAIL"
                       and function numval(xControlValueIn) > 0
                       compute nMaxFailures = function numval(xControlValueIn),
                   end-if,
           end-read.

       110-attempt-sign-on.
           add 1 to nAttempts.

           display "Operator ID? " with no advancing.
           accept xEntryOperId.
           display "Password? " with no advancing.
           accept xEntryPassword.

           perform 115-hash-password.
           perform 120-check-operator.

           if xSignedOnFlag = "y"
               move xEntryOperId to xSignedOperator,
           else
               display "That operator ID and password are not recognized.",
               perform 140-record-failure,
           end-if.

       115-hash-password.
           move 0 to nEntryHash.
           move function length(function trim(xEntryPassword))
               to nHashLength.

           perform 116-hash-one-char
               varying nHashSubscript from 1 by 1
               until nHashSubscript > nHashLength.

       116-hash-one-char.
           compute nHashCharCode =
               function ord (xEntryPassword (nHashSubscript:1)).
           compute nEntryHash =
               function mod (nEntryHash * 31 + nHashCharCode,
                   999999937).

       120-check-operator.
           move "n" to xEofFlag.

           open input operatorFile.
           if xStatusOperator = "35"
               display "*** No operator file (Operators.txt) ***",
           else
               move xStatusOperator to xCurrentStatus,
               move "Operators.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-scan-operator until xEofFlag = "y"
                   or xSignedOnFlag = "y",
               close operatorFile,
           end-if.

       121-scan-operator.
           read operatorFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xOperIdIn = xEntryOperId
                       and nPassHashIn = nEntryHash
                       move "y" to xSignedOnFlag,
                       move xOperRoleIn to xSignedRole,
                   end-if,
           end-read.

           move xStatusOperator to xCurrentStatus.
           move "Operators.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-rights.
           move "N" to xRightView.
           move "N" to xRightChange.
           move "N" to xRightDelete.

           if xSignedRole = "ADMIN"
               move "Y" to xRightView,
               move "Y" to xRightChange,
               move "Y" to xRightDelete,
           else
               move "n" to xProgramRowFlag,
               move "n" to xEofFlag,
               open input rightsFile,
               if xStatusRights = "00"
                   perform 131-read-rights until xEofFlag = "y",
                   close rightsFile,
               end-if,
           end-if.

       131-read-rights.
           read rightsFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRightsOperIn = xSignedOperator
                       if xRightsProgramIn = xSignedProgram
                           move "y" to xProgramRowFlag,
                           move xRightsViewIn to xRightView,
                           move xRightsChangeIn to xRightChange,
                           move xRightsDeleteIn to xRightDelete,
                       else
                           if xRightsProgramIn = "*"
                               and xProgramRowFlag = "n"
                               move xRightsViewIn to xRightView,
                               move xRightsChangeIn to xRightChange,
                               move xRightsDeleteIn to xRightDelete,
                           end-if,
                       end-if,
                   end-if,
           end-read.

           move xStatusRights to xCurrentStatus.
           move "OperatorRights.txt" to xCurrentFileName.
           perform 901-check-read-status.

       140-record-failure.
           move "F" to xEventCode.
           move space to xRightWanted.
           move xEntryOperId to xSignedOperator.
           perform 250-log-event.
           move spaces to xSignedOperator.

           move "SIGNON" to xAuditName.
           perform 260-write-audit.

           perform 150-count-failures.

           divide nFailuresToday by nMaxFailures
               giving nFailureQuotient remainder nFailureRemainder.
           if nFailureRemainder = 0
               perform 270-raise-alert,
           end-if.

       150-count-failures.
           move 0 to nFailuresToday.
           move "n" to xEofFlag.

           open input signonLog.
           if xStatusSignonLog = "00"
               perform 151-read-log until xEofFlag = "y",
               close signonLog,
           end-if.

       151-read-log.
           read signonLog
               at end
                   move "y" to xEofFlag,
               not at end
                   if nLogDateIn = xRunDate
                       and xLogOperIn = xEntryOperId
                       if xLogEventIn = "S"
                           move 0 to nFailuresToday,
                       end-if,
                       if xLogEventIn = "F"
                           add 1 to nFailuresToday,
                       end-if,
                   end-if,
           end-read.

           move xStatusSignonLog to xCurrentStatus.
           move "SignonLog.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-check-right.
           move xSignOnAction to xRightWanted.

           if xSignedOnFlag = "y"
               evaluate xRightWanted
                   when "V"
                       if xRightView = "Y"
                           move "y" to xSignOnOkFlag,
                       end-if
                   when "C"
                       if xRightChange = "Y"
                           move "y" to xSignOnOkFlag,
                       end-if
                   when "D"
                       if xRightDelete = "Y"
                           move "y" to xSignOnOkFlag,
                       end-if
               end-evaluate,
           end-if.

           if xSignOnOkFlag = "n"
               perform 210-deny,
           else
               if xRightWanted = "C" or xRightWanted = "D"
                   move "G" to xEventCode,
                   perform 250-log-event,
               end-if,
           end-if.

       210-deny.
           evaluate xRightWanted
               when "V"
                   move "use" to xActionWord
               when "C"
                   move "change records in" to xActionWord
               when other
                   move "delete records in" to xActionWord
           end-evaluate.

           display "*** Operator ", function trim(xSignedOperator),
               " is not permitted to ", function trim(xActionWord),
               " ", function trim(xSignedProgram), " ***".

           move "D" to xEventCode.
           perform 250-log-event.

           move "ACCESS-DENIED" to xAuditName.
           perform 260-write-audit.

       250-log-event.
           open extend signonLog.
           if xStatusSignonLog = "35"
               open output signonLog,
           end-if.
           move xStatusSignonLog to xCurrentStatus.
           move "SignonLog.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to nLogDateIn.
           move xRunTimeRaw (1:6) to nLogTimeIn.
           move xEventCode to xLogEventIn.
           move xSignedOperator to xLogOperIn.
           move xSignedProgram to xLogProgramIn.
           move xRightWanted to xLogActionIn.
           write xSignonLogRecord.
           move xStatusSignonLog to xCurrentStatus.
           move "SignonLog.txt" to xCurrentFileName.
           perform 900-check-status.

           close signonLog.
           move xStatusSignonLog to xCurrentStatus.
           move "SignonLog.txt" to xCurrentFileName.
           perform 900-check-status.

       260-write-audit.
           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move xAuditName to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move 1 to neAuditRecordsReadOut.
           move 0 to neAuditRecordsWrittenOut.
           move 1 to neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           close auditFile.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

       270-raise-alert.
           open input alertControl.
           if xStatusAlertCtl = "00"
               read alertControl
                   at end
                       move 1 to nNextAlertId,
                   not at end
                       move nNextAlertIdIn to nNextAlertId,
               end-read,
               close alertControl,
           else
               move 1 to nNextAlertId,
           end-if.

           open extend alertFile.
           if xStatusAlert = "35"
               open output alertFile,
           end-if.
           move xStatusAlert to xCurrentStatus.
           move "Alerts.txt" to xCurrentFileName.
           perform 900-check-status.

           move nNextAlertId to nAlertIdIn.
           move xRunDate to nAlertDateIn.
           move xRunTimeRaw (1:6) to nAlertTimeIn.
           move "H" to xAlertSevIn.
           move xSignedProgram to xAlertSourceIn.
           move xEntryOperId to xAlertOperW.
           move xAlertTextWork to xAlertTextIn.
           move "O" to xAlertStateIn.
           move spaces to xAlertAckByIn.
           move spaces to xAlertNoteIn.
           write xAlertInput.
           move xStatusAlert to xCurrentStatus.
           move "Alerts.txt" to xCurrentFileName.
           perform 900-check-status.

           close alertFile.
           move xStatusAlert to xCurrentStatus.
           move "Alerts.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nNextAlertId.
           open output alertControl.
           move xStatusAlertCtl to xCurrentStatus.
           move "AlertControl.txt" to xCurrentFileName.
           perform 900-check-status.
           move nNextAlertId to nNextAlertIdIn.
           write xAlertControlInput.
           close alertControl.

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
