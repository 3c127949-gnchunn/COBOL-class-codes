       identification division.
       program-id. Payroll-24.

       environment division.

           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
           select pinFile assign to "PayrollPins.txt" organization is line sequential
               file status is xStatusPin.
           select pendingFile assign to "W4Pending.txt" organization is line sequential
               file status is xStatusPending.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.
           copy "postData-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData            pic x(4096).
           copy "postData-filesection.cbl".

       fd  pinFile.
       01  xPinInput.
           05 nPinEmpNumIn     pic 9999.
           05 xPinValueIn      pic x(6).

       fd  pendingFile.
       01  xPendingRecord.
           05 nW4ReqNum        pic 9(6).
           05 nW4EmpNum        pic 9999.
           05 xW4FilingStatus  pic x.
           05 nW4Allowances    pic 99.
           05 nW4SubmitDate    pic 9(8).
           05 nW4SubmitTime    pic 9(6).
           05 xW4Status        pic x.
           05 nW4DecisionDate  pic 9(8).
           05 xW4DecidedBy     pic x(8).
           05 xW4Reason        pic x(30).

       fd  auditFile.
       01  xAuditRecord        pic x(60).

       working-storage section.
       77  xNewLine             pic x value x"0a".
       77  xStatusPin           pic xx value "00".
       77  xStatusPending       pic xx value "00".
       77  xStatusAudit         pic xx value "00".
       77  xCurrentStatus       pic xx.
       77  xCurrentFileName     pic x(30).
       77  xPinEofFlag          pic x value "n".
       77  xPendingEofFlag      pic x value "n".
       77  xEntryEmpNum         pic x(8) value spaces.
       77  xEntryPin            pic x(8) value spaces.
       77  xEntryFiling         pic x(8) value spaces.
       77  xEntryAllowances     pic x(8) value spaces.
       77  nEntryEmpNum         pic 9999 value 0.
       77  nEntryAllowances     pic 99 value 0.
       77  xPinMatchedFlag      pic x value "n".
       77  xPinOnFileFlag       pic x value "n".
       77  xOpenRequestFlag     pic x value "n".
       77  nLastReqNum          pic 9(6) value 0.
       77  nRequestsShown       pic 999 value 0.
       77  xRunDate             pic 9(8).
       77  xRunTimeRaw          pic 9(8).

       01 xRequestRow.
           05 filler               pic x(8)    value "<tr><td>".
           05 xRowReqNum           pic x(6).
           05 filler               pic x(9)    value "</td><td>".
           05 neRowSubmitDate      pic 9999/99/99.
           05 filler               pic x(9)    value "</td><td>".
           05 xRowFiling           pic x(7).
           05 filler               pic x(9)    value "</td><td>".
           05 neRowAllowances      pic z9.
           05 filler               pic x(9)    value "</td><td>".
           05 xRowStatus           pic x(8).
           05 filler               pic x(9)    value "</td><td>".
           05 xRowDecisionDate     pic x(10).
           05 filler               pic x(9)    value "</td><td>".
           05 xRowReason           pic x(30).
           05 filler               pic x(10)   value "</td></tr>".

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


       01 xSessionParms.
           05 xAuthToken           pic x(16).
           05 xRequiredRole        pic x(8).
           05 xSessionOkFlag       pic x.
           05 xSessionOperator     pic x(8).

           copy "postData-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-processing.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           display "Content-type: text/html", xNewLine.

           display "<!doctype html>".
           display "<html>".
           display "<head>".
           display "<title>Payroll-24.cbl</title>".
           display "<link rel=stylesheet type='text/css' href='cobol.css'>".
           display "</head>".
           display "<body>".

           call "getPostData".

           move function getPostValue("auth") to xAuthToken.
           move "PAYROLL" to xRequiredRole.
           call "checkSession" using xSessionParms.
           if xSessionOkFlag not = "y"
               display "<p>Please log in through the shop login page",
                   " (Web-01) first.</p>",
               display "</body>",
               display "</html>",
               move 0 to return-code,
               stop run,
           end-if.

           move function getPostValue("empnum") to xEntryEmpNum.
           move function getPostValue("pin") to xEntryPin.
           move function getPostValue("filing") to xEntryFiling.
           move function getPostValue("allow") to xEntryAllowances.
           move function upper-case(xEntryFiling) to xEntryFiling.

       200-processing.
           if xEntryEmpNum = spaces or xEntryPin = spaces
               display "<p>Enter your employee number and PIN.",
                   " Leave the filing status blank to see the status",
                   " of your requests.</p>",
               perform 260-entry-form,
           else
               compute nEntryEmpNum = function numval (xEntryEmpNum),
               perform 210-check-pin,
               if xPinMatchedFlag = "y"
                   perform 220-scan-requests,
                   if xEntryFiling not = spaces
                       perform 240-submit-change,
                   end-if,
                   perform 230-show-requests,
               else
                   perform 250-log-bad-pin,
                   display "<p>The employee number or PIN is not",
                       " recognized.</p>",
                   perform 260-entry-form,
               end-if,
           end-if.

       210-check-pin.
           move "n" to xPinMatchedFlag.
           move "n" to xPinOnFileFlag.
           move "n" to xPinEofFlag.

           open input pinFile.

           if xStatusPin = "35"
               continue,
           else
               move xStatusPin to xCurrentStatus,
               move "PayrollPins.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 211-read-pin until xPinEofFlag = "y",
               close pinFile,
               move xStatusPin to xCurrentStatus,
               move "PayrollPins.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       211-read-pin.
           read pinFile
               at end
                   move "y" to xPinEofFlag,
               not at end
                   if nPinEmpNumIn = nEntryEmpNum
                       move "y" to xPinOnFileFlag,
                       if xPinValueIn = xEntryPin (1:6)
                           move "y" to xPinMatchedFlag,
                       end-if,
                   end-if,
           end-read.

           move xStatusPin to xCurrentStatus.
           move "PayrollPins.txt" to xCurrentFileName.
           perform 901-check-read-status.

       220-scan-requests.
           move "n" to xOpenRequestFlag.
           move 0 to nLastReqNum.
           move "n" to xPendingEofFlag.

           open input pendingFile.

           if xStatusPending = "35"
               continue,
           else
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 221-scan-request until xPendingEofFlag = "y",
               close pendingFile,
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       221-scan-request.
           read pendingFile
               at end
                   move "y" to xPendingEofFlag,
               not at end
                   if nW4ReqNum > nLastReqNum
                       move nW4ReqNum to nLastReqNum,
                   end-if,
                   if nW4EmpNum = nEntryEmpNum and xW4Status = "P"
                       move "y" to xOpenRequestFlag,
                   end-if,
           end-read.

           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
           perform 901-check-read-status.

       230-show-requests.
           display "<h1>Withholding change requests for employee ",
               function trim(xEntryEmpNum), "</h1>".

           move 0 to nRequestsShown.
           move "n" to xPendingEofFlag.

           display "<table>".
           display "<tr><td><a2>Request</a2></td>",
               "<td><a2>Submitted</a2></td>",
               "<td><a2>Filing</a2></td>",
               "<td><a2>Allowances</a2></td>",
               "<td><a2>Status</a2></td>",
               "<td><a2>Decided</a2></td>",
               "<td><a2>Reason</a2></td></tr>".

           open input pendingFile.

           if xStatusPending = "35"
               continue,
           else
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 231-request-line until xPendingEofFlag = "y",
               close pendingFile,
               move xStatusPending to xCurrentStatus,
               move "W4Pending.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           if nRequestsShown = 0
               display "<tr><td colspan=7>No withholding change",
                   " requests on file.</td></tr>",
           end-if.

           display "</table>".

           perform 260-entry-form.

       231-request-line.
           read pendingFile
               at end
                   move "y" to xPendingEofFlag,
               not at end
                   if nW4EmpNum = nEntryEmpNum
                       perform 232-format-request,
                   end-if,
           end-read.

           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
           perform 901-check-read-status.

       232-format-request.
           initialize xRequestRow.
           move nW4ReqNum to xRowReqNum.
           move nW4SubmitDate to neRowSubmitDate.
           if xW4FilingStatus = "M"
               move "Married" to xRowFiling,
           else
               move "Single" to xRowFiling,
           end-if.
           move nW4Allowances to neRowAllowances.
           evaluate xW4Status
               when "A"
                   move "Approved" to xRowStatus
               when "R"
                   move "Rejected" to xRowStatus
               when other
                   move "Pending" to xRowStatus
           end-evaluate.
           if nW4DecisionDate > 0
               move nW4DecisionDate (1:4) to xRowDecisionDate (1:4),
               move "/" to xRowDecisionDate (5:1),
               move nW4DecisionDate (5:2) to xRowDecisionDate (6:2),
               move "/" to xRowDecisionDate (8:1),
               move nW4DecisionDate (7:2) to xRowDecisionDate (9:2),
           end-if.
           move xW4Reason to xRowReason.

           display xRequestRow.
           add 1 to nRequestsShown.

       240-submit-change.
           if xEntryAllowances = spaces
               move "0" to xEntryAllowances,
           end-if.

           evaluate true
               when xEntryFiling (1:1) not = "S"
                   and xEntryFiling (1:1) not = "M"
                   display "<p>Filing status must be Single or",
                       " Married - request not submitted.</p>",
               when function test-numval (xEntryAllowances) not = 0
                   display "<p>Allowances must be a whole number",
                       " from 0 to 99 - request not submitted.</p>",
               when function numval (xEntryAllowances) > 99
                   or function numval (xEntryAllowances) < 0
                   or function numval (xEntryAllowances) not =
                       function integer (function numval (xEntryAllowances))
                   display "<p>Allowances must be a whole number",
                       " from 0 to 99 - request not submitted.</p>",
               when xOpenRequestFlag = "y"
                   display "<p>You already have a request waiting for",
                       " HR approval - request not submitted.</p>",
               when other
                   perform 241-write-request,
           end-evaluate.

       241-write-request.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.
           compute nEntryAllowances = function numval (xEntryAllowances).

           open extend pendingFile.
           if xStatusPending = "35"
               open output pendingFile,
           end-if.
           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
           perform 900-check-status.

           initialize xPendingRecord.
           compute nW4ReqNum = nLastReqNum + 1.
           move nEntryEmpNum to nW4EmpNum.
           move xEntryFiling (1:1) to xW4FilingStatus.
           move nEntryAllowances to nW4Allowances.
           move xRunDate to nW4SubmitDate.
           move xRunTimeRaw (1:6) to nW4SubmitTime.
           move "P" to xW4Status.
           move 0 to nW4DecisionDate.
           write xPendingRecord.
           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
           perform 900-check-status.

           close pendingFile.
           move xStatusPending to xCurrentStatus.
           move "W4Pending.txt" to xCurrentFileName.
           perform 900-check-status.

           move "y" to xOpenRequestFlag.

           display "<p>Request ", nW4ReqNum, " submitted. Your",
               " withholding will change once HR approves it.</p>".

       250-log-bad-pin.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           open extend auditFile.
           if xStatusAudit = "35"
               open output auditFile,
           end-if.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
           perform 900-check-status.

           move "PAYROLL-24" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move 0 to neAuditRecordsReadOut.
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

       260-entry-form.
           display "<form method=post action='Payroll-24'>".
           display "<input type=hidden name=auth value='",
               function trim(xAuthToken), "'>".
           display "<p>Employee number: ",
               "<input type=text name=empnum size=4></p>".
           display "<p>PIN: ",
               "<input type=password name=pin size=6></p>".
           display "<p>New filing status: <select name=filing>",
               "<option value=''>(no change - show my requests)</option>",
               "<option value='S'>Single</option>",
               "<option value='M'>Married</option></select></p>".
           display "<p>New withholding allowances: ",
               "<input type=text name=allow size=2></p>".
           display "<p><input type=submit value='Submit'></p>".
           display "</form>".

       300-termination.
           display "</body>".
           display "</html>".

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

           copy "postData-procedure.cbl".
