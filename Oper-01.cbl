       identification division.
       program-id. Oper-01.

       environment division.
       input-output section.
       file-control.
           select operatorFile assign to "Operators.txt"
               organization is line sequential
               file status is xStatusOperator.
           select rightsFile assign to "OperatorRights.txt"
               organization is line sequential
               file status is xStatusRights.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd operatorFile.
       01 xOperatorInput.
           05 xOperIdIn        pic x(8).
           05 nPassHashIn      pic 9(9).
           05 xOperRoleIn      pic x(8).

       fd rightsFile.
       01 xRightsInput.
           05 xRightsOperIn    pic x(8).
           05 xRightsProgramIn pic x(14).
           05 xRightsViewIn    pic x.
           05 xRightsChangeIn  pic x.
           05 xRightsDeleteIn  pic x.

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusOperator      pic xx      value "00".
       77 xStatusRights        pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xOperatorEofFlag     pic x       value "n".
       77 xRightsEofFlag       pic x       value "n".
       77 xFirstRunFlag        pic x       value "n".
       77 xMenuChoice          pic 9       value 0.
       77 nOperCount           pic 999     value 0.
       77 nOperSubscript       pic 999.
       77 nRightsCount         pic 999     value 0.
       77 nRightsSubscript     pic 999.
       77 nShiftSubscript      pic 999.
       77 nListSubscript       pic 999.
       77 xFoundFlag           pic x       value "n".
       77 xRightsFoundFlag     pic x       value "n".
       77 xEntryOperId         pic x(8)    value spaces.
       77 xEntryPassword       pic x(20)   value spaces.
       77 xEntryRole           pic x(8)    value spaces.
       77 xEntryProgram        pic x(14)   value spaces.
       77 xEntryView           pic x       value "N".
       77 xEntryChange         pic x       value "N".
       77 xEntryDelete         pic x       value "N".
       77 nEntryHash           pic 9(9)    value 0.
       77 nHashSubscript       pic 99.
       77 nHashLength          pic 99      value 0.
       77 nHashCharCode        pic 999     value 0.
       77 nChangesMade         pic 999     value 0.
       77 nRecordsRead         pic 9999    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xSignOnParms.
           05 xSignOnProgram   pic x(14).
           05 xSignOnAction    pic x.
           05 xSignOnOkFlag    pic x.
           05 xSignOnOperator  pic x(8).

       01 xMenu.
           05 filler           pic x(38)   value
               "1. Add an operator".
           05 filler           pic x(38)   value
               "2. Change an operator's password".
           05 filler           pic x(38)   value
               "3. Delete an operator".
           05 filler           pic x(38)   value
               "4. Grant or change program rights".
           05 filler           pic x(38)   value
               "5. Remove program rights".
           05 filler           pic x(38)   value
               "6. List operators and rights".
           05 filler           pic x(38)   value
               "7. Save and exit".

       01 xOperatorTable.
           05 xOperatorElement occurs 1 to 200 times
                   depending on nOperCount.
               10 xOperIdT         pic x(8).
               10 nOperHashT       pic 9(9).
               10 xOperRoleT       pic x(8).

       01 xRightsTable.
           05 xRightsElement occurs 1 to 500 times
                   depending on nRightsCount.
               10 xRightsOperT     pic x(8).
               10 xRightsProgramT  pic x(14).
               10 xRightsViewT     pic x.
               10 xRightsChangeT   pic x.
               10 xRightsDeleteT   pic x.

       01 xListDetail.
           05 xListOperOut         pic x(8).
           05 filler               pic x       value space.
           05 xListRoleOut         pic x(8).
           05 filler               pic x       value space.
           05 xListProgramOut      pic x(14).
           05 filler               pic x(2)    value spaces.
           05 xListViewOut         pic x.
           05 filler               pic x(4)    value spaces.
           05 xListChangeOut       pic x.
           05 filler               pic x(5)    value spaces.
           05 xListDeleteOut       pic x.

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
           perform 200-menu until xMenuChoice = 7.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           display " ".
           display "Operator Sign-on Maintenance".

           open input operatorFile.

           if xStatusOperator = "35"
               move "y" to xFirstRunFlag,
               move spaces to xSignOnOperator,
               display "No operator file yet - add an ADMIN operator",
                   " first.",
           else
               move xStatusOperator to xCurrentStatus,
               move "Operators.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 110-read-operator until xOperatorEofFlag = "y",
               close operatorFile,
               move "OPER-01" to xSignOnProgram,
               move "S" to xSignOnAction,
               call "signOn" using xSignOnParms,
               if xSignOnOkFlag not = "y"
                   move 8 to return-code,
                   stop run,
               end-if,
           end-if.

           open input rightsFile.

           if xStatusRights = "35"
               continue,
           else
               move xStatusRights to xCurrentStatus,
               move "OperatorRights.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 120-read-rights until xRightsEofFlag = "y",
               close rightsFile,
           end-if.

       110-read-operator.
           read operatorFile
               at end
                   move "y" to xOperatorEofFlag,
               not at end
                   add 1 to nOperCount,
                   add 1 to nRecordsRead,
                   move xOperIdIn to xOperIdT (nOperCount),
                   move nPassHashIn to nOperHashT (nOperCount),
                   move xOperRoleIn to xOperRoleT (nOperCount),
           end-read.

           move xStatusOperator to xCurrentStatus.
           move "Operators.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-read-rights.
           read rightsFile
               at end
                   move "y" to xRightsEofFlag,
               not at end
                   add 1 to nRightsCount,
                   add 1 to nRecordsRead,
                   move xRightsInput to xRightsElement (nRightsCount),
           end-read.

           move xStatusRights to xCurrentStatus.
           move "OperatorRights.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
           display " ".
           display "Selection? " with no advancing.
           accept xMenuChoice.

           perform 205-check-right.

           if xSignOnOkFlag = "y"
               evaluate xMenuChoice
                   when 1
                       perform 210-add-operator
                   when 2
                       perform 220-change-password
                   when 3
                       perform 230-delete-operator
                   when 4
                       perform 250-grant-rights
                   when 5
                       perform 260-remove-rights
                   when 6
                       perform 270-list-operators
                   when 7
                       continue
                   when other
                       display "Please enter 1 through 7."
               end-evaluate,
           end-if.

       205-check-right.
           if xFirstRunFlag = "y"
               move "y" to xSignOnOkFlag,
           else
               evaluate xMenuChoice
                   when 3
                   when 5
                       move "D" to xSignOnAction
                   when 1 thru 4
                       move "C" to xSignOnAction
                   when other
                       move "V" to xSignOnAction
               end-evaluate,
               call "signOn" using xSignOnParms,
           end-if.

       210-add-operator.
           display "Operator id? " with no advancing.
           accept xEntryOperId.

           perform 240-find-operator.

           if xFoundFlag = "y"
               display "That operator already exists.",
           else
               if nOperCount >= 200
                   display "The operator table is full.",
               else
                   display "Password? " with no advancing,
                   accept xEntryPassword,
                   perform 280-hash-password,
                   move "?" to xEntryRole,
                   perform 211-accept-role until xEntryRole = "ADMIN"
                       or xEntryRole = spaces,

                   add 1 to nOperCount,
                   move xEntryOperId to xOperIdT (nOperCount),
                   move nEntryHash to nOperHashT (nOperCount),
                   move xEntryRole to xOperRoleT (nOperCount),
                   add 1 to nChangesMade,
                   display "Operator added.",
               end-if,
           end-if.

       211-accept-role.
           display "Role (ADMIN, or blank for none)? " with no advancing.
           move spaces to xEntryRole.
           accept xEntryRole.
           move function upper-case(xEntryRole) to xEntryRole.
           if xEntryRole not = "ADMIN" and xEntryRole not = spaces
               display "Please enter ADMIN or leave the role blank.",
           end-if.

       220-change-password.
           display "Operator id? " with no advancing.
           accept xEntryOperId.

           perform 240-find-operator.

           if xFoundFlag = "n"
               display "Operator not found.",
           else
               display "New password? " with no advancing,
               accept xEntryPassword,
               perform 280-hash-password,
               move nEntryHash to nOperHashT (nOperSubscript),
               add 1 to nChangesMade,
               display "Password changed.",
           end-if.

       230-delete-operator.
           display "Operator id? " with no advancing.
           accept xEntryOperId.

           perform 240-find-operator.

           if xFoundFlag = "n"
               display "Operator not found.",
           else
               if xEntryOperId = xSignOnOperator
                   display "You cannot delete the operator you are",
                       " signed on as.",
               else
                   perform 231-shift-operator
                       varying nShiftSubscript from nOperSubscript by 1
                       until nShiftSubscript >= nOperCount,
                   subtract 1 from nOperCount,
                   perform 232-drop-operator-rights
                       varying nRightsSubscript from nRightsCount by -1
                       until nRightsSubscript < 1,
                   add 1 to nChangesMade,
                   display "Operator and their rights deleted.",
               end-if,
           end-if.

       231-shift-operator.
           move xOperatorElement (nShiftSubscript + 1)
               to xOperatorElement (nShiftSubscript).

       232-drop-operator-rights.
           if xRightsOperT (nRightsSubscript) = xEntryOperId
               perform 233-shift-rights
                   varying nShiftSubscript from nRightsSubscript by 1
                   until nShiftSubscript >= nRightsCount,
               subtract 1 from nRightsCount,
           end-if.

       233-shift-rights.
           move xRightsElement (nShiftSubscript + 1)
               to xRightsElement (nShiftSubscript).

       240-find-operator.
           move "n" to xFoundFlag.
           perform 241-scan-operator
               varying nOperSubscript from 1 by 1
               until nOperSubscript > nOperCount
               or xFoundFlag = "y".

           if xFoundFlag = "y"
               subtract 1 from nOperSubscript,
           end-if.

       241-scan-operator.
           if xOperIdT (nOperSubscript) = xEntryOperId
               move "y" to xFoundFlag,
           end-if.

       245-find-rights.
           move "n" to xRightsFoundFlag.
           perform 246-scan-rights
               varying nRightsSubscript from 1 by 1
               until nRightsSubscript > nRightsCount
               or xRightsFoundFlag = "y".

           if xRightsFoundFlag = "y"
               subtract 1 from nRightsSubscript,
           end-if.

       246-scan-rights.
           if xRightsOperT (nRightsSubscript) = xEntryOperId
               and xRightsProgramT (nRightsSubscript) = xEntryProgram
               move "y" to xRightsFoundFlag,
           end-if.

       250-grant-rights.
           display "Operator id? " with no advancing.
           accept xEntryOperId.

           perform 240-find-operator.

           if xFoundFlag = "n"
               display "Operator not found.",
           else
               display "Program (ex. PAYROLL-02, * for all)? "
                   with no advancing,
               accept xEntryProgram,
               move function upper-case(xEntryProgram) to xEntryProgram,
               display "View (Y/N)? " with no advancing,
               accept xEntryView,
               move function upper-case(xEntryView) to xEntryView,
               display "Change (Y/N)? " with no advancing,
               accept xEntryChange,
               move function upper-case(xEntryChange) to xEntryChange,
               display "Delete (Y/N)? " with no advancing,
               accept xEntryDelete,
               move function upper-case(xEntryDelete) to xEntryDelete,
               perform 255-store-rights,
           end-if.

       255-store-rights.
           if xEntryView not = "Y"
               move "N" to xEntryView,
           end-if.
           if xEntryChange not = "Y"
               move "N" to xEntryChange,
           end-if.
           if xEntryDelete not = "Y"
               move "N" to xEntryDelete,
           end-if.

           perform 245-find-rights.

           if xRightsFoundFlag = "n"
               if nRightsCount >= 500
                   display "The rights table is full.",
               else
                   add 1 to nRightsCount,
                   move nRightsCount to nRightsSubscript,
                   move "y" to xRightsFoundFlag,
               end-if,
           end-if.

           if xRightsFoundFlag = "y"
               move xEntryOperId to xRightsOperT (nRightsSubscript),
               move xEntryProgram to xRightsProgramT (nRightsSubscript),
               move xEntryView to xRightsViewT (nRightsSubscript),
               move xEntryChange to xRightsChangeT (nRightsSubscript),
               move xEntryDelete to xRightsDeleteT (nRightsSubscript),
               add 1 to nChangesMade,
               display "Rights saved.",
           end-if.

       260-remove-rights.
           display "Operator id? " with no advancing.
           accept xEntryOperId.
           display "Program (* for all)? " with no advancing.
           accept xEntryProgram.
           move function upper-case(xEntryProgram) to xEntryProgram.

           perform 245-find-rights.

           if xRightsFoundFlag = "n"
               display "No rights on file for that operator and program.",
           else
               perform 233-shift-rights
                   varying nShiftSubscript from nRightsSubscript by 1
                   until nShiftSubscript >= nRightsCount,
               subtract 1 from nRightsCount,
               add 1 to nChangesMade,
               display "Rights removed.",
           end-if.

       270-list-operators.
           display " ".
           display "Operator Role     Program         View Change Delete".

           perform 271-list-operator
               varying nOperSubscript from 1 by 1
               until nOperSubscript > nOperCount.

       271-list-operator.
           move xOperIdT (nOperSubscript) to xListOperOut.
           move xOperRoleT (nOperSubscript) to xListRoleOut.
           move spaces to xListProgramOut.
           move space to xListViewOut.
           move space to xListChangeOut.
           move space to xListDeleteOut.
           if xOperRoleT (nOperSubscript) = "ADMIN"
               move "(all programs)" to xListProgramOut,
               move "Y" to xListViewOut,
               move "Y" to xListChangeOut,
               move "Y" to xListDeleteOut,
           end-if.
           display xListDetail.

           perform 272-list-rights
               varying nListSubscript from 1 by 1
               until nListSubscript > nRightsCount.

       272-list-rights.
           if xRightsOperT (nListSubscript) = xOperIdT (nOperSubscript)
               move spaces to xListOperOut,
               move spaces to xListRoleOut,
               move xRightsProgramT (nListSubscript) to xListProgramOut,
               move xRightsViewT (nListSubscript) to xListViewOut,
               move xRightsChangeT (nListSubscript) to xListChangeOut,
               move xRightsDeleteT (nListSubscript) to xListDeleteOut,
               display xListDetail,
           end-if.

       280-hash-password.
           move 0 to nEntryHash.
           move function length(function trim(xEntryPassword))
               to nHashLength.

           perform 281-hash-one-char
               varying nHashSubscript from 1 by 1
               until nHashSubscript > nHashLength.

       281-hash-one-char.
           compute nHashCharCode =
               function ord (xEntryPassword (nHashSubscript:1)).
           compute nEntryHash =
               function mod (nEntryHash * 31 + nHashCharCode,
                   999999937).

       300-termination.
           open output operatorFile.
           move xStatusOperator to xCurrentStatus.
           move "Operators.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 310-write-operator varying nOperSubscript from 1 by 1
               until nOperSubscript > nOperCount.

           close operatorFile.
           move xStatusOperator to xCurrentStatus.
           move "Operators.txt" to xCurrentFileName.
           perform 900-check-status.

           open output rightsFile.
           move xStatusRights to xCurrentStatus.
           move "OperatorRights.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 320-write-rights varying nRightsSubscript from 1 by 1
               until nRightsSubscript > nRightsCount.

           close rightsFile.
           move xStatusRights to xCurrentStatus.
           move "OperatorRights.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

           display " ".
           display "Operator and rights files saved.".
           display " ".

       310-write-operator.
           move xOperIdT (nOperSubscript) to xOperIdIn.
           move nOperHashT (nOperSubscript) to nPassHashIn.
           move xOperRoleT (nOperSubscript) to xOperRoleIn.

           write xOperatorInput.

           move xStatusOperator to xCurrentStatus.
           move "Operators.txt" to xCurrentFileName.
           perform 900-check-status.

       320-write-rights.
           move xRightsElement (nRightsSubscript) to xRightsInput.

           write xRightsInput.

           move xStatusRights to xCurrentStatus.
           move "OperatorRights.txt" to xCurrentFileName.
           perform 900-check-status.

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

           move "OPER-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nChangesMade to neAuditRecordsWrittenOut.
           move 0 to neAuditExceptionsOut.
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
