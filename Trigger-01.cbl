       identification division.
       program-id. Trigger-01.

       environment division.
       input-output section.
       file-control.
           select triggerFile assign to "TriggerTable.txt" organization is line sequential
               file status is xStatusTrigger.
           select eventFile assign to "TriggerLog.txt" organization is line sequential
               file status is xStatusEvent.
           select probeFile assign dynamic xProbeFileName
               organization is line sequential
               file status is xStatusProbe.
           select planFile assign to "TriggerPlan.txt" organization is line sequential
               file status is xStatusPlan.
           select alertFile assign to "Alerts.txt" organization is line sequential
               file status is xStatusAlert.
           select alertControl assign to "AlertControl.txt"
               organization is line sequential
               file status is xStatusAlertCtl.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd triggerFile.
       01 xTriggerInput.
           05   xTrigFileIn            pic x(30).
           05   nTrigEarliestIn        pic 9(4).
           05   nTrigLatestIn          pic 9(4).
           05   nTrigMinRecordsIn      pic 9(7).
           05   xTrigStepsIn           pic x(60).

       fd eventFile.
       01 xEventRecord.
           05   nEventDateIO           pic 9(8).
           05   nEventTimeIO           pic 9(6).
           05   xEventTypeIO           pic x(8).
           05   xEventFileIO           pic x(30).

       fd probeFile.
       01 xProbeRecord                 pic x(150).

       fd planFile.
       01 xPlanRecord                  pic x(100).

       fd alertFile.
       01 xAlertInput.
           05   nAlertIdIn             pic 9(6).
           05   nAlertDateIn           pic 9(8).
           05   nAlertTimeIn           pic 9(6).
           05   xAlertSevIn            pic x.
           05   xAlertSourceIn         pic x(14).
           05   xAlertTextIn           pic x(40).
           05   xAlertStateIn          pic x.
           05   xAlertAckByIn          pic x(3).
           05   xAlertNoteIn           pic x(30).

       fd alertControl.
       01 xAlertControlInput.
           05   nNextAlertIdIn         pic 9(6).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusTrigger               pic xx      value "00".
       77 xStatusEvent                 pic xx      value "00".
       77 xStatusProbe                 pic xx      value "00".
       77 xStatusPlan                  pic xx      value "00".
       77 xStatusAlert                 pic xx      value "00".
       77 xStatusAlertCtl              pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xProbeFileName               pic x(30)   value spaces.
       77 xTriggerEofFlag              pic x       value "n".
       77 xEventEofFlag                pic x       value "n".
       77 xProbeEofFlag                pic x       value "n".
       77 xTriggerMissingFlag          pic x       value "n".
       77 nTrigCount                   pic 99      value 0.
       77 nTrigSubscript               pic 99.
       77 nTrigSkipped                 pic 999     value 0.
       77 nProbeRecords                pic 9(7)    value 0.
       77 nNowHhmm                     pic 9(4)    value 0.
       77 nFired                       pic 99      value 0.
       77 nWaiting                     pic 99      value 0.
       77 nLate                        pic 99      value 0.
       77 nAlertsRaised                pic 9999    value 0.
       77 nNextAlertId                 pic 9(6)    value 1.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xTrigTable.
           05  xTrigElement occurs 1 to 50 times
                   depending on nTrigCount.
               10 xTrigFileT             pic x(30).
               10 nTrigEarliestT         pic 9(4).
               10 nTrigLatestT           pic 9(4).
               10 nTrigMinRecordsT       pic 9(7).
               10 xTrigStepsT            pic x(60).
               10 xTrigConsumedT         pic x.
               10 xTrigLateLoggedT       pic x.
               10 xTrigFailedT           pic x.
               10 nTrigRecordsT          pic 9(7).
               10 xTrigActionT           pic x(5).
               10 xTrigReasonT           pic x(30).

       01 xPlanDetail.
           05 xPlanActionOut           pic x(5).
           05 xPlanFileOut             pic x(30).
           05 filler                   pic x       value space.
           05 xPlanStepsOut            pic x(60).

       01 xListDetail.
           05 xListActionOut           pic x(5).
           05 xListFileOut             pic x(30).
           05 filler                   pic x       value space.
           05 neListRecordsOut         pic z(6)9.
           05 filler                   pic x(2)    value spaces.
           05 xListReasonOut           pic x(30).

       01 xAlertTextWork.
           05 xAlertKindW              pic x(11).
           05 xAlertFileW              pic x(21).
           05 filler                   pic x(4)    value " by ".
           05 nAlertDueW               pic 9(4).

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

           if xTriggerMissingFlag = "y"
               display "*** TriggerTable.txt not found -",
                   " no file triggers checked ***",
               perform 290-close-plan,
               move 4 to return-code,
               stop run,
           end-if.

           perform 200-check-triggers
               varying nTrigSubscript from 1 by 1
               until nTrigSubscript > nTrigCount.

           if nLate > 0
               perform 260-raise-alerts,
               perform 270-log-late,
           end-if.

           perform 250-emit-plan
               varying nTrigSubscript from 1 by 1
               until nTrigSubscript > nTrigCount.

           perform 290-close-plan.
           perform 295-write-audit.

           if nLate > 0 or nTrigSkipped > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.
           move xRunTimeRaw (1:4) to nNowHhmm.

           open output planFile.
           move xStatusPlan to xCurrentStatus.
           move "TriggerPlan.txt" to xCurrentFileName.
           perform 900-check-status.

           open input triggerFile.
           if xStatusTrigger = "35"
               move "y" to xTriggerMissingFlag,
           else
               move xStatusTrigger to xCurrentStatus,
               move "TriggerTable.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 110-load-trigger until xTriggerEofFlag = "y",
               close triggerFile,
               perform 120-load-events,
           end-if.

           if nTrigSkipped > 0
               display "*** ", nTrigSkipped, " trigger(s) not",
                   " loaded - table full ***",
           end-if.

       110-load-trigger.
           read triggerFile
               at end
                   move "y" to xTriggerEofFlag,
               not at end
                   if xTrigFileIn not = spaces
                       if nTrigCount < 50
                           add 1 to nTrigCount,
                           move xTrigFileIn to xTrigFileT (nTrigCount),
                           move nTrigEarliestIn
                               to nTrigEarliestT (nTrigCount),
                           move nTrigLatestIn
                               to nTrigLatestT (nTrigCount),
                           move nTrigMinRecordsIn
                               to nTrigMinRecordsT (nTrigCount),
                           move xTrigStepsIn to xTrigStepsT (nTrigCount),
                           move "n" to xTrigConsumedT (nTrigCount),
                           move "n" to xTrigLateLoggedT (nTrigCount),
                           move "n" to xTrigFailedT (nTrigCount),
                           move 0 to nTrigRecordsT (nTrigCount),
                           move spaces to xTrigActionT (nTrigCount),
                           move spaces to xTrigReasonT (nTrigCount),
                       else
                           add 1 to nTrigSkipped,
                       end-if,
                   end-if,
           end-read.

           move xStatusTrigger to xCurrentStatus.
           move "TriggerTable.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-events.
           open input eventFile.
           if xStatusEvent = "00"
               perform 121-read-event until xEventEofFlag = "y",
               close eventFile,
           else
               if xStatusEvent not = "35"
                   move xStatusEvent to xCurrentStatus,
                   move "TriggerLog.txt" to xCurrentFileName,
                   perform 900-check-status,
               end-if,
           end-if.

       121-read-event.
           read eventFile
               at end
                   move "y" to xEventEofFlag,
               not at end
                   if nEventDateIO = xRunDate
                       perform 122-apply-event
                           varying nTrigSubscript from 1 by 1
                           until nTrigSubscript > nTrigCount,
                   end-if,
           end-read.

           move xStatusEvent to xCurrentStatus.
           move "TriggerLog.txt" to xCurrentFileName.
           perform 901-check-read-status.

       122-apply-event.
           if xEventFileIO = xTrigFileT (nTrigSubscript)
               evaluate xEventTypeIO
                   when "CONSUMED"
                       move "y" to xTrigConsumedT (nTrigSubscript)
                   when "LATE"
                       move "y" to xTrigLateLoggedT (nTrigSubscript)
                   when "FAILED"
                       move "y" to xTrigFailedT (nTrigSubscript)
               end-evaluate,
           end-if.

       200-check-triggers.
           move xTrigFileT (nTrigSubscript) to xProbeFileName.
           move 0 to nProbeRecords.

           if xTrigConsumedT (nTrigSubscript) = "y"
               move "DONE " to xTrigActionT (nTrigSubscript),
               move "consumed earlier today"
                   to xTrigReasonT (nTrigSubscript),
           else
               open input probeFile,
               if xStatusProbe = "35"
                   move "WAIT " to xTrigActionT (nTrigSubscript),
                   move "not arrived"
                       to xTrigReasonT (nTrigSubscript),
               else
                   move xStatusProbe to xCurrentStatus,
                   move xProbeFileName to xCurrentFileName,
                   perform 900-check-status,
                   move "n" to xProbeEofFlag,
                   perform 210-count-probe until xProbeEofFlag = "y",
                   close probeFile,
                   move nProbeRecords to nTrigRecordsT (nTrigSubscript),
                   perform 220-decide-arrived,
               end-if,
           end-if.

           if xTrigActionT (nTrigSubscript) = "WAIT "
               and nNowHhmm > nTrigLatestT (nTrigSubscript)
               move "LATE " to xTrigActionT (nTrigSubscript),
               if xTrigLateLoggedT (nTrigSubscript) = "n"
                   add 1 to nLate,
               end-if,
           end-if.

           evaluate xTrigActionT (nTrigSubscript)
               when "FIRE "
                   add 1 to nFired
               when "WAIT "
                   add 1 to nWaiting
           end-evaluate.

       210-count-probe.
           read probeFile
               at end
                   move "y" to xProbeEofFlag,
               not at end
                   add 1 to nProbeRecords,
           end-read.

           move xStatusProbe to xCurrentStatus.
           move xProbeFileName to xCurrentFileName.
           perform 901-check-read-status.

       220-decide-arrived.
           evaluate true
               when xTrigFailedT (nTrigSubscript) = "y"
                   move "HOLD " to xTrigActionT (nTrigSubscript),
                   move "step failed earlier today"
                       to xTrigReasonT (nTrigSubscript)
               when nProbeRecords < nTrigMinRecordsT (nTrigSubscript)
                   move "WAIT " to xTrigActionT (nTrigSubscript),
                   move "incomplete - below minimum"
                       to xTrigReasonT (nTrigSubscript)
               when nNowHhmm < nTrigEarliestT (nTrigSubscript)
                   move "HOLD " to xTrigActionT (nTrigSubscript),
                   move "arrived before earliest time"
                       to xTrigReasonT (nTrigSubscript)
               when other
                   move "FIRE " to xTrigActionT (nTrigSubscript),
                   move "complete" to xTrigReasonT (nTrigSubscript)
           end-evaluate.

       250-emit-plan.
           move xTrigActionT (nTrigSubscript) to xListActionOut.
           move xTrigFileT (nTrigSubscript) to xListFileOut.
           move nTrigRecordsT (nTrigSubscript) to neListRecordsOut.
           move xTrigReasonT (nTrigSubscript) to xListReasonOut.
           if xTrigActionT (nTrigSubscript) = "LATE "
               if xTrigReasonT (nTrigSubscript) = "not arrived"
                   move "not arrived - past deadline" to xListReasonOut,
               else
                   move "incomplete - past deadline" to xListReasonOut,
               end-if,
           end-if.
           display xListDetail.

           move xTrigActionT (nTrigSubscript) to xPlanActionOut.
           move xTrigFileT (nTrigSubscript) to xPlanFileOut.
           move xTrigStepsT (nTrigSubscript) to xPlanStepsOut.
           write xPlanRecord from xPlanDetail.
           move xStatusPlan to xCurrentStatus.
           move "TriggerPlan.txt" to xCurrentFileName.
           perform 900-check-status.

       260-raise-alerts.
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

           perform 261-raise-late-alert
               varying nTrigSubscript from 1 by 1
               until nTrigSubscript > nTrigCount.

           close alertFile.
           move xStatusAlert to xCurrentStatus.
           move "Alerts.txt" to xCurrentFileName.
           perform 900-check-status.

           if nAlertsRaised > 0
               open output alertControl,
               move xStatusAlertCtl to xCurrentStatus,
               move "AlertControl.txt" to xCurrentFileName,
               perform 900-check-status,
               move nNextAlertId to nNextAlertIdIn,
               write xAlertControlInput,
               close alertControl,
           end-if.

       261-raise-late-alert.
           if xTrigActionT (nTrigSubscript) = "LATE "
               and xTrigLateLoggedT (nTrigSubscript) = "n"
               move nNextAlertId to nAlertIdIn,
               move xRunDate to nAlertDateIn,
               move xRunTimeRaw (1:6) to nAlertTimeIn,
               move "H" to xAlertSevIn,
               move "TRIGGER-01" to xAlertSourceIn,
               if xTrigReasonT (nTrigSubscript) = "not arrived"
                   move "LATE FILE " to xAlertKindW,
               else
                   move "SHORT FILE" to xAlertKindW,
               end-if,
               move xTrigFileT (nTrigSubscript) to xAlertFileW,
               move nTrigLatestT (nTrigSubscript) to nAlertDueW,
               move xAlertTextWork to xAlertTextIn,
               move "O" to xAlertStateIn,
               move spaces to xAlertAckByIn,
               move spaces to xAlertNoteIn,
               write xAlertInput,
               move xStatusAlert to xCurrentStatus,
               move "Alerts.txt" to xCurrentFileName,
               perform 900-check-status,
               add 1 to nNextAlertId,
               add 1 to nAlertsRaised,
           end-if.

       270-log-late.
           open extend eventFile.
           if xStatusEvent = "35"
               open output eventFile,
           end-if.
           move xStatusEvent to xCurrentStatus.
           move "TriggerLog.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 271-log-late-event
               varying nTrigSubscript from 1 by 1
               until nTrigSubscript > nTrigCount.

           close eventFile.
           move xStatusEvent to xCurrentStatus.
           move "TriggerLog.txt" to xCurrentFileName.
           perform 900-check-status.

       271-log-late-event.
           if xTrigActionT (nTrigSubscript) = "LATE "
               and xTrigLateLoggedT (nTrigSubscript) = "n"
               move xRunDate to nEventDateIO,
               move xRunTimeRaw (1:6) to nEventTimeIO,
               move "LATE" to xEventTypeIO,
               move xTrigFileT (nTrigSubscript) to xEventFileIO,
               write xEventRecord,
               move xStatusEvent to xCurrentStatus,
               move "TriggerLog.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       290-close-plan.
           close planFile.
           move xStatusPlan to xCurrentStatus.
           move "TriggerPlan.txt" to xCurrentFileName.
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

           move "TRIGGER-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nTrigCount to neAuditRecordsReadOut.
           move nFired to neAuditRecordsWrittenOut.
           move nLate to neAuditExceptionsOut.
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
