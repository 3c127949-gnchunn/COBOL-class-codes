       identification division.
       program-id. Temp_alerts.

       environment division.
       input-output section.
       file-control.
           select readingsFile assign to "TempReadings.txt"
               organization is line sequential
               file status is xStatusReadings.
           select thresholdFile assign to "TempThresholds.txt"
               organization is line sequential
               file status is xStatusThreshold.
           select markFile assign to "TempAlertMark.txt"
               organization is line sequential
               file status is xStatusMark.
           select eventFile assign to "TempEvents.txt"
               organization is line sequential
               file status is xStatusEvent.
           select alertFile assign to "Alerts.txt" organization is line sequential
               file status is xStatusAlert.
           select alertControl assign to "AlertControl.txt"
               organization is line sequential
               file status is xStatusAlertCtl.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "Temp_alerts-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd readingsFile.
       01 xReadingInput.
           05   xStationIdIn           pic x(8).
           05   nReadingDateIn         pic 9(8).
           05   nReadingTimeIn         pic 9(4).
           05   nInputFahrIn           pic s999999v99.

       fd thresholdFile.
       01 xThresholdInput.
           05   xThrStationIn          pic x(8).
           05   nThrFrostIn            pic s999v99 sign leading separate.
           05   nThrFreezeIn           pic s999v99 sign leading separate.
           05   nThrHeatIn             pic s999v99 sign leading separate.

       fd markFile.
       01 xMarkInput.
           05   xMarkStationIn         pic x(8).
           05   nMarkDateIn            pic 9(8).
           05   nMarkTimeIn            pic 9(4).

       fd eventFile.
       01 xEventInput.
           05   xEvtStationIn          pic x(8).
           05   xEvtTypeIn             pic x(6).
           05   nEvtStartDateIn        pic 9(8).
           05   nEvtStartTimeIn        pic 9(4).
           05   nEvtEndDateIn          pic 9(8).
           05   nEvtEndTimeIn          pic 9(4).
           05   nEvtExtremeIn          pic s9(6)v99 sign leading separate.
           05   nEvtReadingsIn         pic 9(4).
           05   nEvtAlertIdIn          pic 9(6).
           05   xEvtOpenIn             pic x.

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

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn      pic x(14).
           05   xControlParamIn        pic x(14).
           05   xControlValueIn        pic x(10).

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusReadings              pic xx      value "00".
       77 xStatusThreshold             pic xx      value "00".
       77 xStatusMark                  pic xx      value "00".
       77 xStatusEvent                 pic xx      value "00".
       77 xStatusAlert                 pic xx      value "00".
       77 xStatusAlertCtl              pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xReadingsEofFlag             pic x       value "n".
       77 xThresholdEofFlag            pic x       value "n".
       77 xMarkEofFlag                 pic x       value "n".
       77 xEventEofFlag                pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 nDefaultFrost                pic s999v99 value 36.
       77 nDefaultFreeze               pic s999v99 value 32.
       77 nDefaultHeat                 pic s999v99 value 95.
       77 nFrost                       pic s999v99 value 0.
       77 nFreeze                      pic s999v99 value 0.
       77 nHeat                        pic s999v99 value 0.
       77 nThresholdCount              pic 99      value 0.
       77 nThresholdSubscript          pic 99.
       77 xThresholdFoundFlag          pic x       value "n".
       77 nMarkCount                   pic 99      value 0.
       77 nMarkSubscript               pic 99.
       77 xMarkFoundFlag               pic x       value "n".
       77 xWorkStation                 pic x(8)    value spaces.
       77 nEventCount                  pic 9999    value 0.
       77 nEventSubscript              pic 9999.
       77 nOpenEvent                   pic 9999    value 0.
       77 nNewCount                    pic 9(5)    value 0.
       77 nNewSubscript                pic 9(5).
       77 nReadingStamp                pic 9(12)   value 0.
       77 xReadingClass                pic x(6)    value spaces.
       77 xReadingFamily               pic x       value space.
       77 xEventFamily                 pic x       value space.
       77 nReadingsRead                pic 9(5)    value 0.
       77 nSkippedCount                pic 9(5)    value 0.
       77 nEventsStarted               pic 9999    value 0.
       77 nEventsClosed                pic 9999    value 0.
       77 nEventsEscalated             pic 9999    value 0.
       77 nAlertsRaised                pic 9999    value 0.
       77 nNextAlertId                 pic 9(6)    value 1.
       77 nLinesWritten                pic 9999    value 0.
       77 xAlertDate                   pic 9(8).
       77 xAlertTimeRaw                pic 9(8).
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xThresholdTable.
           05  xThresholdElement occurs 50 times.
               10 xThrStationT           pic x(8).
               10 nThrFrostT             pic s999v99.
               10 nThrFreezeT            pic s999v99.
               10 nThrHeatT              pic s999v99.

       01 xMarkTable.
           05  xMarkElement occurs 50 times.
               10 xMarkStationT          pic x(8).
               10 nMarkStampT            pic 9(12).
               10 nMarkOpenT             pic 9999.

       01 xEventTable.
           05  xEventElement occurs 1 to 2000 times
                   depending on nEventCount.
               10 xEvtStationT           pic x(8).
               10 xEvtTypeT              pic x(6).
               10 nEvtStartDateT         pic 9(8).
               10 nEvtStartTimeT         pic 9(4).
               10 nEvtEndDateT           pic 9(8).
               10 nEvtEndTimeT           pic 9(4).
               10 nEvtExtremeT           pic s9(6)v99.
               10 nEvtReadingsT          pic 9(4).
               10 nEvtAlertIdT           pic 9(6).
               10 xEvtOpenT              pic x.
               10 xEvtTouchedT           pic x.
               10 xEvtRaiseT             pic x.

       01 xNewTable.
           05  xNewElement occurs 1 to 5000 times
                   depending on nNewCount.
               10 xNewStationT           pic x(8).
               10 nNewDateT              pic 9(8).
               10 nNewTimeT              pic 9(4).
               10 nNewFahrT              pic s999999v99.

       01 xReportHeading-1.
           05 filler                   pic x(40)   value
               "*** Temperature Threshold Events ***".

       01 xReportHeading-2.
           05 filler                   pic x(20)   value "Default thresholds: ".
           05 filler                   pic x(6)    value "frost ".
           05 neHeadingFrostOut        pic -zz9.99.
           05 filler                   pic x(9)    value "  freeze ".
           05 neHeadingFreezeOut       pic -zz9.99.
           05 filler                   pic x(7)    value "  heat ".
           05 neHeadingHeatOut         pic -zz9.99.

       01 xColumnHeading.
           05 filler                   pic x(10)   value "Station".
           05 filler                   pic x(8)    value "Type".
           05 filler                   pic x(16)   value "Start".
           05 filler                   pic x(16)   value "End".
           05 filler                   pic x(11)   value "   Extreme".
           05 filler                   pic x(5)    value " Rdgs".
           05 filler                   pic x(8)    value "  Alert".
           05 filler                   pic x(8)    value " Status".

       01 xEventDetail.
           05 xEventStationOut         pic x(8).
           05 filler                   pic xx      value spaces.
           05 xEventTypeOut            pic x(6).
           05 filler                   pic xx      value spaces.
           05 neEventStartDateOut      pic 9999/99/99.
           05 filler                   pic x       value space.
           05 neEventStartTimeOut      pic 9(4).
           05 filler                   pic x       value space.
           05 neEventEndDateOut        pic 9999/99/99.
           05 filler                   pic x       value space.
           05 neEventEndTimeOut        pic 9(4).
           05 filler                   pic x       value space.
           05 neEventExtremeOut        pic -(6)9.99.
           05 filler                   pic x       value space.
           05 neEventReadingsOut       pic zzz9.
           05 filler                   pic x       value space.
           05 neEventAlertOut          pic zzzzz9.
           05 filler                   pic xx      value spaces.
           05 xEventStatusOut          pic x(10).

       01 xFooter-1.
           05 neFooterReadOut          pic zzzz9.
           05 filler                   pic x(19)   value " reading(s) read,".
           05 neFooterNewOut           pic zzzz9.
           05 filler                   pic x(22)   value " new since last run".

       01 xFooter-2.
           05 neFooterStartedOut       pic zzz9.
           05 filler                   pic x(19)   value " event(s) started,".
           05 neFooterClosedOut        pic zzz9.
           05 filler                   pic x(10)   value " closed,".
           05 neFooterEscalatedOut     pic zzz9.
           05 filler                   pic x(12)   value " escalated,".
           05 neFooterAlertsOut        pic zzz9.
           05 filler                   pic x(18)   value " alert(s) raised".

       01 xAlertTextWork.
           05 xAlertTypeW              pic x(7).
           05 xAlertStationW           pic x(9).
           05 neAlertTempW             pic -(3)9.9.
           05 filler                   pic x(2)    value "F ".
           05 neAlertDateW             pic 9999/99/99.
           05 filler                   pic x       value space.
           05 neAlertTimeW             pic 9(4).

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
           perform 200-scan-readings.
           perform 260-raise-alerts.
           perform 270-save-state.
           perform 280-report.
           perform 300-termination.
           if nAlertsRaised > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           perform 105-load-control.

           move "FROST" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultFrost = function numval(xControlValueFound)
           end-if.

           move "FREEZE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultFreeze = function numval(xControlValueFound)
           end-if.

           move "HEAT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nDefaultHeat = function numval(xControlValueFound)
           end-if.

           perform 110-load-thresholds.
           perform 120-load-marks.
           perform 130-load-events.
           perform 140-load-readings.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Temp_alerts-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "TEMPALERTS"
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

       110-load-thresholds.
           open input thresholdFile.

           if xStatusThreshold = "35"
               display "No TempThresholds.txt on file - default thresholds",
                   " used for every station",
           else
               move xStatusThreshold to xCurrentStatus,
               move "TempThresholds.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 111-read-threshold until xThresholdEofFlag = "y",
               close thresholdFile,
           end-if.

       111-read-threshold.
           read thresholdFile
               at end
                   move "y" to xThresholdEofFlag,
               not at end
                   if nThresholdCount < 50
                       add 1 to nThresholdCount,
                       move xThrStationIn to xThrStationT (nThresholdCount),
                       move nThrFrostIn to nThrFrostT (nThresholdCount),
                       move nThrFreezeIn to nThrFreezeT (nThresholdCount),
                       move nThrHeatIn to nThrHeatT (nThresholdCount),
                   end-if,
           end-read.

           move xStatusThreshold to xCurrentStatus.
           move "TempThresholds.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-marks.
           open input markFile.

           if xStatusMark not = "35"
               move xStatusMark to xCurrentStatus,
               move "TempAlertMark.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-mark until xMarkEofFlag = "y",
               close markFile,
           end-if.

       121-read-mark.
           read markFile
               at end
                   move "y" to xMarkEofFlag,
               not at end
                   move xMarkStationIn to xWorkStation,
                   perform 150-find-mark,
                   if nMarkSubscript > 0
                       compute nMarkStampT (nMarkSubscript) =
                           nMarkDateIn * 10000 + nMarkTimeIn,
                   end-if,
           end-read.

           move xStatusMark to xCurrentStatus.
           move "TempAlertMark.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-events.
           open input eventFile.

           if xStatusEvent not = "35"
               move xStatusEvent to xCurrentStatus,
               move "TempEvents.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 131-read-event until xEventEofFlag = "y",
               close eventFile,
           end-if.

       131-read-event.
           read eventFile
               at end
                   move "y" to xEventEofFlag,
               not at end
                   if nEventCount < 2000
                       add 1 to nEventCount,
                       move xEvtStationIn to xEvtStationT (nEventCount),
                       move xEvtTypeIn to xEvtTypeT (nEventCount),
                       move nEvtStartDateIn to nEvtStartDateT (nEventCount),
                       move nEvtStartTimeIn to nEvtStartTimeT (nEventCount),
                       move nEvtEndDateIn to nEvtEndDateT (nEventCount),
                       move nEvtEndTimeIn to nEvtEndTimeT (nEventCount),
                       move nEvtExtremeIn to nEvtExtremeT (nEventCount),
                       move nEvtReadingsIn to nEvtReadingsT (nEventCount),
                       move nEvtAlertIdIn to nEvtAlertIdT (nEventCount),
                       move xEvtOpenIn to xEvtOpenT (nEventCount),
                       move "n" to xEvtTouchedT (nEventCount),
                       move "n" to xEvtRaiseT (nEventCount),
                       if xEvtOpenIn = "Y"
                           move xEvtStationIn to xWorkStation,
                           perform 150-find-mark,
                           if nMarkSubscript > 0
                               move nEventCount to nMarkOpenT (nMarkSubscript),
                           end-if,
                       end-if,
                   else
                       display "*** Event table full - older events",
                           " beyond 2000 dropped ***",
                   end-if,
           end-read.

           move xStatusEvent to xCurrentStatus.
           move "TempEvents.txt" to xCurrentFileName.
           perform 901-check-read-status.

       140-load-readings.
           open input readingsFile.
           move xStatusReadings to xCurrentStatus.
           move "TempReadings.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 141-read-reading until xReadingsEofFlag = "y".

           close readingsFile.
           move xStatusReadings to xCurrentStatus.
           move "TempReadings.txt" to xCurrentFileName.
           perform 900-check-status.

           if nNewCount > 0
               sort xNewElement on ascending key xNewStationT
                   ascending key nNewDateT
                   ascending key nNewTimeT,
           end-if.

       141-read-reading.
           read readingsFile
               at end
                   move "y" to xReadingsEofFlag,
               not at end
                   add 1 to nReadingsRead,
                   perform 142-select-reading,
           end-read.

           move xStatusReadings to xCurrentStatus.
           move "TempReadings.txt" to xCurrentFileName.
           perform 901-check-read-status.

       142-select-reading.
           move xStationIdIn to xWorkStation.
           perform 150-find-mark.
           compute nReadingStamp = nReadingDateIn * 10000 + nReadingTimeIn.

           if nMarkSubscript = 0
               add 1 to nSkippedCount,
           else
               if nReadingStamp > nMarkStampT (nMarkSubscript)
                   if nNewCount < 5000
                       add 1 to nNewCount,
                       move xStationIdIn to xNewStationT (nNewCount),
                       move nReadingDateIn to nNewDateT (nNewCount),
                       move nReadingTimeIn to nNewTimeT (nNewCount),
                       move nInputFahrIn to nNewFahrT (nNewCount),
                   else
                       add 1 to nSkippedCount,
                   end-if,
               end-if,
           end-if.

       150-find-mark.
           move "n" to xMarkFoundFlag.
           perform 151-search-mark
               varying nMarkSubscript from 1 by 1
               until nMarkSubscript > nMarkCount
               or xMarkFoundFlag = "y".

           if xMarkFoundFlag = "y"
               subtract 1 from nMarkSubscript,
           else
               if nMarkCount < 50
                   add 1 to nMarkCount,
                   move nMarkCount to nMarkSubscript,
                   move xWorkStation to xMarkStationT (nMarkSubscript),
                   move 0 to nMarkStampT (nMarkSubscript),
                   move 0 to nMarkOpenT (nMarkSubscript),
               else
                   move 0 to nMarkSubscript,
               end-if,
           end-if.

       151-search-mark.
           if xMarkStationT (nMarkSubscript) = xWorkStation
               move "y" to xMarkFoundFlag,
           end-if.

       200-scan-readings.
           perform 210-check-reading
               varying nNewSubscript from 1 by 1
               until nNewSubscript > nNewCount.

       210-check-reading.
           move xNewStationT (nNewSubscript) to xWorkStation.
           perform 150-find-mark.
           perform 215-find-thresholds.

           if nNewFahrT (nNewSubscript) <= nFreeze
               move "FREEZE" to xReadingClass,
               move "C" to xReadingFamily,
           else
               if nNewFahrT (nNewSubscript) <= nFrost
                   move "FROST" to xReadingClass,
                   move "C" to xReadingFamily,
               else
                   if nNewFahrT (nNewSubscript) >= nHeat
                       move "HEAT" to xReadingClass,
                       move "H" to xReadingFamily,
                   else
                       move spaces to xReadingClass,
                       move space to xReadingFamily,
                   end-if,
               end-if,
           end-if.

           move nMarkOpenT (nMarkSubscript) to nOpenEvent.
           if nOpenEvent > 0
               if xEvtTypeT (nOpenEvent) = "HEAT"
                   move "H" to xEventFamily,
               else
                   move "C" to xEventFamily,
               end-if,
               if xEventFamily = xReadingFamily
                   perform 220-extend-event,
               else
                   perform 230-close-event,
                   if xReadingFamily not = space
                       perform 240-start-event,
                   end-if,
               end-if,
           else
               if xReadingFamily not = space
                   perform 240-start-event,
               end-if,
           end-if.

           compute nMarkStampT (nMarkSubscript) =
               nNewDateT (nNewSubscript) * 10000 + nNewTimeT (nNewSubscript).

       215-find-thresholds.
           move nDefaultFrost to nFrost.
           move nDefaultFreeze to nFreeze.
           move nDefaultHeat to nHeat.

           move "n" to xThresholdFoundFlag.
           perform 216-search-threshold
               varying nThresholdSubscript from 1 by 1
               until nThresholdSubscript > nThresholdCount
               or xThresholdFoundFlag = "y".

       216-search-threshold.
           if xThrStationT (nThresholdSubscript) = xWorkStation
               move "y" to xThresholdFoundFlag,
               move nThrFrostT (nThresholdSubscript) to nFrost,
               move nThrFreezeT (nThresholdSubscript) to nFreeze,
               move nThrHeatT (nThresholdSubscript) to nHeat,
           end-if.

       220-extend-event.
           move nNewDateT (nNewSubscript) to nEvtEndDateT (nOpenEvent).
           move nNewTimeT (nNewSubscript) to nEvtEndTimeT (nOpenEvent).
           add 1 to nEvtReadingsT (nOpenEvent).
           move "y" to xEvtTouchedT (nOpenEvent).

           if xEventFamily = "H"
               if nNewFahrT (nNewSubscript) > nEvtExtremeT (nOpenEvent)
                   move nNewFahrT (nNewSubscript) to nEvtExtremeT (nOpenEvent),
               end-if,
           else
               if nNewFahrT (nNewSubscript) < nEvtExtremeT (nOpenEvent)
                   move nNewFahrT (nNewSubscript) to nEvtExtremeT (nOpenEvent),
               end-if,
               if xReadingClass = "FREEZE" and xEvtTypeT (nOpenEvent) = "FROST"
                   move "FREEZE" to xEvtTypeT (nOpenEvent),
                   add 1 to nEventsEscalated,
                   if nEvtAlertIdT (nOpenEvent) > 0
                       move "y" to xEvtRaiseT (nOpenEvent),
                   end-if,
               end-if,
           end-if.

       230-close-event.
           move "N" to xEvtOpenT (nOpenEvent).
           move "y" to xEvtTouchedT (nOpenEvent).
           move 0 to nMarkOpenT (nMarkSubscript).
           add 1 to nEventsClosed.

       240-start-event.
           if nEventCount < 2000
               add 1 to nEventCount,
               move xWorkStation to xEvtStationT (nEventCount),
               move xReadingClass to xEvtTypeT (nEventCount),
               move nNewDateT (nNewSubscript) to nEvtStartDateT (nEventCount),
               move nNewTimeT (nNewSubscript) to nEvtStartTimeT (nEventCount),
               move nNewDateT (nNewSubscript) to nEvtEndDateT (nEventCount),
               move nNewTimeT (nNewSubscript) to nEvtEndTimeT (nEventCount),
               move nNewFahrT (nNewSubscript) to nEvtExtremeT (nEventCount),
               move 1 to nEvtReadingsT (nEventCount),
               move 0 to nEvtAlertIdT (nEventCount),
               move "Y" to xEvtOpenT (nEventCount),
               move "y" to xEvtTouchedT (nEventCount),
               move "y" to xEvtRaiseT (nEventCount),
               move nEventCount to nMarkOpenT (nMarkSubscript),
               add 1 to nEventsStarted,
           else
               display "*** Event table full - ", xWorkStation, " ",
                   xReadingClass, " event not recorded ***",
           end-if.

       260-raise-alerts.
           accept xAlertDate from date yyyymmdd.
           accept xAlertTimeRaw from time.

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

           perform 261-raise-event-alert
               varying nEventSubscript from 1 by 1
               until nEventSubscript > nEventCount.

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

       261-raise-event-alert.
           if xEvtRaiseT (nEventSubscript) = "y"
               move nNextAlertId to nAlertIdIn,
               move xAlertDate to nAlertDateIn,
               move xAlertTimeRaw (1:6) to nAlertTimeIn,
               if xEvtTypeT (nEventSubscript) = "FROST"
                   move "M" to xAlertSevIn,
               else
                   move "H" to xAlertSevIn,
               end-if,
               move "TEMP_ALERTS" to xAlertSourceIn,
               move xEvtTypeT (nEventSubscript) to xAlertTypeW,
               move xEvtStationT (nEventSubscript) to xAlertStationW,
               move nEvtExtremeT (nEventSubscript) to neAlertTempW,
               move nEvtStartDateT (nEventSubscript) to neAlertDateW,
               move nEvtStartTimeT (nEventSubscript) to neAlertTimeW,
               move xAlertTextWork to xAlertTextIn,
               move "O" to xAlertStateIn,
               move spaces to xAlertAckByIn,
               move spaces to xAlertNoteIn,
               write xAlertInput,
               move xStatusAlert to xCurrentStatus,
               move "Alerts.txt" to xCurrentFileName,
               perform 900-check-status,
               move nNextAlertId to nEvtAlertIdT (nEventSubscript),
               add 1 to nNextAlertId,
               add 1 to nAlertsRaised,
           end-if.

       270-save-state.
           open output eventFile.
           move xStatusEvent to xCurrentStatus.
           move "TempEvents.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 271-write-event
               varying nEventSubscript from 1 by 1
               until nEventSubscript > nEventCount.

           close eventFile.
           move xStatusEvent to xCurrentStatus.
           move "TempEvents.txt" to xCurrentFileName.
           perform 900-check-status.

           open output markFile.
           move xStatusMark to xCurrentStatus.
           move "TempAlertMark.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 272-write-mark
               varying nMarkSubscript from 1 by 1
               until nMarkSubscript > nMarkCount.

           close markFile.
           move xStatusMark to xCurrentStatus.
           move "TempAlertMark.txt" to xCurrentFileName.
           perform 900-check-status.

       271-write-event.
           move xEvtStationT (nEventSubscript) to xEvtStationIn.
           move xEvtTypeT (nEventSubscript) to xEvtTypeIn.
           move nEvtStartDateT (nEventSubscript) to nEvtStartDateIn.
           move nEvtStartTimeT (nEventSubscript) to nEvtStartTimeIn.
           move nEvtEndDateT (nEventSubscript) to nEvtEndDateIn.
           move nEvtEndTimeT (nEventSubscript) to nEvtEndTimeIn.
           move nEvtExtremeT (nEventSubscript) to nEvtExtremeIn.
           move nEvtReadingsT (nEventSubscript) to nEvtReadingsIn.
           move nEvtAlertIdT (nEventSubscript) to nEvtAlertIdIn.
           move xEvtOpenT (nEventSubscript) to xEvtOpenIn.
           write xEventInput.
           move xStatusEvent to xCurrentStatus.
           move "TempEvents.txt" to xCurrentFileName.
           perform 900-check-status.

       272-write-mark.
           move xMarkStationT (nMarkSubscript) to xMarkStationIn.
           divide nMarkStampT (nMarkSubscript) by 10000
               giving nMarkDateIn remainder nMarkTimeIn.
           write xMarkInput.
           move xStatusMark to xCurrentStatus.
           move "TempAlertMark.txt" to xCurrentFileName.
           perform 900-check-status.

       280-report.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           perform 229-check-write.

           move nDefaultFrost to neHeadingFrostOut.
           move nDefaultFreeze to neHeadingFreezeOut.
           move nDefaultHeat to neHeadingHeatOut.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 2 lines.
           perform 229-check-write.

           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.
           perform 229-check-write.

           perform 281-event-line
               varying nEventSubscript from 1 by 1
               until nEventSubscript > nEventCount.

           move nReadingsRead to neFooterReadOut.
           move nNewCount to neFooterNewOut.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 2 lines.
           perform 229-check-write.

           move nEventsStarted to neFooterStartedOut.
           move nEventsClosed to neFooterClosedOut.
           move nEventsEscalated to neFooterEscalatedOut.
           move nAlertsRaised to neFooterAlertsOut.
           display xFooter-2.
           write xOutput from xFooter-2 after advancing 1 line.
           perform 229-check-write.

           if nSkippedCount > 0
               display "*** ", nSkippedCount, " reading(s) not checked -",
                   " station or reading table full ***",
           end-if.

       281-event-line.
           if xEvtTouchedT (nEventSubscript) = "y"
               move xEvtStationT (nEventSubscript) to xEventStationOut,
               move xEvtTypeT (nEventSubscript) to xEventTypeOut,
               move nEvtStartDateT (nEventSubscript) to neEventStartDateOut,
               move nEvtStartTimeT (nEventSubscript) to neEventStartTimeOut,
               move nEvtEndDateT (nEventSubscript) to neEventEndDateOut,
               move nEvtEndTimeT (nEventSubscript) to neEventEndTimeOut,
               move nEvtExtremeT (nEventSubscript) to neEventExtremeOut,
               move nEvtReadingsT (nEventSubscript) to neEventReadingsOut,
               move nEvtAlertIdT (nEventSubscript) to neEventAlertOut,
               if xEvtOpenT (nEventSubscript) = "Y"
                   move "continuing" to xEventStatusOut,
               else
                   move "ended" to xEventStatusOut,
               end-if,
               display xEventDetail,
               write xOutput from xEventDetail before advancing 1 line,
               perform 229-check-write,
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Temp_alerts-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Temp_alerts-output.txt" to xCurrentFileName.
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

           move "TEMPALERTS" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nReadingsRead to neAuditRecordsReadOut.
           move nAlertsRaised to neAuditRecordsWrittenOut.
           move nSkippedCount to neAuditExceptionsOut.
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
