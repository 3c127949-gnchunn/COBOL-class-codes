       identification division.
       program-id. Burst-01.

       environment division.
       input-output section.
       file-control.
           select distFile assign to "Distribution.txt" organization is line sequential
               file status is xStatusDist.
           select reportFile assign dynamic xReportFileName
               organization is line sequential
               file status is xStatusReport.
           select burstFile assign dynamic xBurstFileName
               organization is line sequential
               file status is xStatusBurst.
           select logFile assign to "DistributionLog.txt"
               organization is line sequential
               file status is xStatusLog.
           select outfile assign to "Burst-01-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd distFile.
       01 xDistInput.
           05   xDistReportIn          pic x(30).
           05   xDistRecipientIn       pic x(8).
           05   xDistNameIn            pic x(20).
           05   xDistKeyIn             pic x(10).
           05   nDistKeyStartIn        pic 999.
           05   nDistKeyLengthIn       pic 99.
           05   xDistEndTextIn         pic x(10).

       fd reportFile.
       01 xReportRecord                pic x(150).

       fd burstFile.
       01 xBurstRecord                 pic x(150).

       fd logFile.
       01 xLogRecord.
           05   nLogDateOut            pic 9(8).
           05   nLogTimeOut            pic 9(6).
           05   xLogReportOut          pic x(30).
           05   xLogRecipientOut       pic x(8).
           05   xLogKeyOut             pic x(10).
           05   nLogLinesOut           pic 9(7).
           05   xLogStatusOut          pic x.
           05   xLogBurstFileOut       pic x(45).

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusDist                  pic xx      value "00".
       77 xStatusReport                pic xx      value "00".
       77 xStatusBurst                 pic xx      value "00".
       77 xStatusLog                   pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(45).
       77 xReportFileName              pic x(30)   value spaces.
       77 xBurstFileName               pic x(45)   value spaces.
       77 xDistEofFlag                 pic x       value "n".
       77 xReportEofFlag               pic x       value "n".
       77 xDistMissingFlag             pic x       value "n".
       77 nDistCount                   pic 999     value 0.
       77 nDistSubscript               pic 999.
       77 nDistSearchSubscript         pic 999.
       77 nDistSkipped                 pic 999     value 0.
       77 xLineKey                     pic x(10)   value spaces.
       77 xKeyDistributedFlag          pic x       value "n".
       77 xSeenKeyFlag                 pic x       value "n".
       77 xSectionOpenFlag             pic x       value "n".
       77 xSectionKey                  pic x(10)   value spaces.
       77 nEndTextLength               pic 99      value 0.
       77 nReportLines                 pic 9(7)    value 0.
       77 nRecipientLines              pic 9(7)    value 0.
       77 nLinesWritten                pic 9999    value 0.
       77 nDelivered                   pic 999     value 0.
       77 nNoPages                     pic 999     value 0.
       77 nTotalLines                  pic 9(7)    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xDistTable.
           05  xDistElement occurs 1 to 200 times
                   depending on nDistCount.
               10 xDistReportT           pic x(30).
               10 xDistRecipientT        pic x(8).
               10 xDistNameT             pic x(20).
               10 xDistKeyT              pic x(10).
               10 nDistKeyStartT         pic 999.
               10 nDistKeyLengthT        pic 99.
               10 xDistEndTextT          pic x(10).
               10 nDistLinesT            pic 9(7).
               10 xDistStatusT           pic x.
               10 xDistBurstFileT        pic x(45).

       01 xBannerRule.
           05 filler                   pic x(60)   value all "*".

       01 xBannerTitle.
           05 filler                   pic x(60)   value
               "*  DISTRIBUTION COPY".

       01 xBannerReport.
           05 filler                   pic x(15)   value "*  Report    : ".
           05 xBannerReportOut         pic x(30).

       01 xBannerRecipient.
           05 filler                   pic x(15)   value "*  Recipient : ".
           05 xBannerRecipientOut      pic x(8).
           05 filler                   pic x       value space.
           05 xBannerNameOut           pic x(20).

       01 xBannerSection.
           05 filler                   pic x(15)   value "*  Section   : ".
           05 xBannerSectionOut        pic x(30).

       01 xBannerDate.
           05 filler                   pic x(15)   value "*  Run date  : ".
           05 neBannerDateOut          pic 9999/99/99.

       01 xReportHeading-1.
           05 filler                   pic x(28)   value
               "*** Report distribution for ".
           05 neHeadingDateOut         pic 9999/99/99.
           05 filler                   pic x(4)    value " ***".

       01 xColumnHeading.
           05 filler                   pic x(24)   value "Report".
           05 filler                   pic x(9)    value "Recip".
           05 filler                   pic x(21)   value "Name".
           05 filler                   pic x(11)   value "Section".
           05 filler                   pic x(8)    value "  Lines".
           05 filler                   pic x(31)   value "  Status".

       01 xDistDetail.
           05 xDetReportOut            pic x(23).
           05 filler                   pic x       value space.
           05 xDetRecipientOut         pic x(8).
           05 filler                   pic x       value space.
           05 xDetNameOut              pic x(20).
           05 filler                   pic x       value space.
           05 xDetKeyOut               pic x(10).
           05 filler                   pic x       value space.
           05 neDetLinesOut            pic z(6)9.
           05 filler                   pic xx      value spaces.
           05 xDetStatusOut            pic x(30).

       01 xFooter-1.
           05 neFooterDeliveredOut     pic zz9.
           05 filler                   pic x(22)   value " copy(ies) delivered,".
           05 neFooterNoPagesOut       pic zz9.
           05 filler                   pic x(28)   value
               " recipient(s) with no pages".

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
           perform 200-burst-reports.
           perform 280-report.
           perform 300-termination.
           if nNoPages > 0 or xDistMissingFlag = "y" or nDistSkipped > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           open input distFile.

           if xStatusDist = "35"
               move "y" to xDistMissingFlag,
               display "*** Distribution.txt not found -",
                   " no reports distributed ***",
           else
               move xStatusDist to xCurrentStatus,
               move "Distribution.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 110-read-distribution until xDistEofFlag = "y",
               close distFile,
           end-if.

           if nDistSkipped > 0
               display "*** ", nDistSkipped, " distribution row(s) not",
                   " loaded - table full ***",
           end-if.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Burst-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-read-distribution.
           read distFile
               at end
                   move "y" to xDistEofFlag,
               not at end
                   if xDistReportIn not = spaces
                       and xDistRecipientIn not = spaces
                       if nDistCount < 200
                           add 1 to nDistCount,
                           move xDistReportIn to xDistReportT (nDistCount),
                           move xDistRecipientIn
                               to xDistRecipientT (nDistCount),
                           move xDistNameIn to xDistNameT (nDistCount),
                           move function trim(xDistKeyIn)
                               to xDistKeyT (nDistCount),
                           move nDistKeyStartIn
                               to nDistKeyStartT (nDistCount),
                           move nDistKeyLengthIn
                               to nDistKeyLengthT (nDistCount),
                           move xDistEndTextIn
                               to xDistEndTextT (nDistCount),
                           move 0 to nDistLinesT (nDistCount),
                           move space to xDistStatusT (nDistCount),
                       else
                           add 1 to nDistSkipped,
                       end-if,
                   end-if,
           end-read.

           move xStatusDist to xCurrentStatus.
           move "Distribution.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-burst-reports.
           perform 210-burst-one-copy
               varying nDistSubscript from 1 by 1
               until nDistSubscript > nDistCount.

           if nDistCount > 0
               perform 260-write-log,
           end-if.

       210-burst-one-copy.
           move xDistReportT (nDistSubscript) to xReportFileName.
           move spaces to xBurstFileName.
           string xDistReportT (nDistSubscript) delimited by "."
               "." delimited by size
               xDistRecipientT (nDistSubscript) delimited by space
               ".txt" delimited by size
               into xBurstFileName.
           move xBurstFileName to xDistBurstFileT (nDistSubscript).

           move 0 to nReportLines.
           move 0 to nRecipientLines.
           move "n" to xReportEofFlag.
           move "n" to xSeenKeyFlag.
           move "n" to xSectionOpenFlag.
           move spaces to xSectionKey.
           move 0 to nEndTextLength.
           if xDistEndTextT (nDistSubscript) not = spaces
               move function length(function trim(
                   xDistEndTextT (nDistSubscript) trailing))
                   to nEndTextLength,
           end-if.

           open input reportFile.

           if xStatusReport = "35"
               move "M" to xDistStatusT (nDistSubscript),
               move spaces to xDistBurstFileT (nDistSubscript),
           else
               move xStatusReport to xCurrentStatus,
               move xReportFileName to xCurrentFileName,
               perform 900-check-status,

               open output burstFile,
               move xStatusBurst to xCurrentStatus,
               move xBurstFileName to xCurrentFileName,
               perform 900-check-status,

               perform 215-write-banner,
               perform 220-route-line until xReportEofFlag = "y",

               close burstFile,
               close reportFile,

               move nRecipientLines to nDistLinesT (nDistSubscript),
               evaluate true
                   when nReportLines = 0
                       move "E" to xDistStatusT (nDistSubscript)
                   when nRecipientLines = 0
                       move "K" to xDistStatusT (nDistSubscript)
                   when other
                       move "D" to xDistStatusT (nDistSubscript)
               end-evaluate,
           end-if.

           if xDistStatusT (nDistSubscript) = "D"
               add 1 to nDelivered,
               add nRecipientLines to nTotalLines,
           else
               add 1 to nNoPages,
           end-if.

       215-write-banner.
           move xDistReportT (nDistSubscript) to xBannerReportOut.
           move xDistRecipientT (nDistSubscript) to xBannerRecipientOut.
           move xDistNameT (nDistSubscript) to xBannerNameOut.
           if xDistKeyT (nDistSubscript) = spaces
               move "ENTIRE REPORT" to xBannerSectionOut,
           else
               move xDistKeyT (nDistSubscript) to xBannerSectionOut,
           end-if.
           move xRunDate to neBannerDateOut.

           write xBurstRecord from xBannerRule.
           perform 219-check-burst-write.
           write xBurstRecord from xBannerTitle.
           perform 219-check-burst-write.
           write xBurstRecord from xBannerReport.
           perform 219-check-burst-write.
           write xBurstRecord from xBannerRecipient.
           perform 219-check-burst-write.
           write xBurstRecord from xBannerSection.
           perform 219-check-burst-write.
           write xBurstRecord from xBannerDate.
           perform 219-check-burst-write.
           write xBurstRecord from xBannerRule before advancing page.
           perform 219-check-burst-write.

       219-check-burst-write.
           move xStatusBurst to xCurrentStatus.
           move xBurstFileName to xCurrentFileName.
           perform 900-check-status.

       220-route-line.
           read reportFile
               at end
                   move "y" to xReportEofFlag,
               not at end
                   add 1 to nReportLines,
                   if xDistKeyT (nDistSubscript) = spaces
                       perform 230-write-line,
                   else
                       perform 225-classify-line,
                   end-if,
           end-read.

           move xStatusReport to xCurrentStatus.
           move xReportFileName to xCurrentFileName.
           perform 901-check-read-status.

       225-classify-line.
           move spaces to xLineKey.
           if nDistKeyStartT (nDistSubscript) > 0
               and nDistKeyLengthT (nDistSubscript) > 0
               move function trim(xReportRecord
                   (nDistKeyStartT (nDistSubscript):
                    nDistKeyLengthT (nDistSubscript)))
                   to xLineKey,
           end-if.

           move "n" to xKeyDistributedFlag.
           if xLineKey not = spaces
               perform 226-search-key
                   varying nDistSearchSubscript from 1 by 1
                   until nDistSearchSubscript > nDistCount
                   or xKeyDistributedFlag = "y",
           end-if.

           if xKeyDistributedFlag = "y"
               move "y" to xSeenKeyFlag,
               move "y" to xSectionOpenFlag,
               move xLineKey to xSectionKey,
               if xSectionKey = xDistKeyT (nDistSubscript)
                   perform 230-write-line,
               end-if,
               if nEndTextLength > 0
                   and xReportRecord (1:nEndTextLength) =
                       xDistEndTextT (nDistSubscript) (1:nEndTextLength)
                   move "n" to xSectionOpenFlag,
               end-if,
           else
               if xSeenKeyFlag = "n"
                   perform 231-write-heading-line,
               else
                   if xSectionOpenFlag = "y" and nEndTextLength > 0
                       if xSectionKey = xDistKeyT (nDistSubscript)
                           perform 230-write-line,
                       end-if,
                       if xReportRecord (1:nEndTextLength) =
                           xDistEndTextT (nDistSubscript) (1:nEndTextLength)
                           move "n" to xSectionOpenFlag,
                       end-if,
                   else
                       move "n" to xSectionOpenFlag,
                   end-if,
               end-if,
           end-if.

       226-search-key.
           if xDistReportT (nDistSearchSubscript) =
               xDistReportT (nDistSubscript)
               and xDistKeyT (nDistSearchSubscript) = xLineKey
               move "y" to xKeyDistributedFlag,
           end-if.

       230-write-line.
           write xBurstRecord from xReportRecord.
           perform 219-check-burst-write.
           add 1 to nRecipientLines.

       231-write-heading-line.
           write xBurstRecord from xReportRecord.
           perform 219-check-burst-write.

       260-write-log.
           open extend logFile.
           if xStatusLog = "35"
               open output logFile,
           end-if.
           move xStatusLog to xCurrentStatus.
           move "DistributionLog.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 261-write-log-row
               varying nDistSubscript from 1 by 1
               until nDistSubscript > nDistCount.

           close logFile.
           move xStatusLog to xCurrentStatus.
           move "DistributionLog.txt" to xCurrentFileName.
           perform 900-check-status.

       261-write-log-row.
           move xRunDate to nLogDateOut.
           move xRunTimeRaw (1:6) to nLogTimeOut.
           move xDistReportT (nDistSubscript) to xLogReportOut.
           move xDistRecipientT (nDistSubscript) to xLogRecipientOut.
           move xDistKeyT (nDistSubscript) to xLogKeyOut.
           move nDistLinesT (nDistSubscript) to nLogLinesOut.
           move xDistStatusT (nDistSubscript) to xLogStatusOut.
           move xDistBurstFileT (nDistSubscript) to xLogBurstFileOut.
           write xLogRecord.
           move xStatusLog to xCurrentStatus.
           move "DistributionLog.txt" to xCurrentFileName.
           perform 900-check-status.

       280-report.
           move xRunDate to neHeadingDateOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 2 lines.
           perform 229-check-write.

           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.
           perform 229-check-write.

           perform 281-detail-line
               varying nDistSubscript from 1 by 1
               until nDistSubscript > nDistCount.

           move nDelivered to neFooterDeliveredOut.
           move nNoPages to neFooterNoPagesOut.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 2 lines.
           perform 229-check-write.

       281-detail-line.
           move xDistReportT (nDistSubscript) to xDetReportOut.
           move xDistRecipientT (nDistSubscript) to xDetRecipientOut.
           move xDistNameT (nDistSubscript) to xDetNameOut.
           if xDistKeyT (nDistSubscript) = spaces
               move "ALL" to xDetKeyOut,
           else
               move xDistKeyT (nDistSubscript) to xDetKeyOut,
           end-if.
           move nDistLinesT (nDistSubscript) to neDetLinesOut.
           evaluate xDistStatusT (nDistSubscript)
               when "D"
                   move "delivered" to xDetStatusOut
               when "K"
                   move "*** NO PAGES - key not found" to xDetStatusOut
               when "E"
                   move "*** NO PAGES - report empty" to xDetStatusOut
               when other
                   move "*** NO PAGES - no report" to xDetStatusOut
           end-evaluate.
           display xDistDetail.
           write xOutput from xDistDetail before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Burst-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Burst-01-output.txt" to xCurrentFileName.
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

           move "BURST-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nDistCount to neAuditRecordsReadOut.
           move nDelivered to neAuditRecordsWrittenOut.
           move nNoPages to neAuditExceptionsOut.
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
