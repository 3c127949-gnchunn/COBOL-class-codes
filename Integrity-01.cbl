       identification division.
       program-id. Integrity-01.

       environment division.
       input-output section.
       file-control.
           select seqFile assign dynamic xSeqFileName
               organization is line sequential
               file status is xStatusSeq.
           select fruitsFile assign to "FixedFruits.txt"
               organization is indexed
               record key is xFruitKeyIn
               file status is xStatusFruits.
           select customers assign to "Customers.txt"
               organization is indexed
               record key is xCustKeyIn
               file status is xStatusCust.
           select locationStock assign to "LocationStock.txt"
               organization is indexed
               record key is xLocStockKey
               file status is xStatusLocStock.
           select suppliers assign to "Suppliers.txt"
               organization is indexed
               record key is xSuppKeyIn
               file status is xStatusSupp.
           select alertFile assign to "Alerts.txt" organization is line sequential
               file status is xStatusAlert.
           select alertControl assign to "AlertControl.txt"
               organization is line sequential
               file status is xStatusAlertCtl.
           select outfile assign to "Integrity-01-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd seqFile.
       01 xSeqRecord                   pic x(300).

       fd fruitsFile.
       01 xFruitRecord.
           05 xFruitKeyIn              pic x(14).
           05 xFruitRestIn             pic x(37).

       fd customers.
       01 xCustRecord.
           05 xCustKeyIn               pic x(8).
           05 xCustRestIn              pic x(144).

       fd locationStock.
       01 xLocStock.
           05 xLocStockKey.
               10 xLocCodeIn           pic x(3).
               10 xLocFruitIn          pic x(14).
           05 nLocQtyIn                pic 9(3)v99.

       fd suppliers.
       01 xSuppRecord.
           05 xSuppKeyIn               pic x(8).
           05 xSuppRestIn              pic x(121).

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

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusSeq                   pic xx      value "00".
       77 xStatusFruits                pic xx      value "00".
       77 xStatusCust                  pic xx      value "00".
       77 xStatusLocStock              pic xx      value "00".
       77 xStatusSupp                  pic xx      value "00".
       77 xStatusAlert                 pic xx      value "00".
       77 xStatusAlertCtl              pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xSeqFileName                 pic x(30)   value spaces.
       77 xScanFileName                pic x(20)   value spaces.
       77 xScanKind                    pic x       value space.
       77 xScanStatus                  pic xx      value "00".
       77 xScanMissingFlag             pic x       value "n".
       77 xScanEofFlag                 pic x       value "n".
       77 xScanRecord                  pic x(300)  value spaces.
       77 nScanStart                   pic 999     value 0.
       77 nScanLength                  pic 99      value 0.
       77 nScanRecordNumber            pic 9(7)    value 0.
       77 xScanKey                     pic x(20)   value spaces.
       77 nRuleCount                   pic 99      value 23.
       77 nRuleSubscript               pic 99.
       77 nKeyCount                    pic 9(5)    value 0.
       77 nKeySubscript                pic 9(5).
       77 xKeyFoundFlag                pic x       value "n".
       77 nKeyFound                    pic 9(5)    value 0.
       77 xTableFullFlag               pic x       value "n".
       77 xRuleReason                  pic x(30)   value spaces.
       77 nRuleRead                    pic 9(7)    value 0.
       77 nRuleChecked                 pic 9(7)    value 0.
       77 nRuleExceptions              pic 9(7)    value 0.
       77 nRecordsRead                 pic 9(7)    value 0.
       77 nOrphanTotal                 pic 9(7)    value 0.
       77 nDuplicateTotal              pic 9(7)    value 0.
       77 nRulesPassed                 pic 99      value 0.
       77 nCriticalFailed              pic 99      value 0.
       77 nWarningFailed               pic 99      value 0.
       77 nRulesSkipped                pic 99      value 0.
       77 nRulesIncomplete             pic 99      value 0.
       77 nAlertsRaised                pic 9999    value 0.
       77 nNextAlertId                 pic 9(6)    value 1.
       77 nLinesWritten                pic 9999    value 0.
       77 xAlertDate                   pic 9(8).
       77 xAlertTimeRaw                pic 9(8).
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xRuleTable.
           05 filler pic x(3)  value "R01".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "OrderLines.txt".
           05 filler pic 999   value 9.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "FixedFruits.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 14.
           05 filler pic x(30) value "Order line fruit".
           05 filler pic x(3)  value "R02".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "OrderLines.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 6.
           05 filler pic x(20) value "Orders.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 6.
           05 filler pic x(30) value "Order line order header".
           05 filler pic x(3)  value "R03".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "Orders.txt".
           05 filler pic 999   value 21.
           05 filler pic 99    value 8.
           05 filler pic x(20) value "Customers.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(30) value "Order customer".
           05 filler pic x(3)  value "R04".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "Invoices.txt".
           05 filler pic 999   value 7.
           05 filler pic 99    value 8.
           05 filler pic x(20) value "Customers.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(30) value "Invoice customer".
           05 filler pic x(3)  value "R05".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "LoyaltyLedger.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(20) value "Customers.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(30) value "Loyalty ledger customer".
           05 filler pic x(3)  value "R06".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "Rosters.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 15.
           05 filler pic x(20) value "soccer.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 15.
           05 filler pic x(30) value "Roster school".
           05 filler pic x(3)  value "R07".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "Discipline.txt".
           05 filler pic 999   value 9.
           05 filler pic 99    value 15.
           05 filler pic x(20) value "soccer.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 15.
           05 filler pic x(30) value "Discipline card school".
           05 filler pic x(3)  value "R08".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "PlayerGoals.txt".
           05 filler pic 999   value 9.
           05 filler pic 99    value 15.
           05 filler pic x(20) value "soccer.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 15.
           05 filler pic x(30) value "Player goal school".
           05 filler pic x(3)  value "R09".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "Garnishments.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 4.
           05 filler pic x(20) value "Payroll.master.txt".
           05 filler pic 999   value 2.
           05 filler pic 99    value 4.
           05 filler pic x(30) value "Garnishment employee".
           05 filler pic x(3)  value "R10".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "PayrollBank.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 4.
           05 filler pic x(20) value "Payroll.master.txt".
           05 filler pic 999   value 2.
           05 filler pic 99    value 4.
           05 filler pic x(30) value "Bank detail employee".
           05 filler pic x(3)  value "R11".
           05 filler pic x     value "R".
           05 filler pic x     value "C".
           05 filler pic x(20) value "EmployeeCharges.txt".
           05 filler pic 999   value 7.
           05 filler pic 99    value 4.
           05 filler pic x(20) value "Payroll.master.txt".
           05 filler pic 999   value 2.
           05 filler pic 99    value 4.
           05 filler pic x(30) value "Store charge employee".
           05 filler pic x(3)  value "R12".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "LocationStock.txt".
           05 filler pic 999   value 4.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "FixedFruits.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 14.
           05 filler pic x(30) value "Location stock fruit".
           05 filler pic x(3)  value "R13".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "StockLots.txt".
           05 filler pic 999   value 4.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "FixedFruits.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 14.
           05 filler pic x(30) value "Stock lot fruit".
           05 filler pic x(3)  value "R14".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "PurchaseOrders.txt".
           05 filler pic 999   value 7.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "FixedFruits.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 14.
           05 filler pic x(30) value "Purchase order fruit".
           05 filler pic x(3)  value "R15".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "PurchaseOrders.txt".
           05 filler pic 999   value 21.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "Suppliers.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(30) value "Purchase order supplier".
           05 filler pic x(3)  value "R16".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "VendorCosts.txt".
           05 filler pic 999   value 15.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "FixedFruits.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 14.
           05 filler pic x(30) value "Vendor cost fruit".
           05 filler pic x(3)  value "R17".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "VendorCosts.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "Suppliers.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(30) value "Vendor cost supplier".
           05 filler pic x(3)  value "R18".
           05 filler pic x     value "R".
           05 filler pic x     value "W".
           05 filler pic x(20) value "FixedFruits.txt".
           05 filler pic 999   value 33.
           05 filler pic 99    value 14.
           05 filler pic x(20) value "Suppliers.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(30) value "Fruit default supplier".
           05 filler pic x(3)  value "U01".
           05 filler pic x     value "U".
           05 filler pic x     value "C".
           05 filler pic x(20) value "Payroll.master.txt".
           05 filler pic 999   value 2.
           05 filler pic 99    value 4.
           05 filler pic x(20) value spaces.
           05 filler pic 999   value 0.
           05 filler pic 99    value 0.
           05 filler pic x(30) value "Employee number".
           05 filler pic x(3)  value "U02".
           05 filler pic x     value "U".
           05 filler pic x     value "C".
           05 filler pic x(20) value "PayrollBank.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 4.
           05 filler pic x(20) value spaces.
           05 filler pic 999   value 0.
           05 filler pic 99    value 0.
           05 filler pic x(30) value "One bank detail per employee".
           05 filler pic x(3)  value "U03".
           05 filler pic x     value "U".
           05 filler pic x     value "C".
           05 filler pic x(20) value "Orders.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 6.
           05 filler pic x(20) value spaces.
           05 filler pic 999   value 0.
           05 filler pic 99    value 0.
           05 filler pic x(30) value "Order number".
           05 filler pic x(3)  value "U04".
           05 filler pic x     value "U".
           05 filler pic x     value "W".
           05 filler pic x(20) value "OrderLines.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 8.
           05 filler pic x(20) value spaces.
           05 filler pic 999   value 0.
           05 filler pic 99    value 0.
           05 filler pic x(30) value "Order and line number".
           05 filler pic x(3)  value "U05".
           05 filler pic x     value "U".
           05 filler pic x     value "W".
           05 filler pic x(20) value "Rosters.txt".
           05 filler pic 999   value 1.
           05 filler pic 99    value 17.
           05 filler pic x(20) value spaces.
           05 filler pic 999   value 0.
           05 filler pic 99    value 0.
           05 filler pic x(30) value "School and player number".
       01 xRuleTableR redefines xRuleTable.
           05 xRuleElement occurs 23 times.
               10 xRuleIdT              pic x(3).
               10 xRuleTypeT            pic x.
               10 xRuleSevT             pic x.
               10 xRuleChildT           pic x(20).
               10 nRuleChildStartT      pic 999.
               10 nRuleChildLenT        pic 99.
               10 xRuleParentT          pic x(20).
               10 nRuleParentStartT     pic 999.
               10 nRuleParentLenT       pic 99.
               10 xRuleDescT            pic x(30).

       01 xRuleResultTable.
           05 xRuleResultElement occurs 23 times.
               10 xRuleResultT          pic x.
               10 nRuleExceptionT       pic 9(7).

       01 xKeyTable.
           05  xKeyElement occurs 1 to 9999 times
                   depending on nKeyCount.
               10 xKeyT                 pic x(20).
               10 nKeyRecordT           pic 9(7).

       01 xReportHeading-1.
           05 filler                   pic x(35)   value
               "*** Referential integrity scan for ".
           05 neHeadingDateOut         pic 9999/99/99.
           05 filler                   pic x(4)    value " ***".

       01 xRuleHeading.
           05 filler                   pic x(5)    value "Rule ".
           05 xRuleIdOut               pic x(3).
           05 filler                   pic x(2)    value spaces.
           05 xRuleSevOut              pic x(8).
           05 filler                   pic x(2)    value spaces.
           05 xRuleDescOut             pic x(30).

       01 xRuleFiles.
           05 filler                   pic x(7)    value spaces.
           05 xRuleChildOut            pic x(20).
           05 filler                   pic x(5)    value " pos ".
           05 neRuleChildStartOut      pic zz9.
           05 filler                   pic x       value "/".
           05 neRuleChildLenOut        pic z9.
           05 xRuleLinkOut             pic x(4).
           05 xRuleParentOut           pic x(20).
           05 xRuleParentPosOut        pic x(5).
           05 neRuleParentStartOut     pic zz9     blank when zero.
           05 xRuleParentSlashOut      pic x.
           05 neRuleParentLenOut       pic z9      blank when zero.

       01 xExceptionDetail.
           05 filler                   pic x(7)    value spaces.
           05 xExcTypeOut              pic x(10).
           05 filler                   pic x(8)    value " record ".
           05 neExcRecordOut           pic z(6)9.
           05 filler                   pic x(6)    value "  key ".
           05 xExcKeyOut               pic x(20).
           05 xExcFirstLitOut          pic x(11).
           05 neExcFirstOut            pic z(6)9   blank when zero.

       01 xRuleFooter.
           05 filler                   pic x(7)    value spaces.
           05 neFootReadOut            pic z(6)9.
           05 filler                   pic x(6)    value " read,".
           05 neFootCheckedOut         pic z(6)9.
           05 filler                   pic x(9)    value " checked,".
           05 neFootExcOut             pic z(6)9.
           05 xFootExcLitOut           pic x(15).
           05 xFootResultOut           pic x(40).

       01 xFooter-1.
           05 neFooterRulesOut         pic z9.
           05 filler                   pic x(15)   value " rule(s) run,".
           05 neFooterPassedOut        pic z9.
           05 filler                   pic x(9)    value " passed,".
           05 neFooterCriticalOut      pic z9.
           05 filler                   pic x(18)   value " failed critical,".
           05 neFooterWarningOut       pic z9.
           05 filler                   pic x(17)   value " failed warning,".
           05 neFooterSkippedOut       pic z9.
           05 filler                   pic x(8)    value " skipped".

       01 xFooter-2.
           05 neFooterReadOut          pic z(6)9.
           05 filler                   pic x(17)   value " record(s) read,".
           05 neFooterOrphansOut       pic z(6)9.
           05 filler                   pic x(12)   value " orphan(s),".
           05 neFooterDupsOut          pic z(6)9.
           05 filler                   pic x(19)   value " duplicate key(s),".
           05 neFooterAlertsOut        pic zzz9.
           05 filler                   pic x(17)   value " alert(s) raised".

       01 xAlertTextWork.
           05 xAlertRuleW              pic x(4).
           05 xAlertFileW              pic x(20).
           05 neAlertCountW            pic zzzz9.
           05 xAlertWhatW              pic x(11).

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
           perform 200-run-rules.
           if nCriticalFailed > 0
               perform 260-raise-alerts,
           end-if.
           perform 280-report-totals.
           perform 300-termination.
           if nCriticalFailed > 0
               move 8 to return-code,
           else
               if nWarningFailed > 0 or nRulesIncomplete > 0
                   move 4 to return-code,
               else
                   move 0 to return-code,
               end-if,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Integrity-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDateOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 2 lines.
           perform 229-check-write.

       200-run-rules.
           perform 210-run-rule
               varying nRuleSubscript from 1 by 1
               until nRuleSubscript > nRuleCount.

       210-run-rule.
           move 0 to nRuleRead.
           move 0 to nRuleChecked.
           move 0 to nRuleExceptions.
           move 0 to nKeyCount.
           move "n" to xTableFullFlag.
           move spaces to xRuleReason.

           perform 215-rule-heading.

           if xRuleTypeT (nRuleSubscript) = "R"
               perform 220-check-references,
           else
               perform 240-check-duplicates,
           end-if.

           move nRuleExceptions to nRuleExceptionT (nRuleSubscript).

           if xRuleReason not = spaces
               move "S" to xRuleResultT (nRuleSubscript),
               add 1 to nRulesSkipped,
           else
               if nRuleExceptions = 0
                   move "P" to xRuleResultT (nRuleSubscript),
                   add 1 to nRulesPassed,
               else
                   move "F" to xRuleResultT (nRuleSubscript),
                   if xRuleSevT (nRuleSubscript) = "C"
                       add 1 to nCriticalFailed,
                   else
                       add 1 to nWarningFailed,
                   end-if,
               end-if,
           end-if.

           if xRuleTypeT (nRuleSubscript) = "R"
               add nRuleExceptions to nOrphanTotal,
           else
               add nRuleExceptions to nDuplicateTotal,
           end-if.

           perform 216-rule-footer.

       215-rule-heading.
           move xRuleIdT (nRuleSubscript) to xRuleIdOut.
           if xRuleSevT (nRuleSubscript) = "C"
               move "critical" to xRuleSevOut,
           else
               move "warning" to xRuleSevOut,
           end-if.
           move xRuleDescT (nRuleSubscript) to xRuleDescOut.
           display xRuleHeading.
           write xOutput from xRuleHeading before advancing 1 line.
           perform 229-check-write.

           move xRuleChildT (nRuleSubscript) to xRuleChildOut.
           move nRuleChildStartT (nRuleSubscript) to neRuleChildStartOut.
           move nRuleChildLenT (nRuleSubscript) to neRuleChildLenOut.
           if xRuleTypeT (nRuleSubscript) = "R"
               move " -> " to xRuleLinkOut,
               move xRuleParentT (nRuleSubscript) to xRuleParentOut,
               move " pos " to xRuleParentPosOut,
               move nRuleParentStartT (nRuleSubscript)
                   to neRuleParentStartOut,
               move "/" to xRuleParentSlashOut,
               move nRuleParentLenT (nRuleSubscript) to neRuleParentLenOut,
           else
               move spaces to xRuleLinkOut,
               move "key must be unique" to xRuleParentOut,
               move spaces to xRuleParentPosOut,
               move 0 to neRuleParentStartOut,
               move space to xRuleParentSlashOut,
               move 0 to neRuleParentLenOut,
           end-if.
           display xRuleFiles.
           write xOutput from xRuleFiles before advancing 1 line.
           perform 229-check-write.

       216-rule-footer.
           move nRuleRead to neFootReadOut.
           move nRuleChecked to neFootCheckedOut.
           move nRuleExceptions to neFootExcOut.
           if xRuleTypeT (nRuleSubscript) = "R"
               move " orphan(s)," to xFootExcLitOut,
           else
               move " duplicate(s)," to xFootExcLitOut,
           end-if.

           evaluate xRuleResultT (nRuleSubscript)
               when "P"
                   move "PASSED" to xFootResultOut
               when "F"
                   move "FAILED" to xFootResultOut
               when other
                   move spaces to xFootResultOut,
                   string "SKIPPED - " xRuleReason
                       delimited by size into xFootResultOut
           end-evaluate.

           if xTableFullFlag = "y" and xRuleResultT (nRuleSubscript) not = "S"
               move "INCOMPLETE - key table full" to xFootResultOut,
           end-if.

           display xRuleFooter.
           write xOutput from xRuleFooter after advancing 1 line.
           perform 229-check-write.
           display " ".
           move spaces to xOutput.
           write xOutput after advancing 1 line.
           perform 229-check-write.

       220-check-references.
           move xRuleParentT (nRuleSubscript) to xScanFileName.
           move nRuleParentStartT (nRuleSubscript) to nScanStart.
           move nRuleParentLenT (nRuleSubscript) to nScanLength.
           perform 250-open-scan.

           if xScanMissingFlag = "y"
               move spaces to xRuleReason,
               string function trim(xScanFileName) " not found"
                   delimited by size into xRuleReason,
           else
               perform 225-load-parent-key until xScanEofFlag = "y",
               perform 252-close-scan,
           end-if.

           if xTableFullFlag = "y"
               move "parent key table full" to xRuleReason,
               add 1 to nRulesIncomplete,
           end-if.

           if xRuleReason = spaces
               move xRuleChildT (nRuleSubscript) to xScanFileName,
               move nRuleChildStartT (nRuleSubscript) to nScanStart,
               move nRuleChildLenT (nRuleSubscript) to nScanLength,
               perform 250-open-scan,
               if xScanMissingFlag = "y"
                   string function trim(xScanFileName) " not found"
                       delimited by size into xRuleReason,
               else
                   perform 230-check-child-key until xScanEofFlag = "y",
                   perform 252-close-scan,
               end-if,
           end-if.

       225-load-parent-key.
           perform 251-read-scan.

           if xScanEofFlag = "n" and xScanKey not = spaces
               if nKeyCount < 9999
                   add 1 to nKeyCount,
                   move xScanKey to xKeyT (nKeyCount),
                   move nScanRecordNumber to nKeyRecordT (nKeyCount),
               else
                   move "y" to xTableFullFlag,
               end-if,
           end-if.

       230-check-child-key.
           perform 251-read-scan.

           if xScanEofFlag = "n"
               add 1 to nRuleRead,
               if xScanKey not = spaces
                   add 1 to nRuleChecked,
                   perform 235-search-key,
                   if xKeyFoundFlag = "n"
                       add 1 to nRuleExceptions,
                       move "orphan" to xExcTypeOut,
                       move 0 to nKeyFound,
                       perform 245-exception-line,
                   end-if,
               end-if,
           end-if.

       235-search-key.
           move "n" to xKeyFoundFlag.
           move 0 to nKeyFound.
           perform 236-compare-key
               varying nKeySubscript from 1 by 1
               until nKeySubscript > nKeyCount
               or xKeyFoundFlag = "y".

       236-compare-key.
           if xKeyT (nKeySubscript) = xScanKey
               move "y" to xKeyFoundFlag,
               move nKeyRecordT (nKeySubscript) to nKeyFound,
           end-if.

       240-check-duplicates.
           move xRuleChildT (nRuleSubscript) to xScanFileName.
           move nRuleChildStartT (nRuleSubscript) to nScanStart.
           move nRuleChildLenT (nRuleSubscript) to nScanLength.
           perform 250-open-scan.

           if xScanMissingFlag = "y"
               string function trim(xScanFileName) " not found"
                   delimited by size into xRuleReason,
           else
               perform 241-check-duplicate-key until xScanEofFlag = "y",
               perform 252-close-scan,
           end-if.

           if xTableFullFlag = "y"
               add 1 to nRulesIncomplete,
           end-if.

       241-check-duplicate-key.
           perform 251-read-scan.

           if xScanEofFlag = "n"
               add 1 to nRuleRead,
               if xScanKey not = spaces
                   add 1 to nRuleChecked,
                   perform 235-search-key,
                   if xKeyFoundFlag = "y"
                       add 1 to nRuleExceptions,
                       move "duplicate" to xExcTypeOut,
                       perform 245-exception-line,
                   else
                       if nKeyCount < 9999
                           add 1 to nKeyCount,
                           move xScanKey to xKeyT (nKeyCount),
                           move nScanRecordNumber
                               to nKeyRecordT (nKeyCount),
                       else
                           move "y" to xTableFullFlag,
                       end-if,
                   end-if,
               end-if,
           end-if.

       245-exception-line.
           move nScanRecordNumber to neExcRecordOut.
           move xScanKey to xExcKeyOut.
           if nKeyFound > 0
               move "  first at " to xExcFirstLitOut,
           else
               move spaces to xExcFirstLitOut,
           end-if.
           move nKeyFound to neExcFirstOut.
           display xExceptionDetail.
           write xOutput from xExceptionDetail before advancing 1 line.
           perform 229-check-write.

       250-open-scan.
           move "n" to xScanMissingFlag.
           move "n" to xScanEofFlag.
           move 0 to nScanRecordNumber.

           evaluate xScanFileName
               when "FixedFruits.txt"
                   move "F" to xScanKind,
                   open input fruitsFile
               when "Customers.txt"
                   move "C" to xScanKind,
                   open input customers
               when "LocationStock.txt"
                   move "L" to xScanKind,
                   open input locationStock
               when "Suppliers.txt"
                   move "S" to xScanKind,
                   open input suppliers
               when other
                   move "Q" to xScanKind,
                   move xScanFileName to xSeqFileName,
                   open input seqFile
           end-evaluate.

           perform 253-get-scan-status.
           if xScanStatus = "35"
               move "y" to xScanMissingFlag,
           else
               move xScanStatus to xCurrentStatus,
               move xScanFileName to xCurrentFileName,
               perform 900-check-status,
           end-if.

       251-read-scan.
           move spaces to xScanRecord.

           evaluate xScanKind
               when "F"
                   read fruitsFile next
                       at end
                           move "y" to xScanEofFlag,
                       not at end
                           move xFruitRecord to xScanRecord,
                   end-read
               when "C"
                   read customers next
                       at end
                           move "y" to xScanEofFlag,
                       not at end
                           move xCustRecord to xScanRecord,
                   end-read
               when "L"
                   read locationStock next
                       at end
                           move "y" to xScanEofFlag,
                       not at end
                           move xLocStock to xScanRecord,
                   end-read
               when "S"
                   read suppliers next
                       at end
                           move "y" to xScanEofFlag,
                       not at end
                           move xSuppRecord to xScanRecord,
                   end-read
               when other
                   read seqFile
                       at end
                           move "y" to xScanEofFlag,
                       not at end
                           move xSeqRecord to xScanRecord,
                   end-read
           end-evaluate.

           perform 253-get-scan-status.
           move xScanStatus to xCurrentStatus.
           move xScanFileName to xCurrentFileName.
           perform 901-check-read-status.

           move spaces to xScanKey.
           if xScanEofFlag = "n"
               add 1 to nScanRecordNumber,
               add 1 to nRecordsRead,
               move xScanRecord (nScanStart:nScanLength) to xScanKey,
           end-if.

       252-close-scan.
           evaluate xScanKind
               when "F"
                   close fruitsFile
               when "C"
                   close customers
               when "L"
                   close locationStock
               when "S"
                   close suppliers
               when other
                   close seqFile
           end-evaluate.

           perform 253-get-scan-status.
           move xScanStatus to xCurrentStatus.
           move xScanFileName to xCurrentFileName.
           perform 900-check-status.

       253-get-scan-status.
           evaluate xScanKind
               when "F"
                   move xStatusFruits to xScanStatus
               when "C"
                   move xStatusCust to xScanStatus
               when "L"
                   move xStatusLocStock to xScanStatus
               when "S"
                   move xStatusSupp to xScanStatus
               when other
                   move xStatusSeq to xScanStatus
           end-evaluate.

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

           perform 261-raise-rule-alert
               varying nRuleSubscript from 1 by 1
               until nRuleSubscript > nRuleCount.

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

       261-raise-rule-alert.
           if xRuleResultT (nRuleSubscript) = "F"
               and xRuleSevT (nRuleSubscript) = "C"
               move nNextAlertId to nAlertIdIn,
               move xAlertDate to nAlertDateIn,
               move xAlertTimeRaw (1:6) to nAlertTimeIn,
               move "H" to xAlertSevIn,
               move "INTEGRITY-01" to xAlertSourceIn,
               move xRuleIdT (nRuleSubscript) to xAlertRuleW,
               move xRuleChildT (nRuleSubscript) to xAlertFileW,
               move nRuleExceptionT (nRuleSubscript) to neAlertCountW,
               if xRuleTypeT (nRuleSubscript) = "R"
                   move " orphan(s)" to xAlertWhatW,
               else
                   move " dup key(s)" to xAlertWhatW,
               end-if,
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

       280-report-totals.
           move nRuleCount to neFooterRulesOut.
           move nRulesPassed to neFooterPassedOut.
           move nCriticalFailed to neFooterCriticalOut.
           move nWarningFailed to neFooterWarningOut.
           move nRulesSkipped to neFooterSkippedOut.
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 1 line.
           perform 229-check-write.

           move nRecordsRead to neFooterReadOut.
           move nOrphanTotal to neFooterOrphansOut.
           move nDuplicateTotal to neFooterDupsOut.
           move nAlertsRaised to neFooterAlertsOut.
           display xFooter-2.
           write xOutput from xFooter-2 after advancing 1 line.
           perform 229-check-write.

           if nCriticalFailed > 0
               display "*** Critical integrity rule(s) failed -",
                   " correct the files before reports or payments run ***",
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "Integrity-01-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Integrity-01-output.txt" to xCurrentFileName.
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

           move "INTEGRITY-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nAlertsRaised to neAuditRecordsWrittenOut.
           compute neAuditExceptionsOut = nOrphanTotal + nDuplicateTotal.
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
