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

       fd manifestFile.
       01 xManifestInput.
       77 xRunMode                     pic 9       value 0.
       77 nSetDate                     pic 9(8)    value 0.
       77 xRestoreWanted               pic x(30)   value spaces.
       77 nFileSubscript               pic 999.
       77 xSourceEofFlag               pic x       value "n".
       77 xManifestEofFlag             pic x       value "n".
       77 nRecordCount                 pic 9(7)    value 0.
       77 nHashTotal                   pic 9(9)    value 0.
       77 nHashSubscript               pic 999.
       77 nHashLength                  pic 999     value 0.
       77 nFilesDone                   pic 999     value 0.
       77 nVerifyErrors                pic 99      value 0.
       77 xManFoundFlag                pic x       value "n".
       77 nManCountFound               pic 9(7)    value 0.
           05 filler pic x(30) value "Alerts.txt".
           05 filler pic x(30) value "AlertControl.txt".
           05 filler pic x(30) value "RetroApplied.txt".
           05 filler pic x(30) value "EmployeeCharges.txt".
           05 filler pic x(30) value "EmpChargeLimits.txt".
           05 filler pic x(30) value "ShiftDifferentials.txt".
           05 filler pic x(30) value "BenefitPlans.txt".
           05 filler pic x(30) value "BenefitEnroll.txt".
           05 filler pic x(30) value "BenefitDeductions.txt".
           05 filler pic x(30) value "WCClasses.txt".
           05 filler pic x(30) value "JobCodeWages.txt".
           05 filler pic x(30) value "RaiseScenario.txt".
           05 filler pic x(30) value "W4Pending.txt".
           05 filler pic x(30) value "EmpAddresses.txt".
           05 filler pic x(30) value "UnclaimedProperty.txt".
           05 filler pic x(30) value "NewHireReported.txt".
           05 filler pic x(30) value "NewHireReport.txt".
           05 filler pic x(30) value "TaxLiability.txt".
           05 filler pic x(30) value "TaxDeposits.txt".
           05 filler pic x(30) value "DunningHistory.txt".
           05 filler pic x(30) value "StandingOrders.txt".
           05 filler pic x(30) value "StandingOrderLines.txt".
           05 filler pic x(30) value "CategoryMargins.txt".
           05 filler pic x(30) value "PriceProposals.txt".
           05 filler pic x(30) value "PriceChangeLog.txt".
           05 filler pic x(30) value "FruitCodes.txt".
           05 filler pic x(30) value "ParLevels.txt".
           05 filler pic x(30) value "TransferPlan.txt".
           05 filler pic x(30) value "Suppliers.txt".
           05 filler pic x(30) value "VendorInvoices.txt".
           05 filler pic x(30) value "VendorInvoiceLines.txt".
           05 filler pic x(30) value "OpenPayables.txt".
           05 filler pic x(30) value "APPayments.txt".
           05 filler pic x(30) value "DeliveryZones.txt".
           05 filler pic x(30) value "DeliveryRoutes.txt".
           05 filler pic x(30) value "LotMovements.txt".
           05 filler pic x(30) value "LotControl.txt".
           05 filler pic x(30) value "Recalls.txt".
           05 filler pic x(30) value "Promotions.txt".
           05 filler pic x(30) value "PromoRedemptions.txt".
           05 filler pic x(30) value "DrawerCounts.txt".
           05 filler pic x(30) value "Borders.txt".
           05 filler pic x(30) value "StateIndicators.txt".
           05 filler pic x(30) value "Metros.txt".
           05 filler pic x(30) value "Fips.txt".
           05 filler pic x(30) value "CapitalHistory.txt".
           05 filler pic x(30) value "Officials.txt".
           05 filler pic x(30) value "OfficialAvail.txt".
           05 filler pic x(30) value "Assignments.txt".
           05 filler pic x(30) value "Discipline.txt".
           05 filler pic x(30) value "TempThresholds.txt".
           05 filler pic x(30) value "TempEvents.txt".
           05 filler pic x(30) value "TempAlertMark.txt".
           05 filler pic x(30) value "TempNormals.txt".
           05 filler pic x(30) value "CounterTrans.txt".
           05 filler pic x(30) value "TellerCounts.txt".
           05 filler pic x(30) value "Distribution.txt".
           05 filler pic x(30) value "DistributionLog.txt".
           05 filler pic x(30) value "TriggerTable.txt".
           05 filler pic x(30) value "TriggerLog.txt".
           05 filler pic x(30) value "MgmtHistory.txt".
           05 filler pic x(30) value "Operators.txt".
           05 filler pic x(30) value "OperatorRights.txt".
           05 filler pic x(30) value "SignonLog.txt".
       01 xFileListTableR redefines xFileListTable.
           05 xFileListElement occurs 115 times.
               10 xListFileNameT        pic x(30).

       01 xIndexedListTable.

           perform 210-backup-seq-file
               varying nFileSubscript from 1 by 1
               until nFileSubscript > 115.

           perform 230-backup-fruits.
           perform 240-backup-customers.
               not at end
                   add 1 to nRecordCount,
                   move spaces to xSeqSourceRecord,
                   move xCustRecord to xSeqSourceRecord (1:152),
                   perform 160-hash-record,
                   move xSeqSourceRecord to xSeqTargetRecord,
                   write xSeqTargetRecord,
               at end
                   move "y" to xSourceEofFlag,
               not at end
                   move xSeqSourceRecord (1:152) to xCustRecord,
                   write xCustRecord,
           end-read.

