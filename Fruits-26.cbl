       identification division.
       program-id. Fruits-26.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to "FixedFruits.txt"
               organization is indexed
               access mode is random
               record key is xFruitNameIn
               file status is xStatusMaster.
           select proposalFile assign to "PriceProposals.txt"
               organization is line sequential
               file status is xStatusProposals.
           select priceLog assign to "PriceChangeLog.txt"
               organization is line sequential
               file status is xStatusPriceLog.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd masterfile.
       01 xMaster.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd proposalFile.
       01 xProposalRecord.
           05 xPropFruitIn     pic x(14).
           05 xPropCategoryIn  pic x(10).
           05 nPropCostIn      pic 9v99.
           05 nPropOldPriceIn  pic 9v99.
           05 nPropNewPriceIn  pic 9v99.
           05 nPropTargetIn    pic 99v99.
           05 nPropDateIn      pic 9(8).
           05 xPropStatusIn    pic x.
           05 nPropDecisionDateIn pic 9(8).
           05 xPropDecidedByIn pic x(8).

       fd priceLog.
       01 xPriceLogRecord      pic x(60).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusMaster        pic xx      value "00".
       77 xStatusProposals     pic xx      value "00".
       77 xStatusPriceLog      pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xProposalsEofFlag    pic x       value "n".
       77 nPropCount           pic 9(4)    value 0.
       77 nPropSubscript       pic 9(4).
       77 xDecision            pic x       value space.
       77 xOperatorId          pic x(8)    value spaces.
       77 nPendingSeen         pic 9(4)    value 0.
       77 nApprovedCount       pic 9(4)    value 0.
       77 nRejectedCount       pic 9(4)    value 0.
       77 nSkippedCount        pic 9(4)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xProposalTable.
           05  xProposalElement occurs 1 to 2000 times
                   depending on nPropCount.
               10 xPropFruitT      pic x(14).
               10 xPropCategoryT   pic x(10).
               10 nPropCostT       pic 9v99.
               10 nPropOldPriceT   pic 9v99.
               10 nPropNewPriceT   pic 9v99.
               10 nPropTargetT     pic 99v99.
               10 nPropDateT       pic 9(8).
               10 xPropStatusT     pic x.
               10 nPropDecisionDateT pic 9(8).
               10 xPropDecidedByT  pic x(8).

       01 xProposalDisplay.
           05 xPropFruitOut        pic x(14).
           05 filler               pic x(7)    value " cost $".
           05 nePropCostOut        pic 9.99.
           05 filler               pic x(9)    value "   price ".
           05 nePropOldOut         pic $9.99.
           05 filler               pic x(4)    value " -> ".
           05 nePropNewOut         pic $9.99.
           05 filler               pic x(10)   value "  target ".
           05 nePropTargetOut      pic z9.99.
           05 filler               pic x       value "%".

       01 xPriceLogDetail.
           05 xLogDateOut          pic 9(8).
           05 filler               pic x       value space.
           05 xLogTimeOut          pic 9(6).
           05 filler               pic x       value space.
           05 xLogOperatorOut      pic x(8).
           05 filler               pic x       value space.
           05 xLogFruitOut         pic x(14).
           05 filler               pic x       value space.
           05 nLogOldPriceOut      pic 9v99.
           05 filler               pic x       value space.
           05 nLogNewPriceOut      pic 9v99.
           05 filler               pic x       value space.
           05 xLogSourceOut        pic x(8).

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
           perform 200-review-proposal varying nPropSubscript from 1 by 1
               until nPropSubscript > nPropCount.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           display " ".
           display "Catalog Repricing Approval".

           move "FRUITS-26" to xSignOnProgram.
           move "S" to xSignOnAction.
           call "signOn" using xSignOnParms.
           if xSignOnOkFlag not = "y"
               move 8 to return-code,
               stop run,
           end-if.
           move xSignOnOperator to xOperatorId.

           open input proposalFile.
           if xStatusProposals = "35"
               display "No repricing proposals on file.",
           else
               move xStatusProposals to xCurrentStatus,
               move "PriceProposals.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 110-read-proposal until xProposalsEofFlag = "y",
               close proposalFile,
               move xStatusProposals to xCurrentStatus,
               move "PriceProposals.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           open i-o masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

       110-read-proposal.
           read proposalFile
               at end
                   move "y" to xProposalsEofFlag,
               not at end
                   if nPropCount < 2000
                       add 1 to nPropCount,
                       move xProposalRecord
                           to xProposalElement (nPropCount),
                   else
                       display "*** PriceProposals.txt holds more than 2000",
                           " proposals ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
           end-read.

           move xStatusProposals to xCurrentStatus.
           move "PriceProposals.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-review-proposal.
           if xPropStatusT (nPropSubscript) = "P"
               add 1 to nPendingSeen,
               move xPropFruitT (nPropSubscript) to xFruitNameIn,
               read masterfile key is xFruitNameIn
                   invalid key
                       display " ",
                       display "'", function trim(xFruitNameIn),
                           "' is no longer on the fruit catalog; rejected.",
                       perform 240-reject-proposal,
                   not invalid key
                       if nItemPriceIn not = nPropOldPriceT (nPropSubscript)
                           display " ",
                           display "'", function trim(xFruitNameIn),
                               "' has been repriced since the proposal",
                               " was made; rejected.",
                           perform 240-reject-proposal,
                       else
                           perform 220-present-proposal,
                       end-if,
               end-read,
           end-if.

       220-present-proposal.
           move xPropFruitT (nPropSubscript) to xPropFruitOut.
           move nPropCostT (nPropSubscript) to nePropCostOut.
           move nPropOldPriceT (nPropSubscript) to nePropOldOut.
           move nPropNewPriceT (nPropSubscript) to nePropNewOut.
           move nPropTargetT (nPropSubscript) to nePropTargetOut.

           display " ".
           display xProposalDisplay.

           move space to xDecision.
           perform 221-ask-decision until xDecision = "A"
               or xDecision = "R" or xDecision = "S".

           perform 222-check-right.

           if xSignOnOkFlag = "y"
               evaluate xDecision
                   when "A"
                       perform 230-approve-proposal
                   when "R"
                       perform 240-reject-proposal
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

       230-approve-proposal.
           move nPropNewPriceT (nPropSubscript) to nItemPriceIn.
           rewrite xMaster.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 250-write-price-log.

           accept xRunDate from date yyyymmdd.
           move "A" to xPropStatusT (nPropSubscript).
           move xRunDate to nPropDecisionDateT (nPropSubscript).
           move xOperatorId to xPropDecidedByT (nPropSubscript).
           add 1 to nApprovedCount.
           display "Shelf price updated.".

       240-reject-proposal.
           accept xRunDate from date yyyymmdd.
           move "R" to xPropStatusT (nPropSubscript).
           move xRunDate to nPropDecisionDateT (nPropSubscript).
           move xOperatorId to xPropDecidedByT (nPropSubscript).
           add 1 to nRejectedCount.
           display "Proposal rejected.".

       250-write-price-log.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.

           open extend priceLog.
           if xStatusPriceLog = "35"
               open output priceLog,
           end-if.
           move xStatusPriceLog to xCurrentStatus.
           move "PriceChangeLog.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to xLogDateOut.
           move xRunTimeRaw (1:6) to xLogTimeOut.
           move xOperatorId to xLogOperatorOut.
           move xPropFruitT (nPropSubscript) to xLogFruitOut.
           move nPropOldPriceT (nPropSubscript) to nLogOldPriceOut.
           move nPropNewPriceT (nPropSubscript) to nLogNewPriceOut.
           move "REPRICE" to xLogSourceOut.
           write xPriceLogRecord from xPriceLogDetail.
           move xStatusPriceLog to xCurrentStatus.
           move "PriceChangeLog.txt" to xCurrentFileName.
           perform 900-check-status.

           close priceLog.
           move xStatusPriceLog to xCurrentStatus.
           move "PriceChangeLog.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close masterfile.
           move xStatusMaster to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           if nApprovedCount > 0 or nRejectedCount > 0
               open output proposalFile,
               move xStatusProposals to xCurrentStatus,
               move "PriceProposals.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 310-write-proposal varying nPropSubscript from 1 by 1
                   until nPropSubscript > nPropCount,

               close proposalFile,
               move xStatusProposals to xCurrentStatus,
               move "PriceProposals.txt" to xCurrentFileName,
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

           move "FRUITS-26" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nPropCount to neAuditRecordsReadOut.
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

       310-write-proposal.
           move xProposalElement (nPropSubscript) to xProposalRecord.
           write xProposalRecord.
           move xStatusProposals to xCurrentStatus.
           move "PriceProposals.txt" to xCurrentFileName.
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
