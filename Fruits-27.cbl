       identification division.
       program-id. Fruits-27.

       environment division.
       input-output section.
       file-control.
           select InFile assign to "FixedFruits.txt"
               organization is indexed
               access mode is sequential
               record key is xFruitNameIn
               file status is xStatusInfile.
           select fruitCodes assign to "FruitCodes.txt"
               organization is line sequential
               file status is xStatusCodes.
           select outfile assign to "Fruits-27-output.txt" organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd InFile.
       01 xInput.
           05 xFruitNameIn     pic x(14).
           05 nFruitQtyIn      pic 9(3)v99.
           05 nItemPriceIn     pic 9v99.
           05 xCategoryIn      pic x(10).
           05 xSupplierIn      pic x(14).
           05 nReorderPoint    pic 9(3).
           05 xFruitUomIn      pic xx.

       fd fruitCodes.
       01 xCodeInput.
           05 xCodeValueIn     pic x(14).
           05 xCodeFruitIn     pic x(14).
           05 xCodeTypeIn      pic x.

       fd outfile.
       01 xOutput              pic x(80).

       fd auditFile.
       01 xAuditRecord         pic x(60).

       working-storage section.
       77 xStatusInfile        pic xx      value "00".
       77 xStatusCodes         pic xx      value "00".
       77 xStatusOutfile       pic xx      value "00".
       77 xStatusAudit         pic xx      value "00".
       77 xCurrentStatus       pic xx.
       77 xCurrentFileName     pic x(30).
       77 xInfileEofFlag       pic x       value "n".
       77 xCodesEofFlag        pic x       value "n".
       77 nFruitCount          pic 9(4)    value 0.
       77 nFruitSubscript      pic 9(4).
       77 nCodeCount           pic 9(4)    value 0.
       77 nCodeSubscript       pic 9(4).
       77 nOtherSubscript      pic 9(4).
       77 xFoundFlag           pic x       value "n".
       77 nNoCodeCount         pic 9(4)    value 0.
       77 nOrphanCount         pic 9(4)    value 0.
       77 nDuplicateCount      pic 9(4)    value 0.
       77 nExceptionCount      pic 9(4)    value 0.
       77 xRunDate             pic 9(8).
       77 xRunTimeRaw          pic 9(8).

       01 xFruitTable.
           05  xFruitElement occurs 1 to 2000 times
                   depending on nFruitCount.
               10 xFruitNameT      pic x(14).

       01 xCodeTable.
           05  xCodeElement occurs 1 to 2000 times
                   depending on nCodeCount.
               10 xCodeValueT      pic x(14).
               10 xCodeFruitT      pic x(14).
               10 xCodeTypeT       pic x.

       01 xReportHeading-1.
           05 filler           pic x(40)   value
               "*** Fruit Code Cross-Reference Check ***".
           05 filler           pic x(10)   value "Run date: ".
           05 neHeadingDate    pic 9999/99/99.

       01 xNoCodeHeading.
           05 filler           pic x(40)   value
               "Fruits with no PLU or UPC code".

       01 xOrphanHeading.
           05 filler           pic x(48)   value
               "Codes pointing at fruits not in the catalog".

       01 xDuplicateHeading.
           05 filler           pic x(48)   value
               "Codes assigned to more than one fruit".

       01 xColumnHeading.
           05 filler           pic x(4)    value spaces.
           05 filler           pic x(16)   value "CODE".
           05 filler           pic x(6)    value "TYPE".
           05 filler           pic x(14)   value "FRUIT".

       01 xNoCodeDetail.
           05 filler           pic x(4)    value spaces.
           05 xNoCodeFruitOut  pic x(14).

       01 xCodeDetail.
           05 filler           pic x(4)    value spaces.
           05 xCodeValueOut    pic x(14).
           05 filler           pic xx      value spaces.
           05 xCodeTypeOut     pic x(4).
           05 filler           pic xx      value spaces.
           05 xCodeFruitOut    pic x(14).

       01 xNoneDetail.
           05 filler           pic x(4)    value spaces.
           05 filler           pic x(6)    value "(none)".

       01 xFooter-1.
           05 filler           pic x(16)   value "Catalog fruits: ".
           05 neFootFruits     pic zzz9.
           05 filler           pic x(10)   value "   codes: ".
           05 neFootCodes      pic zzz9.
           05 filler           pic x(15)   value "   exceptions: ".
           05 neFootExceptions pic zzz9.

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
           perform 200-fruits-without-codes.
           perform 220-codes-without-fruits.
           perform 240-codes-on-several-fruits.
           perform 300-termination.

           if nExceptionCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           open input InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 110-load-fruit until xInfileEofFlag = "y".

           close InFile.
           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 900-check-status.

           open input fruitCodes.
           if xStatusCodes = "35"
               move "y" to xCodesEofFlag,
           else
               move xStatusCodes to xCurrentStatus,
               move "FruitCodes.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 120-load-code until xCodesEofFlag = "y",
               close fruitCodes,
           end-if.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to neHeadingDate.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

       110-load-fruit.
           read InFile next
               at end
                   move "y" to xInfileEofFlag,
               not at end
                   if nFruitCount < 2000
                       add 1 to nFruitCount,
                       move xFruitNameIn to xFruitNameT (nFruitCount),
                   end-if,
           end-read.

           move xStatusInfile to xCurrentStatus.
           move "FixedFruits.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-code.
           read fruitCodes
               at end
                   move "y" to xCodesEofFlag,
               not at end
                   if nCodeCount < 2000
                       add 1 to nCodeCount,
                       move xCodeValueIn to xCodeValueT (nCodeCount),
                       move xCodeFruitIn to xCodeFruitT (nCodeCount),
                       move xCodeTypeIn to xCodeTypeT (nCodeCount),
                   end-if,
           end-read.

           move xStatusCodes to xCurrentStatus.
           move "FruitCodes.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-fruits-without-codes.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xNoCodeHeading.
           write xOutput from xNoCodeHeading before advancing 1 line.

           perform 205-check-fruit
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount.

           if nNoCodeCount = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
           end-if.

       205-check-fruit.
           move "n" to xFoundFlag.
           perform 206-scan-code-for-fruit
               varying nCodeSubscript from 1 by 1
               until nCodeSubscript > nCodeCount
               or xFoundFlag = "y".

           if xFoundFlag = "n"
               add 1 to nNoCodeCount,
               add 1 to nExceptionCount,
               move xFruitNameT (nFruitSubscript) to xNoCodeFruitOut,
               display xNoCodeDetail,
               write xOutput from xNoCodeDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Fruits-27-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       206-scan-code-for-fruit.
           if xCodeFruitT (nCodeSubscript) = xFruitNameT (nFruitSubscript)
               move "y" to xFoundFlag,
           end-if.

       220-codes-without-fruits.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xOrphanHeading.
           write xOutput from xOrphanHeading before advancing 1 line.
           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.

           perform 225-check-code
               varying nCodeSubscript from 1 by 1
               until nCodeSubscript > nCodeCount.

           if nOrphanCount = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
           end-if.

       225-check-code.
           move "n" to xFoundFlag.
           perform 226-scan-fruit-for-code
               varying nFruitSubscript from 1 by 1
               until nFruitSubscript > nFruitCount
               or xFoundFlag = "y".

           if xFoundFlag = "n"
               add 1 to nOrphanCount,
               add 1 to nExceptionCount,
               perform 260-write-code-line,
           end-if.

       226-scan-fruit-for-code.
           if xFruitNameT (nFruitSubscript) = xCodeFruitT (nCodeSubscript)
               move "y" to xFoundFlag,
           end-if.

       240-codes-on-several-fruits.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xDuplicateHeading.
           write xOutput from xDuplicateHeading before advancing 1 line.
           display xColumnHeading.
           write xOutput from xColumnHeading before advancing 1 line.

           perform 245-check-duplicate
               varying nCodeSubscript from 1 by 1
               until nCodeSubscript > nCodeCount.

           if nDuplicateCount = 0
               display xNoneDetail,
               write xOutput from xNoneDetail before advancing 1 line,
           end-if.

       245-check-duplicate.
           move "n" to xFoundFlag.
           perform 246-scan-other-fruit
               varying nOtherSubscript from 1 by 1
               until nOtherSubscript > nCodeCount
               or xFoundFlag = "y".

           if xFoundFlag = "y"
               add 1 to nDuplicateCount,
               add 1 to nExceptionCount,
               perform 260-write-code-line,
           end-if.

       246-scan-other-fruit.
           if xCodeValueT (nOtherSubscript) = xCodeValueT (nCodeSubscript)
               and xCodeFruitT (nOtherSubscript)
                   not = xCodeFruitT (nCodeSubscript)
               move "y" to xFoundFlag,
           end-if.

       260-write-code-line.
           move xCodeValueT (nCodeSubscript) to xCodeValueOut.
           evaluate xCodeTypeT (nCodeSubscript)
               when "P"
                   move "PLU" to xCodeTypeOut
               when "U"
                   move "UPC" to xCodeTypeOut
               when other
                   move "?" to xCodeTypeOut
           end-evaluate.
           move xCodeFruitT (nCodeSubscript) to xCodeFruitOut.
           display xCodeDetail.
           write xOutput from xCodeDetail before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nFruitCount to neFootFruits.
           move nCodeCount to neFootCodes.
           move nExceptionCount to neFootExceptions.
           display " ".
           write xOutput from " " before advancing 1 line.
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-27-output.txt" to xCurrentFileName.
           perform 900-check-status.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "Fruits-27-output.txt" to xCurrentFileName.
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

           move "FRUITS-27" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nCodeCount to neAuditRecordsReadOut.
           move 0 to neAuditRecordsWrittenOut.
           move nExceptionCount to neAuditExceptionsOut.
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
