       identification division.
       program-id. Mask-01.

       environment division.
       input-output section.
       file-control.
           select seqSource assign dynamic xSeqSourceName
               organization is line sequential
               file status is xStatusSeqSource.
           select seqWork assign to "MaskWork.tmp"
               organization is line sequential
               file status is xStatusSeqWork.
           select customers assign to "Customers.txt"
               organization is indexed
               record key is xCustIdIn
               file status is xStatusCust.
           select markerFile assign to "TestEnvironment.txt"
               organization is line sequential
               file status is xStatusMarker.
           select outfile assign to "MaskCertificate.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd seqSource.
       01 xSeqSourceRecord             pic x(300).

       fd seqWork.
       01 xSeqWorkRecord               pic x(300).

       fd customers.
       01 xCustomer.
           05 xCustIdIn                pic x(8).
           05 xCustNameIn              pic x(20).
           05 xCustCreditFlagIn        pic x.
           05 nCustCreditLimitIn       pic 9(5)v99.
           05 xCustContactIn.
               10 xCustAddressIn       pic x(30).
               10 xCustCityIn          pic x(20).
               10 xCustZipIn           pic x(10).
               10 xCustPhoneIn         pic x(15).
               10 xCustEmailIn         pic x(40).
               10 xCustOptInIn         pic x.

       fd markerFile.
       01 xMarkerRecord                pic x(80).

       fd outfile.
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusSeqSource             pic xx      value "00".
       77 xStatusSeqWork               pic xx      value "00".
       77 xStatusCust                  pic xx      value "00".
       77 xStatusMarker                pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xSeqSourceName               pic x(30)   value spaces.
       77 xTestEnvironmentFlag         pic x       value "n".
       77 nFileSubscript               pic 99.
       77 nFileCount                   pic 99      value 16.
       77 xSourceEofFlag               pic x       value "n".
       77 nRecordCount                 pic 9(7)    value 0.
       77 nHashTotal                   pic 9(9)    value 0.
       77 nHashSubscript               pic 999.
       77 nHashLength                  pic 999     value 0.
       77 nAmountBefore                pic 9(9)v99 value 0.
       77 nAmountAfter                 pic 9(9)v99 value 0.
       77 nFilesMasked                 pic 99      value 0.
       77 nFilesAbsent                 pic 99      value 0.
       77 nRecordsMasked               pic 9(7)    value 0.
       77 nMaskKey                     pic 9(5)    value 0.
       77 nMaskFactor                  pic 9v99    value 1.
       77 nFactorWork                  pic 9(7)    value 0.
       77 nFactorQuotient              pic 9(7)    value 0.
       77 nFactorRemainder             pic 99      value 0.
       77 nNameQuotient                pic 9(5)    value 0.
       77 nLastSubscript               pic 99      value 1.
       77 nFirstSubscript              pic 99      value 1.
       77 neMaskKey                    pic 9(5).
       77 xMaskCustId                  pic x(8)    value spaces.
       77 nCustHash                    pic 9(5)    value 0.
       77 nCustSubscript               pic 99.
       77 nDepositCount                pic 9(6)    value 0.
       77 nDepositTotal                pic 9(9)v99 value 0.
       77 xTestPassword                pic x(20)   value "TESTPASS".
       77 nTestPassHash                pic 9(9)    value 0.
       77 nPassSubscript               pic 99.
       77 nPassLength                  pic 99      value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).
       77 nCheckAmount                 pic 9(5)v99 value 0.
       77 nRecordsMaskedHold           pic 9(7)    value 0.

       01 xMaskFileTable.
           05 filler pic x(24) value "Payroll.master.txt".
           05 filler pic x     value "M".
           05 filler pic x(60) value
               "names, pay rate, period salary, YTD and QTD gross".
           05 filler pic x(24) value "PayRateHistory.txt".
           05 filler pic x     value "R".
           05 filler pic x(60) value
               "pay rates".
           05 filler pic x(24) value "PayrollBank.txt".
           05 filler pic x     value "B".
           05 filler pic x(60) value
               "routing and account numbers".
           05 filler pic x(24) value "Garnishments.txt".
           05 filler pic x     value "G".
           05 filler pic x(60) value
               "agency, fixed order amount and balance".
           05 filler pic x(24) value "PayrollPins.txt".
           05 filler pic x     value "P".
           05 filler pic x(60) value
               "web PINs (set to employee number and 00)".
           05 filler pic x(24) value "EmpAddresses.txt".
           05 filler pic x     value "A".
           05 filler pic x(60) value
               "street and city".
           05 filler pic x(24) value "Payroll.transaction.txt".
           05 filler pic x     value "E".
           05 filler pic x(60) value
               "reimbursement amounts".
           05 filler pic x(24) value "DirectDeposit.txt".
           05 filler pic x     value "D".
           05 filler pic x(60) value
               "routing, account, amounts; trailer count and total".
           05 filler pic x(24) value "WebOperators.txt".
           05 filler pic x     value "W".
           05 filler pic x(60) value
               "password hashes (password set to TESTPASS)".
           05 filler pic x(24) value "Operators.txt".
           05 filler pic x     value "W".
           05 filler pic x(60) value
               "password hashes (password set to TESTPASS)".
           05 filler pic x(24) value "Orders.txt".
           05 filler pic x     value "O".
           05 filler pic x(60) value
               "delivery addresses".
           05 filler pic x(24) value "CheckRegister.txt".
           05 filler pic x     value "K".
           05 filler pic x(60) value
               "payee names, net and gross amounts".
           05 filler pic x(24) value "UnclaimedProperty.txt".
           05 filler pic x     value "U".
           05 filler pic x(60) value
               "payee names, amounts, street and city".
           05 filler pic x(24) value "PayrollChangeLog.txt".
           05 filler pic x     value "L".
           05 filler pic x(60) value
               "names, pay rate, salary and gross in before/after images".
           05 filler pic x(24) value "W4Pending.txt".
           05 filler pic x     value "F".
           05 filler pic x(60) value
               "decision reasons".
           05 filler pic x(24) value "Customers.txt".
           05 filler pic x     value "C".
           05 filler pic x(60) value
               "names, address, city, phone, e-mail, credit limit".
       01 xMaskFileTableR redefines xMaskFileTable.
           05 xMaskFileElement occurs 16 times.
               10 xMaskFileNameT        pic x(24).
               10 xMaskFileKindT        pic x.
               10 xMaskFileFieldsT      pic x(60).

       01 xLastNames.
           05 filler pic x(12) value "ABBOTT".
           05 filler pic x(12) value "BRENNAN".
           05 filler pic x(12) value "CARVER".
           05 filler pic x(12) value "DALTON".
           05 filler pic x(12) value "EASTWOOD".
           05 filler pic x(12) value "FLETCHER".
           05 filler pic x(12) value "GARRISON".
           05 filler pic x(12) value "HOLLOWAY".
           05 filler pic x(12) value "INGRAM".
           05 filler pic x(12) value "JARVIS".
           05 filler pic x(12) value "KENDRICK".
           05 filler pic x(12) value "LANGLEY".
           05 filler pic x(12) value "MERCER".
           05 filler pic x(12) value "NORWOOD".
           05 filler pic x(12) value "OSBORNE".
           05 filler pic x(12) value "PRESCOTT".
           05 filler pic x(12) value "QUINLAN".
           05 filler pic x(12) value "RADCLIFFE".
           05 filler pic x(12) value "SINCLAIR".
           05 filler pic x(12) value "THORNTON".
       01 xLastNamesR redefines xLastNames.
           05 xLastNameT occurs 20 times pic x(12).

       01 xFirstNames.
           05 filler pic x(12) value "ALICE".
           05 filler pic x(12) value "BRIAN".
           05 filler pic x(12) value "CAROL".
           05 filler pic x(12) value "DAVID".
           05 filler pic x(12) value "ELLEN".
           05 filler pic x(12) value "FRANK".
           05 filler pic x(12) value "GRACE".
           05 filler pic x(12) value "HENRY".
           05 filler pic x(12) value "IRENE".
           05 filler pic x(12) value "JAMES".
           05 filler pic x(12) value "KAREN".
           05 filler pic x(12) value "LARRY".
           05 filler pic x(12) value "MARTHA".
           05 filler pic x(12) value "NATHAN".
           05 filler pic x(12) value "OLIVIA".
           05 filler pic x(12) value "PETER".
           05 filler pic x(12) value "RACHEL".
           05 filler pic x(12) value "SAMUEL".
           05 filler pic x(12) value "TERESA".
           05 filler pic x(12) value "WALTER".
       01 xFirstNamesR redefines xFirstNames.
           05 xFirstNameT occurs 20 times pic x(12).

       01 xMaskRecord                  pic x(300).

       01 xMasterView redefines xMaskRecord.
           05 filler                   pic x.
           05 nMstEmpNum               pic 9999.
           05 xMstLastName             pic x(20).
           05 xMstFirstName            pic x(20).
           05 nMstPayRate              pic 999v99.
           05 nMstYtdGross             pic 9(7)v99.
           05 filler                   pic x(6).
           05 nMstPeriodSalary         pic 9(4)v99.
           05 nMstQtdGross             pic 9(7)v99.
           05 filler                   pic x(220).

       01 xRateHistoryView redefines xMaskRecord.
           05 nRhEmpNum                pic 9999.
           05 nRhEffDate               pic 9(8).
           05 nRhRate                  pic 999v99.
           05 filler                   pic x(283).

       01 xBankView redefines xMaskRecord.
           05 nBkEmpNum                pic 9999.
           05 nBkRouting               pic 9(9).
           05 xBkAccount               pic x(17).
           05 filler                   pic x(270).

       01 xGarnishView redefines xMaskRecord.
           05 nGnEmpNum                pic 9999.
           05 xGnOrderType             pic x(2).
           05 nGnPriority              pic 9.
           05 xGnMethod                pic x.
           05 nGnAmount                pic 9(5)v99.
           05 nGnBalance               pic 9(7)v99.
           05 xGnAgency                pic x(20).
           05 filler                   pic x(256).

       01 xPinView redefines xMaskRecord.
           05 nPnEmpNum                pic 9999.
           05 xPnValue                 pic x(6).
           05 filler                   pic x(290).

       01 xAddressView redefines xMaskRecord.
           05 nAdEmpNum                pic 9999.
           05 xAdStreet                pic x(30).
           05 xAdCity                  pic x(20).
           05 filler                   pic x(246).

       01 xReimbView redefines xMaskRecord.
           05 xTrRecordType            pic x.
           05 nTrEmpNum                pic 9999.
           05 xTrCategory              pic x(4).
           05 nTrAmount                pic 9(5)v99.
           05 filler                   pic x(284).

       01 xDepositView redefines xMaskRecord.
           05 xDpRecordType            pic x.
           05 nDpEmpNum                pic 9999.
           05 nDpRouting               pic 9(9).
           05 xDpAccount               pic x(17).
           05 nDpAmount                pic 9(7)v99.
           05 filler                   pic x(260).

       01 xDepositTrailerView redefines xMaskRecord.
           05 xDtRecordType            pic x.
           05 nDtCount                 pic 9(6).
           05 nDtTotal                 pic 9(9)v99.
           05 filler                   pic x(282).

       01 xOperatorView redefines xMaskRecord.
           05 xOpId                    pic x(8).
           05 nOpPassHash              pic 9(9).
           05 filler                   pic x(283).

       01 xOrderView redefines xMaskRecord.
           05 filler                   pic x(20).
           05 xOrCust                  pic x(8).
           05 filler                   pic x(23).
           05 xOrAddress               pic x(30).
           05 filler                   pic x(219).

       01 xCheckRegView redefines xMaskRecord.
           05 xCkNum                   pic x(6).
           05 filler                   pic x(3).
           05 xCkDate                  pic x(10).
           05 filler                   pic xx.
           05 xCkEmp                   pic x(4).
           05 filler                   pic x(4).
           05 xCkName                  pic x(34).
           05 filler                   pic xx.
           05 xCkNet                   pic x(8).
           05 neCkNet redefines xCkNet pic zzzz9.99.
           05 filler                   pic xx.
           05 xCkGross                 pic x(8).
           05 neCkGross redefines xCkGross pic zzzz9.99.
           05 filler                   pic x(217).

       01 xUnclaimedView redefines xMaskRecord.
           05 filler                   pic x(14).
           05 nUpEmpNum                pic 9999.
           05 xUpName                  pic x(34).
           05 nUpAmount                pic 9(6)v99.
           05 filler                   pic x(12).
           05 xUpStreet                pic x(30).
           05 xUpCity                  pic x(20).
           05 filler                   pic x(178).

       01 xChangeLogView redefines xMaskRecord.
           05 filler                   pic x(27).
           05 nClEmpNum                pic 9999.
           05 filler                   pic x(269).

       01 xW4View redefines xMaskRecord.
           05 filler                   pic x(44).
           05 xW4Reason                pic x(30).
           05 filler                   pic x(226).

       01 xChangeLogHold.
           05 filler                   pic x(32).
           05 xClBeforeImage           pic x(120).
           05 filler                   pic x.
           05 xClAfterImage            pic x(120).
           05 filler                   pic x(27).

       01 xCertHeading-1.
           05 filler                   pic x(38)   value
               "*** Test data masking certificate for ".
           05 neHeadingDateOut         pic 9999/99/99.
           05 filler                   pic x(4)    value " ***".

       01 xCertHeading-2.
           05 filler                   pic x(60)   value
               "Files below were masked in place in this test directory.".

       01 xCertColumns.
           05 filler                   pic x(24)   value "File".
           05 filler                   pic x(7)    value "Records".
           05 filler                   pic x(17)   value "   Amounts before".
           05 filler                   pic x(17)   value "    Amounts after".
           05 filler                   pic x(11)   value " Hash total".

       01 xCertDetail.
           05 xCertFileOut             pic x(24).
           05 neCertRecordsOut         pic z(6)9.
           05 filler                   pic xx      value spaces.
           05 neCertBeforeOut          pic z(11)9.99.
           05 filler                   pic xx      value spaces.
           05 neCertAfterOut           pic z(11)9.99.
           05 filler                   pic xx      value spaces.
           05 neCertHashOut            pic 9(9).

       01 xCertFields.
           05 filler                   pic x(10)   value "  Masked: ".
           05 xCertFieldsOut           pic x(60).

       01 xCertAbsent.
           05 xCertAbsentFileOut       pic x(24).
           05 filler                   pic x(30)   value
               "not present - nothing masked".

       01 xCertFooter.
           05 neFooterFilesOut         pic z9.
           05 filler                   pic x(14)   value " file(s) and".
           05 neFooterRecordsOut       pic z(6)9.
           05 filler                   pic x(20)   value " record(s) masked,".
           05 neFooterAbsentOut        pic z9.
           05 filler                   pic x(20)   value " file(s) not present".

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

           if xTestEnvironmentFlag = "n"
               display "*** TestEnvironment.txt not found - test data",
                   " is only masked inside a test directory. ***",
               move 8 to return-code,
               stop run,
           end-if.

           perform 200-mask-set.
           perform 300-termination.
           move 0 to return-code.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.

           display " ".
           display "*** Test data masking ***".

           open input markerFile.
           if xStatusMarker = "00"
               move "y" to xTestEnvironmentFlag,
               close markerFile,
           end-if.

           if xTestEnvironmentFlag = "y"
               perform 150-hash-test-password,

               open output outfile,
               move xStatusOutfile to xCurrentStatus,
               move "MaskCertificate.txt" to xCurrentFileName,
               perform 900-check-status,

               move xRunDate to neHeadingDateOut,
               display xCertHeading-1,
               write xOutput from xCertHeading-1 before advancing 1 line,
               perform 229-check-write,
               display xCertHeading-2,
               write xOutput from xCertHeading-2 before advancing 2 lines,
               perform 229-check-write,
               display xCertColumns,
               write xOutput from xCertColumns before advancing 1 line,
               perform 229-check-write,
           end-if.

       150-hash-test-password.
           move 0 to nTestPassHash.
           move function length(function trim(xTestPassword))
               to nPassLength.

           perform 151-hash-password-char
               varying nPassSubscript from 1 by 1
               until nPassSubscript > nPassLength.

       151-hash-password-char.
           compute nTestPassHash =
               function mod (nTestPassHash * 31
                   + function ord (xTestPassword (nPassSubscript:1)),
                   999999937).

       160-hash-record.
           move function length(function trim(xSeqSourceRecord))
               to nHashLength.

           perform 161-hash-one-char
               varying nHashSubscript from 1 by 1
               until nHashSubscript > nHashLength.

       161-hash-one-char.
           compute nHashTotal = function mod (nHashTotal * 17
               + function ord (xSeqSourceRecord (nHashSubscript:1)),
               999999937).

       170-set-employee.
           multiply nMaskKey by 13 giving nFactorWork.
           divide nFactorWork by 21
               giving nFactorQuotient remainder nFactorRemainder.
           compute nMaskFactor = (90 + nFactorRemainder) / 100.

           divide nMaskKey by 20
               giving nNameQuotient remainder nLastSubscript.
           compute nNameQuotient = nNameQuotient + nLastSubscript * 7.
           divide nNameQuotient by 20
               giving nNameQuotient remainder nFirstSubscript.
           add 1 to nLastSubscript.
           add 1 to nFirstSubscript.

       175-set-customer.
           move 0 to nCustHash.
           perform 176-hash-cust-char
               varying nCustSubscript from 1 by 1
               until nCustSubscript > 8.
           move nCustHash to nMaskKey.
           perform 170-set-employee.

       176-hash-cust-char.
           compute nCustHash = function mod (nCustHash * 31
               + function ord (xMaskCustId (nCustSubscript:1)),
               99991).

       200-mask-set.
           perform 210-mask-seq-file
               varying nFileSubscript from 1 by 1
               until nFileSubscript = nFileCount.

           perform 240-mask-customers.

           move nFilesMasked to neFooterFilesOut.
           move nRecordsMasked to neFooterRecordsOut.
           move nFilesAbsent to neFooterAbsentOut.
           display " ".
           display xCertFooter.
           write xOutput from xCertFooter after advancing 2 lines.
           perform 229-check-write.

       210-mask-seq-file.
           move xMaskFileNameT (nFileSubscript) to xSeqSourceName.
           move 0 to nRecordCount.
           move 0 to nHashTotal.
           move 0 to nAmountBefore.
           move 0 to nAmountAfter.
           move 0 to nDepositCount.
           move 0 to nDepositTotal.
           move "n" to xSourceEofFlag.

           open input seqSource.

           if xStatusSeqSource = "35"
               perform 251-certificate-absent,
           else
               move xStatusSeqSource to xCurrentStatus,
               move xSeqSourceName to xCurrentFileName,
               perform 900-check-status,

               open output seqWork,
               move xStatusSeqWork to xCurrentStatus,
               move "MaskWork.tmp" to xCurrentFileName,
               perform 900-check-status,

               perform 211-mask-record until xSourceEofFlag = "y",

               close seqWork,
               close seqSource,

               perform 215-copy-back,
               perform 250-certificate-line,
           end-if.

       211-mask-record.
           read seqSource
               at end
                   move "y" to xSourceEofFlag,
               not at end
                   add 1 to nRecordCount,
                   move xSeqSourceRecord to xMaskRecord,
                   perform 220-mask-fields,
                   write xSeqWorkRecord from xMaskRecord,
                   move xStatusSeqWork to xCurrentStatus,
                   move "MaskWork.tmp" to xCurrentFileName,
                   perform 900-check-status,
           end-read.

           move xStatusSeqSource to xCurrentStatus.
           move xSeqSourceName to xCurrentFileName.
           perform 901-check-read-status.

       215-copy-back.
           open input seqWork.
           move xStatusSeqWork to xCurrentStatus.
           move "MaskWork.tmp" to xCurrentFileName.
           perform 900-check-status.

           open output seqSource.
           move xStatusSeqSource to xCurrentStatus.
           move xSeqSourceName to xCurrentFileName.
           perform 900-check-status.

           move "n" to xSourceEofFlag.
           perform 216-copy-back-record until xSourceEofFlag = "y".

           close seqSource.
           close seqWork.

       216-copy-back-record.
           read seqWork
               at end
                   move "y" to xSourceEofFlag,
               not at end
                   move xSeqWorkRecord to xSeqSourceRecord,
                   perform 160-hash-record,
                   write xSeqSourceRecord,
                   move xStatusSeqSource to xCurrentStatus,
                   move xSeqSourceName to xCurrentFileName,
                   perform 900-check-status,
           end-read.

       220-mask-fields.
           evaluate xMaskFileKindT (nFileSubscript)
               when "M"
                   perform 221-mask-master
               when "R"
                   perform 222-mask-rate-history
               when "B"
                   perform 223-mask-bank
               when "G"
                   perform 224-mask-garnishment
               when "P"
                   perform 225-mask-pin
               when "A"
                   perform 226-mask-address
               when "E"
                   perform 227-mask-reimbursement
               when "D"
                   perform 228-mask-deposit
               when "W"
                   perform 231-mask-operator
               when "O"
                   perform 232-mask-order
               when "K"
                   perform 233-mask-check-register
               when "U"
                   perform 234-mask-unclaimed
               when "L"
                   perform 235-mask-change-log
               when "F"
                   perform 236-mask-w4-request
           end-evaluate.

       221-mask-master.
           if nMstEmpNum is numeric
               move nMstEmpNum to nMaskKey,
               perform 170-set-employee,
               move xLastNameT (nLastSubscript) to xMstLastName,
               move xFirstNameT (nFirstSubscript) to xMstFirstName,
               if nMstPayRate is numeric
                   add nMstPayRate to nAmountBefore,
                   compute nMstPayRate rounded = nMstPayRate * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nMstPayRate to nAmountAfter,
               end-if,
               if nMstYtdGross is numeric
                   add nMstYtdGross to nAmountBefore,
                   compute nMstYtdGross rounded = nMstYtdGross * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nMstYtdGross to nAmountAfter,
               end-if,
               if nMstPeriodSalary is numeric
                   add nMstPeriodSalary to nAmountBefore,
                   compute nMstPeriodSalary rounded =
                       nMstPeriodSalary * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nMstPeriodSalary to nAmountAfter,
               end-if,
               if nMstQtdGross is numeric
                   add nMstQtdGross to nAmountBefore,
                   compute nMstQtdGross rounded = nMstQtdGross * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nMstQtdGross to nAmountAfter,
               end-if,
               add 1 to nRecordsMasked,
           end-if.

       222-mask-rate-history.
           if nRhEmpNum is numeric and nRhRate is numeric
               move nRhEmpNum to nMaskKey,
               perform 170-set-employee,
               add nRhRate to nAmountBefore,
               compute nRhRate rounded = nRhRate * nMaskFactor
                   on size error
                       continue
               end-compute,
               add nRhRate to nAmountAfter,
               add 1 to nRecordsMasked,
           end-if.

       223-mask-bank.
           if nBkEmpNum is numeric
               move 011000015 to nBkRouting,
               move nBkEmpNum to neMaskKey,
               move spaces to xBkAccount,
               string "TEST" neMaskKey delimited by size into xBkAccount,
               add 1 to nRecordsMasked,
           end-if.

       224-mask-garnishment.
           if nGnEmpNum is numeric
               move nGnEmpNum to nMaskKey,
               perform 170-set-employee,
               move "TEST AGENCY" to xGnAgency,
               if xGnMethod not = "P" and nGnAmount is numeric
                   add nGnAmount to nAmountBefore,
                   compute nGnAmount rounded = nGnAmount * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nGnAmount to nAmountAfter,
               end-if,
               if nGnBalance is numeric
                   add nGnBalance to nAmountBefore,
                   compute nGnBalance rounded = nGnBalance * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nGnBalance to nAmountAfter,
               end-if,
               add 1 to nRecordsMasked,
           end-if.

       225-mask-pin.
           if nPnEmpNum is numeric
               move spaces to xPnValue,
               string nPnEmpNum "00" delimited by size into xPnValue,
               add 1 to nRecordsMasked,
           end-if.

       226-mask-address.
           if nAdEmpNum is numeric
               move spaces to xAdStreet,
               string nAdEmpNum " TEST STREET" delimited by size
                   into xAdStreet,
               move "TESTVILLE" to xAdCity,
               add 1 to nRecordsMasked,
           end-if.

       227-mask-reimbursement.
           if xTrRecordType = "E" and nTrEmpNum is numeric
               and nTrAmount is numeric
               move nTrEmpNum to nMaskKey,
               perform 170-set-employee,
               add nTrAmount to nAmountBefore,
               compute nTrAmount rounded = nTrAmount * nMaskFactor
                   on size error
                       continue
               end-compute,
               add nTrAmount to nAmountAfter,
               add 1 to nRecordsMasked,
           end-if.

       228-mask-deposit.
           evaluate xDpRecordType
               when "D"
                   if nDpEmpNum is numeric and nDpAmount is numeric
                       move nDpEmpNum to nMaskKey,
                       perform 170-set-employee,
                       move 011000015 to nDpRouting,
                       move nDpEmpNum to neMaskKey,
                       move spaces to xDpAccount,
                       string "TEST" neMaskKey delimited by size
                           into xDpAccount,
                       add nDpAmount to nAmountBefore,
                       compute nDpAmount rounded = nDpAmount * nMaskFactor
                           on size error
                               continue
                       end-compute,
                       add nDpAmount to nAmountAfter,
                       add 1 to nDepositCount,
                       add nDpAmount to nDepositTotal,
                       add 1 to nRecordsMasked,
                   end-if
               when "T"
                   move nDepositCount to nDtCount,
                   move nDepositTotal to nDtTotal,
                   add 1 to nRecordsMasked
           end-evaluate.

       231-mask-operator.
           if xOpId not = spaces
               move nTestPassHash to nOpPassHash,
               add 1 to nRecordsMasked,
           end-if.

       232-mask-order.
           if xOrAddress not = spaces
               move xOrCust to xMaskCustId,
               perform 175-set-customer,
               move nCustHash to neMaskKey,
               move spaces to xOrAddress,
               string neMaskKey " TEST AVENUE" delimited by size
                   into xOrAddress,
               add 1 to nRecordsMasked,
           end-if.

       233-mask-check-register.
           if xCkNum is numeric and xCkEmp not = spaces
               move function numval (xCkEmp) to nMaskKey,
               perform 170-set-employee,
               move spaces to xCkName,
               string function trim(xLastNameT (nLastSubscript)) ", "
                   function trim(xFirstNameT (nFirstSubscript))
                   delimited by size into xCkName,
               if xCkNet not = spaces
                   move function numval (xCkNet) to nCheckAmount,
                   add nCheckAmount to nAmountBefore,
                   compute nCheckAmount rounded = nCheckAmount * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   move nCheckAmount to neCkNet,
                   add nCheckAmount to nAmountAfter,
               end-if,
               if xCkGross not = spaces
                   move function numval (xCkGross) to nCheckAmount,
                   add nCheckAmount to nAmountBefore,
                   compute nCheckAmount rounded = nCheckAmount * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   move nCheckAmount to neCkGross,
                   add nCheckAmount to nAmountAfter,
               end-if,
               add 1 to nRecordsMasked,
           end-if.

       234-mask-unclaimed.
           if nUpEmpNum is numeric
               move nUpEmpNum to nMaskKey,
               perform 170-set-employee,
               move spaces to xUpName,
               string function trim(xLastNameT (nLastSubscript)) ", "
                   function trim(xFirstNameT (nFirstSubscript))
                   delimited by size into xUpName,
               if nUpAmount is numeric
                   add nUpAmount to nAmountBefore,
                   compute nUpAmount rounded = nUpAmount * nMaskFactor
                       on size error
                           continue
                   end-compute,
                   add nUpAmount to nAmountAfter,
               end-if,
               move spaces to xUpStreet,
               string nUpEmpNum " TEST STREET" delimited by size
                   into xUpStreet,
               move "TESTVILLE" to xUpCity,
               add 1 to nRecordsMasked,
           end-if.

       235-mask-change-log.
           if nClEmpNum is numeric
               move nRecordsMasked to nRecordsMaskedHold,
               move xMaskRecord to xChangeLogHold,
               if xClBeforeImage not = spaces
                   move spaces to xMaskRecord,
                   move xClBeforeImage to xMaskRecord,
                   perform 221-mask-master,
                   move xMaskRecord to xClBeforeImage,
               end-if,
               if xClAfterImage not = spaces
                   move spaces to xMaskRecord,
                   move xClAfterImage to xMaskRecord,
                   perform 221-mask-master,
                   move xMaskRecord to xClAfterImage,
               end-if,
               move xChangeLogHold to xMaskRecord,
               compute nRecordsMasked = nRecordsMaskedHold + 1,
           end-if.

       236-mask-w4-request.
           if xW4Reason not = spaces
               move "TEST REASON" to xW4Reason,
               add 1 to nRecordsMasked,
           end-if.

       240-mask-customers.
           move nFileCount to nFileSubscript.
           move xMaskFileNameT (nFileSubscript) to xSeqSourceName.
           move 0 to nRecordCount.
           move 0 to nHashTotal.
           move 0 to nAmountBefore.
           move 0 to nAmountAfter.
           move "n" to xSourceEofFlag.

           open i-o customers.

           if xStatusCust = "35"
               perform 251-certificate-absent,
           else
               move xStatusCust to xCurrentStatus,
               move "Customers.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 242-mask-cust-record until xSourceEofFlag = "y",

               close customers,
               move xStatusCust to xCurrentStatus,
               move "Customers.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 250-certificate-line,
           end-if.

       242-mask-cust-record.
           read customers next
               at end
                   move "y" to xSourceEofFlag,
               not at end
                   add 1 to nRecordCount,
                   move xCustIdIn to xMaskCustId,
                   perform 175-set-customer,
                   move spaces to xCustNameIn,
                   string function trim(xFirstNameT (nFirstSubscript))
                       " " function trim(xLastNameT (nLastSubscript))
                       delimited by size into xCustNameIn,
                   move nCustHash to neMaskKey,
                   move spaces to xCustAddressIn,
                   string neMaskKey " TEST AVENUE" delimited by size
                       into xCustAddressIn,
                   move "TESTVILLE" to xCustCityIn,
                   move spaces to xCustPhoneIn,
                   string "555-0" neMaskKey (3:3) delimited by size
                       into xCustPhoneIn,
                   move spaces to xCustEmailIn,
                   string function trim(xCustIdIn) "@example.test"
                       delimited by size into xCustEmailIn,
                   if nCustCreditLimitIn is numeric
                       add nCustCreditLimitIn to nAmountBefore,
                       compute nCustCreditLimitIn rounded =
                           nCustCreditLimitIn * nMaskFactor
                           on size error
                               continue
                       end-compute,
                       add nCustCreditLimitIn to nAmountAfter,
                   end-if,
                   rewrite xCustomer,
                   move xStatusCust to xCurrentStatus,
                   move "Customers.txt" to xCurrentFileName,
                   perform 900-check-status,
                   move spaces to xSeqSourceRecord,
                   move xCustomer to xSeqSourceRecord,
                   perform 160-hash-record,
                   add 1 to nRecordsMasked,
           end-read.

           move xStatusCust to xCurrentStatus.
           move "Customers.txt" to xCurrentFileName.
           perform 901-check-read-status.

       250-certificate-line.
           move xMaskFileNameT (nFileSubscript) to xCertFileOut.
           move nRecordCount to neCertRecordsOut.
           move nAmountBefore to neCertBeforeOut.
           move nAmountAfter to neCertAfterOut.
           move nHashTotal to neCertHashOut.
           display xCertDetail.
           write xOutput from xCertDetail before advancing 1 line.
           perform 229-check-write.

           move xMaskFileFieldsT (nFileSubscript) to xCertFieldsOut.
           display xCertFields.
           write xOutput from xCertFields before advancing 1 line.
           perform 229-check-write.

           add 1 to nFilesMasked.

       251-certificate-absent.
           move xMaskFileNameT (nFileSubscript) to xCertAbsentFileOut.
           display xCertAbsent.
           write xOutput from xCertAbsent before advancing 1 line.
           perform 229-check-write.

           add 1 to nFilesAbsent.

       229-check-write.
           move xStatusOutfile to xCurrentStatus.
           move "MaskCertificate.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "MaskCertificate.txt" to xCurrentFileName.
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

           move "MASK-01" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nFilesMasked to neAuditRecordsReadOut.
           move nRecordsMasked to neAuditRecordsWrittenOut.
           move nFilesAbsent to neAuditExceptionsOut.
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
