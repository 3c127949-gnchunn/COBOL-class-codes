               file status is xStatusAuth.
           select deductFile assign to "DeductMaster.txt" organization is line sequential
               file status is xStatusDeduct.
           select benefitPlanFile assign to "BenefitPlans.txt" organization is line sequential
               file status is xStatusBenPlan.
           select enrollFile assign to "BenefitEnroll.txt" organization is line sequential
               file status is xStatusEnroll.
           select benefitDedFile assign to "BenefitDeductions.txt" organization is line sequential
               file status is xStatusBenDed.
           select jobWageFile assign to "JobCodeWages.txt" organization is line sequential
               file status is xStatusJobWage.
           select taxTableFile assign to "TaxTable.txt" organization is line sequential
               file status is xStatusTaxTable.
           select garnishFile assign to "Garnishments.txt" organization is line sequential
               file status is xStatusGarnish.
           select garnRegister assign to "GarnishRegister.txt" organization is line sequential
               file status is xStatusGarnReg.
           select empChargeFile assign to "EmployeeCharges.txt" organization is line sequential
               file status is xStatusEmpCharge.
           select empChargeRegister assign to "EmpChargeRegister.txt" organization is line sequential
               file status is xStatusEchgReg.
           select finalPayRegister assign to "FinalPayRegister.txt" organization is line sequential
               file status is xStatusFinalReg.
           select adviceFile assign to "PayAdvices.txt" organization is line sequential
               file status is xStatusAdvice.
           select checkRegister assign to "CheckRegister.txt" organization is line sequential
               file status is xStatusRateHistory.
           select suspenseFile assign to "PayrollSuspense.txt" organization is line sequential
               file status is xStatusSuspense.
           select trimWorkFile assign to "PayrollTrim.tmp" organization is line sequential
               file status is xStatusTrimWork.
           select yearEndFile assign to "PayrollYearEnd.txt" organization is line sequential
               file status is xStatusYearEnd.
           select promoteFlag assign to "PayrollPromoteFlag.txt" organization is line sequential
               file status is xStatusApproval.
           select checkpointFile assign to "PayrollCheckpoint.txt" organization is line sequential
               file status is xStatusCheckpoint.
           select shiftDiffFile assign to "ShiftDifferentials.txt" organization is line sequential
               file status is xStatusShiftDiff.
           select calendarFile assign to "RunCalendar.txt" organization is line sequential
               file status is xStatusCalendar.
           select taxLiabilityFile assign to "TaxLiability.txt" organization is line sequential
               file status is xStatusTaxLiab.
           select cashEnvelopeFile assign to "CashEnvelopes.txt" organization is line sequential
               file status is xStatusEnvelope.

       data division.
       file section.
           05   nPayPeriodEnding          pic 9(8).
           05   xJobCodeIn                pic x(4).
           05   xChargeDeptIn             pic x.
           05   xShiftCodeIn              pic x.
           05   nHolidayHoursIn           pic 99.

       01 xInputVoid redefines xInput.
           05   xVoidRecordType           pic x.
           05   nVoidEmpNumIn             pic 9999.
           05   nVoidCheckNumIn           pic 9(6).
           05   filler                    pic x(12).

       01 xInputTrailer redefines xInput.
           05   xTrailerRecordType        pic x.
           05   nExpectedRecordCount      pic 999.
           05   filler                    pic x(4).
           05   nExpectedTotalHours       pic 9(8).
           05   filler                    pic x(8).

       01 xInputReimb redefines xInput.
           05   xReimbRecordType          pic x.
           05   nReimbEmpNumIn            pic 9999.
           05   xReimbCategoryIn          pic x(4).
           05   nReimbAmountIn            pic 9(5)v99.
           05   filler                    pic x(8).

       fd masterfile.
       01 xMaster.
           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd masterPromote.
       01 xMasterPromote                  pic x(121).

       sd  sortTransWork.
       01  xSortTransWork.
           05   xSortJobCode              pic x(4).
           05   xSortChargeDept           pic x.
           05   xSortTransType            pic x.
           05   xSortShift                pic x.
           05   nSortHolidayHrs           pic 99.

       fd sortedTrans.
       01 xSortedTrans.
           05   xSortedJobCode            pic x(4).
           05   xSortedChargeDept         pic x.
           05   xSortedTransType          pic x.
           05   xSortedShift              pic x.
           05   nSortedHolidayHrs         pic 99.

       sd  sortMasterWork.
       01  xSortMasterWork.
           05   xSortEmpStatus            pic x.
           05   nSortHireDate             pic 9(8).
           05   nSortTermDate             pic 9(8).
           05   xSortPayMethod            pic x.

       fd sortedMaster.
       01 xSortedMaster.
           05   xSortedEmpStatus          pic x.
           05   nSortedHireDate           pic 9(8).
           05   nSortedTermDate           pic 9(8).
           05   xSortedPayMethod          pic x.

       fd outfile.
       01 xOutput                         pic x(150).
           05   nInsuranceIn              pic 9999v99.
           05   nOtherIn                  pic 9999v99.

       fd benefitPlanFile.
       01 xBenPlanInput.
           05   xPlanCodeIn               pic x(4).
           05   xPlanNameIn               pic x(20).
           05   nPlanEmpCostIn            pic 9(4)v99.
           05   nPlanErCostIn             pic 9(4)v99.
           05   xPlanPreTaxIn             pic x.

       fd enrollFile.
       01 xEnrollInput.
           05   nEnrEmpNumIn              pic 9999.
           05   xEnrPlanCodeIn            pic x(4).
           05   nEnrEffDateIn             pic 9(8).
           05   nEnrEndDateIn             pic 9(8).

       fd benefitDedFile.
       01 xBenDedOutput.
           05   nBdedRunDateOut           pic 9(8).
           05   nBdedPeriodOut            pic 9(8).
           05   nBdedEmpNumOut            pic 9999.
           05   nBdedCheckNumOut          pic 9(6).
           05   xBdedPlanCodeOut          pic x(4).
           05   nBdedEmpAmtOut            pic 9(5)v99.
           05   nBdedErAmtOut             pic 9(5)v99.

       fd jobWageFile.
       01 xJobWageOutput.
           05   nJwRunDateOut             pic 9(8).
           05   nJwPeriodOut              pic 9(8).
           05   nJwEmpNumOut              pic 9999.
           05   nJwCheckNumOut            pic 9(6).
           05   xJwJobCodeOut             pic x(4).
           05   nJwHoursOut               pic 999.
           05   nJwWagesOut               pic 9(6)v99.
           05   nJwOTPremOut              pic 9(5)v99.

       fd taxTableFile.
       01 xTaxTableInput.
           05   xTaxJurisIn               pic x.
       fd garnRegister.
       01 xGarnRegRecord                  pic x(90).

       fd empChargeFile.
       01 xEmpChargeInput.
           05   nEchgOrderNumIn           pic 9(6).
           05   nEchgEmpNumIn             pic 9999.
           05   nEchgDateIn               pic 9(8).
           05   nEchgAmountIn             pic 9(5)v99.
           05   xEchgLocIn                pic x(3).
           05   xEchgStatusIn             pic x.
           05   nEchgRecovDateIn          pic 9(8).
           05   nEchgCheckNumIn           pic 9(6).

       fd empChargeRegister.
       01 xEchgRegRecord                  pic x(60).

       fd finalPayRegister.
       01 xFinalRegRecord                 pic x(90).

       fd bankDetailFile.
       01 xBankDetailInput.
           05   nEmpNumBank               pic 9999.
       01 xPromoteFlagInput.
           05   xPromoteFlagState         pic x.

       fd trimWorkFile.
       01 xTrimWorkRecord                 pic x(48).

       fd suspenseFile.
       01 xSuspenseOutput.
           05   xSuspenseReason           pic x(2).
           05   nSuspensePeriod           pic 9(8).
           05   xSuspenseJobCode          pic x(4).
           05   xSuspenseTransType        pic x.
           05   xSuspenseShift            pic x.
           05   nSuspenseHolidayHrs       pic 99.

       fd controlFile.
       01 xControlInput.
           05   nCkptGrossIn           pic 9(9)v99.
           05   nCkptNetIn             pic 9(9)v99.
           05   nCkptSuspStartIn       pic 9(5).
           05   nCkptBenDedStartIn     pic 9(7).
           05   nCkptJobWageStartIn    pic 9(7).

       fd shiftDiffFile.
       01 xShiftDiffInput.
           05   xShiftCodeDiffIn       pic x.
           05   nShiftRateDiffIn       pic 9v99.

       fd calendarFile.
       01 xCalendarInput.
           05   nCalDateIn             pic 9(8).
           05   xCalCycleIn            pic x(14).
           05   xCalHolidayIn          pic x.

       fd taxLiabilityFile.
       01 xTaxLiabilityOutput.
           05   nTaxLiabCheckDateOut   pic 9(8).
           05   xTaxLiabTypeOut        pic x(4).
           05   nTaxLiabAmountOut      pic 9(7)v99.

       fd cashEnvelopeFile.
       01 xEnvelopeRecord                 pic x(80).

       fd approvalFile.
       01 xApprovalInput.
       77 nGarnPass                        pic 99      value 0.
       77 nTotalGarnished                  pic 9(7)v99 value 0.
       77 xGarnSkipFlag                    pic x       value "n".
       77 xStatusEmpCharge                 pic xx      value "00".
       77 xStatusEchgReg                   pic xx      value "00".
       77 xEchgEofFlag                     pic x       value "n".
       77 xEchgFileFlag                    pic x       value "n".
       77 nEchgLoadSubscript               pic 9999    value 0.
       77 nEchgSearchSubscript             pic 9999.
       77 nEmpChargeDed                    pic 9(5)v99 value 0.
       77 nTotalEmpCharges                 pic 9(7)v99 value 0.
       77 nReimbLoadSubscript              pic 9999    value 0.
       77 nReimbSearchSubscript            pic 9999.
       77 nReimbPay                        pic 9(5)v99 value 0.
       77 nTotalReimbursed                 pic 9(7)v99 value 0.
       77 nReimbUnpaidCount                pic 999     value 0.
       77 nGroupReimb                      pic 9(6)v99 value 0.
       77 xStatusFinalReg                  pic xx      value "00".
       77 xFinalPayFlag                    pic x       value "n".
       77 nFinalPayCount                   pic 999     value 0.
       77 nTotalLeavePayout                pic 9(7)v99 value 0.
       77 xLeavePaidFlag                   pic x       value "n".
       77 xFinalCheckFlag                  pic x       value "n".
       77 nFinalCheckNum                   pic 9(6)    value 0.
       77 nLeavePayHours                   pic 999v99  value 0.
       77 nGroupLeavePay                   pic 9(6)v99 value 0.
       77 xStatusBenPlan                   pic xx      value "00".
       77 xStatusEnroll                    pic xx      value "00".
       77 xStatusBenDed                    pic xx      value "00".
       77 xPlanEofFlag                     pic x       value "n".
       77 xEnrEofFlag                      pic x       value "n".
       77 nPlanLoadSubscript               pic 99      value 0.
       77 nPlanSearchSubscript             pic 99.
       77 nPlanFoundSubscript              pic 99      value 0.
       77 xPlanFoundFlag                   pic x       value "n".
       77 nEnrLoadSubscript                pic 9999    value 0.
       77 nEnrSearchSubscript              pic 9999.
       77 xStatusJobWage                   pic xx      value "00".
       77 nCurJobCount                     pic 99      value 0.
       77 nJobSubscript                    pic 99.
       77 xJobFoundFlag                    pic x       value "n".
       77 nPreTaxDed                       pic 9(5)v99 value 0.
       77 nPostTaxBenefit                  pic 9(5)v99 value 0.
       77 nCheckPreTaxSoFar                pic 9(6)v99 value 0.
       77 nBenefitDed                      pic 9(5)v99 value 0.
       77 nGroupBenefit                    pic 9(6)v99 value 0.
       77 nBenDedWritten                   pic 9(5)    value 0.
       77 nCheckRegCount                   pic 9999    value 0.
       77 nCheckRegSubscript               pic 9999.
       77 xCheckRegEofFlag                 pic x       value "n".
       77 nGroupGross                      pic 9(6)v99 value 0.
       77 nGroupNet                        pic 9(6)v99 value 0.
       77 nGroupGarnish                    pic 9(6)v99 value 0.
       77 nGroupEmpCharge                  pic 9(6)v99 value 0.
       77 xGroupName                       pic x(34)   value spaces.
       77 nAdviceSubscript                 pic 9999.
       77 nChecksWritten                   pic 999     value 0.
       77 nEmployerSuta                    pic 9(5)v99 value 0.
       77 nEmployerTax                     pic 9(5)v99 value 0.
       77 nTotalEmployerTax                pic 9(7)v99 value 0.
       77 nTotalFedWithheld                pic 9(7)v99 value 0.
       77 nTotalStateWithheld              pic 9(7)v99 value 0.
       77 nTotalEmployerFica               pic 9(7)v99 value 0.
       77 nTotalEmployerSuta               pic 9(7)v99 value 0.
       77 xStatusTaxLiab                   pic xx      value "00".
       77 xStatusEnvelope                  pic xx      value "00".
       77 xGroupPayMethod                  pic x       value space.
       77 nCashEnvelopeCount               pic 9(4)    value 0.
       77 nCashTotal                       pic 9(9)v99 value 0.
       77 nCashRemaining                   pic 9(6)v99 value 0.
       77 nDenomSubscript                  pic 99.
       77 nDeptBurdenSub                   pic 9(6)v99 value 0.
       77 xStatusCheckpoint                pic xx      value "00".
       77 xRestartFlag                     pic x       value "n".
       77 nSuspenseLoadCount               pic 9(5)    value 0.
       77 nSuspenseSubscript               pic 9(5).
       77 xSuspEofFlag                     pic x       value "n".
       77 xStatusTrimWork                  pic xx      value "00".
       77 xTrimEofFlag                     pic x       value "n".
       77 nTrimCopied                      pic 9(7)    value 0.
       77 nBenDedStartCount                pic 9(7)    value 0.
       77 nJobWageStartCount               pic 9(7)    value 0.

       01 xDenominationValues.
           05 filler                      pic 999v99  value 100.00.
           05 filler                      pic 999v99  value 50.00.
           05 filler                      pic 999v99  value 20.00.
           05 filler                      pic 999v99  value 10.00.
           05 filler                      pic 999v99  value 5.00.
           05 filler                      pic 999v99  value 1.00.
           05 filler                      pic 999v99  value 0.25.
           05 filler                      pic 999v99  value 0.10.
           05 filler                      pic 999v99  value 0.05.
           05 filler                      pic 999v99  value 0.01.
       01 xDenominationValueTable redefines xDenominationValues.
           05 nDenomValueT                pic 999v99  occurs 10 times.

       01 xDenominationNames.
           05 filler                      pic x(8)    value "$100".
           05 filler                      pic x(8)    value "$50".
           05 filler                      pic x(8)    value "$20".
           05 filler                      pic x(8)    value "$10".
           05 filler                      pic x(8)    value "$5".
           05 filler                      pic x(8)    value "$1".
           05 filler                      pic x(8)    value "QUARTERS".
           05 filler                      pic x(8)    value "DIMES".
           05 filler                      pic x(8)    value "NICKELS".
           05 filler                      pic x(8)    value "PENNIES".
       01 xDenominationNameTable redefines xDenominationNames.
           05 xDenomNameT                 pic x(8)    occurs 10 times.

       01 xDenominationCounts.
           05 nDenomCountT                pic 9(5)    occurs 10 times.
           05 nDenomRunCountT             pic 9(7)    occurs 10 times.

       01 xEnvelopeLine-1.
           05 filler                      pic x(26)   value "CASH ENVELOPE    CHECK NO ".
           05 neEnvelopeCheckNum          pic 9(6).

       01 xEnvelopeLine-2.
           05 filler                      pic x(10)   value "EMPLOYEE: ".
           05 xEnvelopeName               pic x(34).
           05 filler                      pic x(6)    value " NUM: ".
           05 neEnvelopeEmpNum            pic zzz9.

       01 xEnvelopeLine-3.
           05 filler                      pic x(15)   value "PERIOD ENDING: ".
           05 neEnvelopePeriod            pic 9999/99/99.
           05 filler                      pic x(12)   value "   NET PAY: ".
           05 neEnvelopeNet               pic $$$,$$9.99.

       01 xEnvelopeDenomLine.
           05 filler                      pic x(4)    value spaces.
           05 xEnvelopeDenomName          pic x(8).
           05 filler                      pic x(3)    value spaces.
           05 neEnvelopeDenomCount        pic zzzz9.

       01 xCashSummaryHeading.
           05 filler                      pic x(42)   value
               "CURRENCY TO REQUEST FROM BANK FOR CHECK DA".
           05 filler                      pic x(4)    value "TE  ".
           05 neCashSummaryDate           pic 9999/99/99.

       01 xCashSummaryDetail.
           05 filler                      pic x(4)    value spaces.
           05 xCashSummaryName            pic x(8).
           05 filler                      pic x(3)    value spaces.
           05 neCashSummaryCount          pic z,zzz,zz9.
           05 filler                      pic x(3)    value spaces.
           05 neCashSummaryAmount         pic $$,$$$,$$9.99.

       01 xCashSummaryTotal.
           05 filler                      pic x(4)    value spaces.
           05 filler                      pic x(12)   value "TOTAL CASH ".
           05 neCashSummaryEnvelopes      pic zzz9.
           05 filler                      pic x(13)   value " envelope(s) ".
           05 neCashSummaryTotal          pic $$$,$$$,$$9.99.

       01 xSuspenseTable.
           05  xSuspenseElement occurs 1 to 500 times
                   depending on nSuspenseLoadCount.
               10 xSuspenseLineT          pic x(25).
       77 nPeriodWork                      pic 9(8)    value 0.
       77 nPeriodYear                      pic 9(4)    value 0.
       77 nPeriodMMDD                      pic 9(4)    value 0.
       77 nNextEmpNum                      pic 9999.
       77 nNextHours                       pic 999.
       77 nNextPeriod                      pic 9(8).
       77 xCurShift                        pic x       value space.
       77 xNextShift                       pic x       value space.
       77 nNextHolidayHrs                  pic 99      value 0.
       77 nNextShiftDiffPay                pic 9(4)v99 value 0.
       77 nCurHolidayHrs                   pic 999     value 0.
       77 nCurShiftDiffPay                 pic 9(5)v99 value 0.
       77 xStatusShiftDiff                 pic xx      value "00".
       77 xShiftEofFlag                    pic x       value "n".
       77 nShiftLoadSubscript              pic 99      value 0.
       77 nShiftSearchSubscript            pic 99.
       77 xShiftFoundFlag                  pic x       value "n".
       77 xStatusCalendar                  pic xx      value "00".
       77 xCalEofFlag                      pic x       value "n".
       77 nCalLoadSubscript                pic 999     value 0.
       77 nCalSearchSubscript              pic 999.
       77 nPeriodStartDate                 pic 9(8)    value 0.
       77 nPeriodLengthDays                pic 99      value 7.
       77 nHolidayCount                    pic 99      value 0.
       77 nHolidayHoursPaid                pic 999     value 0.
       77 nHolidayPremium                  pic 9(5)v99 value 0.
       77 nShiftDiffPay                    pic 9(5)v99 value 0.
       77 nGroupHolPrem                    pic 9(6)v99 value 0.
       77 nGroupShiftDiff                  pic 9(6)v99 value 0.
       77 nDeptHolPremSub                  pic 9(6)v99 value 0.
       77 nDeptShiftDiffSub                pic 9(6)v99 value 0.

       01 xAuthTable.
           05  xAuthElement occurs 1 to 50 times
               10 nTaxBaseT               pic 9(7)v99.
               10 nTaxRateT               pic 99v99.

       01 xShiftDiffTable.
           05  xShiftDiffElement occurs 1 to 20 times
                   depending on nShiftLoadSubscript.
               10 xShiftCodeS             pic x.
               10 nShiftRateS             pic 9v99.

       01 xHolidayTable.
           05  xHolidayElement occurs 1 to 400 times
                   depending on nCalLoadSubscript.
               10 nHolidayDateC           pic 9(8).

       01 xCurJobTable.
           05  xCurJobElement occurs 1 to 10 times
                   depending on nCurJobCount.
               10 xCurJobCodeJ            pic x(4).
               10 nCurJobHoursJ           pic 999.

       01 xPlanTable.
           05  xPlanElement occurs 1 to 50 times
                   depending on nPlanLoadSubscript.
               10 xPlanCodeP              pic x(4).
               10 nPlanEmpCostP           pic 9(4)v99.
               10 nPlanErCostP            pic 9(4)v99.
               10 xPlanPreTaxP            pic x.

       01 xEnrollTable.
           05  xEnrollElement occurs 1 to 2000 times
                   depending on nEnrLoadSubscript.
               10 nEnrEmpNumN             pic 9999.
               10 nEnrEffDateN            pic 9(8).
               10 nEnrEndDateN            pic 9(8).
               10 nEnrPlanN               pic 99.
               10 nEnrEmpTakeN            pic 9(4)v99.
               10 nEnrErTakeN             pic 9(4)v99.

       01 xScheduleTable.
           05  xScheduleElement occurs 1 to 100 times
                   depending on nSchedLoadSubscript.
           05 filler                      pic x(23)   value "Total garnished:      $".
           05 neGarnRegTotal              pic zzz,zz9.99.

       01 xEchgTable.
           05  xEchgElement occurs 1 to 2000 times
                   depending on nEchgLoadSubscript.
               10 nEchgOrderNumE          pic 9(6).
               10 nEchgEmpNumE            pic 9999.
               10 nEchgDateE              pic 9(8).
               10 nEchgAmountE            pic 9(5)v99.
               10 xEchgLocE               pic x(3).
               10 xEchgStatusE            pic x.
               10 nEchgRecovDateE         pic 9(8).
               10 nEchgCheckNumE          pic 9(6).

       01 xReimbTable.
           05  xReimbElement occurs 1 to 500 times
                   depending on nReimbLoadSubscript.
               10 nReimbEmpNumR           pic 9999.
               10 xReimbCategoryR         pic x(4).
               10 nReimbAmountR           pic 9(5)v99.
               10 xReimbPaidR             pic x.

       01 xReimbUnpaidDetail.
           05 filler                      pic x(31)   value
               "Reimbursement for Employee Num ".
           05 neReimbUnpaidEmpNum         pic zzz9.
           05 filler                      pic x       value space.
           05 xReimbUnpaidCategory        pic x(4).
           05 filler                      pic x(2)    value " $".
           05 neReimbUnpaidAmount         pic zzzz9.99.
           05 filler                      pic x(33)   value
               " not paid - no check in this run.".

       01 xReimbFooter.
           05 filler                      pic x(34)   value
               "Non-taxable reimbursements paid: $".
           05 neReimbFooterTotal          pic zzz,zz9.99.

       01 xCashFooter.
           05 filler                      pic x(16)   value "Paid in cash:   ".
           05 neCashFooterCount           pic zzz9.
           05 filler                      pic x(15)   value " envelope(s)  $".
           05 neCashFooterTotal           pic zzz,zz9.99.
           05 filler                      pic x(32)   value
               " - see CashEnvelopes.txt".

       01 xEchgRegHeading.
           05 filler                      pic x(11)   value "DATE".
           05 filler                      pic x(8)    value "EMP NUM".
           05 filler                      pic x(9)    value "CHECK NO".
           05 filler                      pic x(9)    value "ORDER".
           05 filler                      pic x(11)   value "CHARGED".
           05 filler                      pic x(10)   value "AMOUNT".

       01 xEchgRegDetail.
           05 neEchgRegDate               pic 9999/99/99.
           05 filler                      pic x       value space.
           05 neEchgRegEmpNum             pic zzz9.
           05 filler                      pic x(4)    value spaces.
           05 neEchgRegCheckNum           pic 9(6).
           05 filler                      pic x(3)    value spaces.
           05 neEchgRegOrderNum           pic 9(6).
           05 filler                      pic x(3)    value spaces.
           05 neEchgRegChargeDate         pic 9999/99/99.
           05 filler                      pic x       value space.
           05 neEchgRegAmount             pic zzzz9.99.

       01 xEchgRegFooter.
           05 filler                      pic x(23)   value "Total store charges:  $".
           05 neEchgRegTotal              pic zzz,zz9.99.

       01 xFinalRegHeading.
           05 filler                      pic x(6)    value "EMP".
           05 filler                      pic x(25)   value "EMP NAME".
           05 filler                      pic x(11)   value "TERM DATE".
           05 filler                      pic x(7)    value "CHECK".
           05 filler                      pic x(7)    value "VAC HR".
           05 filler                      pic x(7)    value "RATE".
           05 filler                      pic x(9)    value "PAYOUT".
           05 filler                      pic x(9)    value "DEDUCT".
           05 filler                      pic x(9)    value "NET".

       01 xFinalRegDetail.
           05 neFinalRegEmpNum            pic zzz9.
           05 filler                      pic xx      value spaces.
           05 xFinalRegName               pic x(24).
           05 filler                      pic x       value space.
           05 neFinalRegTermDate          pic 9999/99/99.
           05 filler                      pic x       value space.
           05 xFinalRegCheckNum           pic x(6).
           05 neFinalRegCheckNum redefines xFinalRegCheckNum
                                          pic 9(6).
           05 filler                      pic x       value space.
           05 neFinalRegVacHours          pic zz9.99.
           05 filler                      pic x       value space.
           05 neFinalRegRate              pic zz9.99.
           05 filler                      pic x       value space.
           05 neFinalRegPayout            pic zzzz9.99.
           05 filler                      pic x       value space.
           05 neFinalRegDeduct            pic zzzz9.99.
           05 filler                      pic x       value space.
           05 neFinalRegNet               pic zzzz9.99.

       01 xFinalRegFooter.
           05 neFinalRegCount             pic zz9.
           05 filler                      pic x(20)   value " final check(s)    $".
           05 neFinalRegTotal             pic zzz,zz9.99.
           05 filler                      pic x(15)   value " leave payout".

       01 xFinalRegSignOff.
           05 filler                      pic x(50)   value
               "HR approved by: ______________________  Date: ____".

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
           05   filler                 pic x       value space.
           05   neCsvErTaxOut          pic z(4)9.99.
           05   filler                 pic x(3)    value ",ER".

       01 xCsvReimbDetail.
           05   neCsvRbEmpNumOut       pic z(3)9.
           05   filler                 pic x       value ",".
           05   neCsvRbDeptOut         pic 9.
           05   filler                 pic x       value ",".
           05   neCsvRbAmountOut       pic z(4)9.99.
           05   filler                 pic x(3)    value ",RB".

       01 xCsvVoidDetail.
           05   neCsvVoidEmpNumOut     pic z(3)9.
           05   filler                 pic x       value ",".
               10 nInsT                   pic 9999v99.
               10 nOthT                   pic 9999v99.
               10 nGarnT                  pic 9(5)v99.
               10 nEchgT                  pic 9(5)v99.
               10 nReimbT                 pic 9(5)v99.
               10 nHolPremT               pic 9(5)v99.
               10 nShiftDiffT             pic 9(5)v99.
               10 nLeavePayT              pic 9(5)v99.
               10 nBenefitT               pic 9(5)v99.
               10 nEmpTaxT                pic 9(5)v99.
               10 nNetT                   pic 9(5)v99.
               10 nPayPeriodT             pic 9(8).
               10 nCheckNumT              pic 9(6).
               10 nVacHoursT              pic 999.
               10 nSickHoursT             pic 999.
               10 xPayMethodT             pic x.

       01 xOutputHeading-1.
           05 filler                      pic x(5)    value "DEPT".
           05 neDeptSubtotalBurden        pic $zz,zz9.99.
           05 filler                      pic x(10)   value " er burden".

       01 xDeptSubtotalP.
           05 filler                      pic x(5)    value "Dept ".
           05 neDeptSubtotalDeptP         pic 9.
           05 filler                      pic x(8)    value " Totals:".
           05 filler                      pic x(49)   value spaces.
           05 neDeptSubtotalHolPrem       pic $zz,zz9.99.
           05 filler                      pic x(16)   value " holiday premium".
           05 neDeptSubtotalShiftDiff     pic $zz,zz9.99.
           05 filler                      pic x(19)   value " shift differential".

       01 xDeptSubtotalB.
           05 filler                      pic x(5)    value "Dept ".
           05 neDeptSubtotalDeptB         pic 9.
           05 filler                      pic x(12)   value "  PAY RATE: ".
           05 neAdviceRate                pic zz9.99.

       01 xAdviceLine-4H.
           05 filler                      pic x(26)   value "  HOLIDAY PREMIUM:".
           05 neAdviceHolPrem             pic zzzz9.99.

       01 xAdviceLine-4S.
           05 filler                      pic x(26)   value "  SHIFT DIFFERENTIAL:".
           05 neAdviceShiftDiff           pic zzzz9.99.

       01 xAdviceLine-4L.
           05 filler                      pic x(26)   value "  LEAVE PAYOUT:".
           05 neAdviceLeavePay            pic zzzz9.99.

       01 xAdviceLine-5.
           05 filler                      pic x(7)    value "GROSS: ".
           05 neAdviceGross               pic zzzz9.99.
           05 filler                      pic x(26)   value "  OF WHICH GARNISHMENTS: ".
           05 neAdviceGarnish             pic zzzz9.99.

       01 xAdviceLine-5B.
           05 filler                      pic x(26)   value "  OF WHICH BENEFITS:".
           05 neAdviceBenefit             pic zzzz9.99.

       01 xAdviceLine-5E.
           05 filler                      pic x(26)   value "  OF WHICH STORE CHARGES:".
           05 neAdviceEmpCharge           pic zzzz9.99.

       01 xAdviceLine-5R.
           05 filler                      pic x(26)   value "  PLUS REIMBURSEMENTS:".
           05 neAdviceReimb               pic zzzz9.99.

       01 xCheckRegHeading.
           05 filler                      pic x(9)    value "CHECK NO".
           05 filler                      pic x(12)   value "DATE".
           perform 100-initialization.
           perform 200-match-merge until xEofFlagTx = 'y'.
           perform 120-read-master until xEofFlagMaster = 'y'.
           perform 243-unpaid-reimbursements.
           perform 240-print-details.
           perform 260-write-advices.
           perform 300-termination.
           move "PositivePay.txt" to xCurrentFileName.
           perform 900-check-status.

           open output cashEnvelopeFile.
           move xStatusEnvelope to xCurrentStatus.
           move "CashEnvelopes.txt" to xCurrentFileName.
           perform 900-check-status.

           initialize xDenominationCounts.

           perform 109-load-deductions.

           perform 131-load-benefit-plans.
           perform 132-load-enrollments.

           open extend benefitDedFile.
           if xStatusBenDed = "35"
               open output benefitDedFile,
           end-if.
           move xStatusBenDed to xCurrentStatus.
           move "BenefitDeductions.txt" to xCurrentFileName.
           perform 900-check-status.

           open extend jobWageFile.
           if xStatusJobWage = "35"
               open output jobWageFile,
           end-if.
           move xStatusJobWage to xCurrentStatus.
           move "JobCodeWages.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 112-load-tax-table.

           perform 119-load-garnishments.
           move "GarnishRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 125-load-employee-charges.

           open output empChargeRegister.
           move xStatusEchgReg to xCurrentStatus.
           move "EmpChargeRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           write xEchgRegRecord from xEchgRegHeading.
           move xStatusEchgReg to xCurrentStatus.
           move "EmpChargeRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           open output finalPayRegister.
           move xStatusFinalReg to xCurrentStatus.
           move "FinalPayRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           write xFinalRegRecord from xFinalRegHeading.
           move xStatusFinalReg to xCurrentStatus.
           move "FinalPayRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           move "PAYFREQ" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"

           perform 123-load-schedule.

           perform 128-load-shift-differentials.
           perform 130-load-holidays.

           move "GARNMAXPCT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
                       nCkptLastEmpIn, " with check number ",
                       nCkptNextCheckIn, " ***",
                   display "*** Restarting from the checkpointed",
                       " check-number base - suspense, benefit",
                       " deductions and job code wages are being",
                       " trimmed to their pre-run state. ***",
               end-if,
           end-if.


           move nSuspenseLoadCount to nSuspenseStartCount.

           move 0 to nBenDedStartCount.
           move "n" to xTrimEofFlag.
           open input benefitDedFile.
           if xStatusBenDed not = "35"
               move xStatusBenDed to xCurrentStatus,
               move "BenefitDeductions.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 1293-count-ben-ded until xTrimEofFlag = "y",
               close benefitDedFile,
           end-if.

           if xRestartFlag = "y"
               and nCkptBenDedStartIn numeric
               and nBenDedStartCount > nCkptBenDedStartIn
               move nCkptBenDedStartIn to nBenDedStartCount,
               open input benefitDedFile,
               open output trimWorkFile,
               move xStatusTrimWork to xCurrentStatus,
               move "PayrollTrim.tmp" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nTrimCopied,
               move "n" to xTrimEofFlag,
               perform 1294-copy-ben-ded-to-work until xTrimEofFlag = "y"
                   or nTrimCopied = nBenDedStartCount,
               close benefitDedFile,
               close trimWorkFile,
               open input trimWorkFile,
               move xStatusTrimWork to xCurrentStatus,
               move "PayrollTrim.tmp" to xCurrentFileName,
               perform 900-check-status,
               open output benefitDedFile,
               move xStatusBenDed to xCurrentStatus,
               move "BenefitDeductions.txt" to xCurrentFileName,
               perform 900-check-status,
               move "n" to xTrimEofFlag,
               perform 1295-copy-work-to-ben-ded until xTrimEofFlag = "y",
               close benefitDedFile,
               close trimWorkFile,
           end-if.

           move 0 to nJobWageStartCount.
           move "n" to xTrimEofFlag.
           open input jobWageFile.
           if xStatusJobWage not = "35"
               move xStatusJobWage to xCurrentStatus,
               move "JobCodeWages.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 1296-count-job-wage until xTrimEofFlag = "y",
               close jobWageFile,
           end-if.

           if xRestartFlag = "y"
               and nCkptJobWageStartIn numeric
               and nJobWageStartCount > nCkptJobWageStartIn
               move nCkptJobWageStartIn to nJobWageStartCount,
               open input jobWageFile,
               open output trimWorkFile,
               move xStatusTrimWork to xCurrentStatus,
               move "PayrollTrim.tmp" to xCurrentFileName,
               perform 900-check-status,
               move 0 to nTrimCopied,
               move "n" to xTrimEofFlag,
               perform 1297-copy-job-wage-to-work until xTrimEofFlag = "y"
                   or nTrimCopied = nJobWageStartCount,
               close jobWageFile,
               close trimWorkFile,
               open input trimWorkFile,
               move xStatusTrimWork to xCurrentStatus,
               move "PayrollTrim.tmp" to xCurrentFileName,
               perform 900-check-status,
               open output jobWageFile,
               move xStatusJobWage to xCurrentStatus,
               move "JobCodeWages.txt" to xCurrentFileName,
               perform 900-check-status,
               move "n" to xTrimEofFlag,
               perform 1298-copy-work-to-job-wage until xTrimEofFlag = "y",
               close jobWageFile,
               close trimWorkFile,
           end-if.

           open extend suspenseFile.
           if xStatusSuspense = "35"
               open output suspenseFile,
           move "PayrollSuspense.txt" to xCurrentFileName.
           perform 900-check-status.

       1293-count-ben-ded.
           read benefitDedFile
               at end
                   move "y" to xTrimEofFlag,
               not at end
                   add 1 to nBenDedStartCount,
           end-read.

           move xStatusBenDed to xCurrentStatus.
           move "BenefitDeductions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       1294-copy-ben-ded-to-work.
           read benefitDedFile
               at end
                   move "y" to xTrimEofFlag,
               not at end
                   write xTrimWorkRecord from xBenDedOutput,
                   move xStatusTrimWork to xCurrentStatus,
                   move "PayrollTrim.tmp" to xCurrentFileName,
                   perform 900-check-status,
                   add 1 to nTrimCopied,
           end-read.

           move xStatusBenDed to xCurrentStatus.
           move "BenefitDeductions.txt" to xCurrentFileName.
           perform 901-check-read-status.

       1295-copy-work-to-ben-ded.
           read trimWorkFile
               at end
                   move "y" to xTrimEofFlag,
               not at end
                   write xBenDedOutput from xTrimWorkRecord,
                   move xStatusBenDed to xCurrentStatus,
                   move "BenefitDeductions.txt" to xCurrentFileName,
                   perform 900-check-status,
           end-read.

           move xStatusTrimWork to xCurrentStatus.
           move "PayrollTrim.tmp" to xCurrentFileName.
           perform 901-check-read-status.

       1296-count-job-wage.
           read jobWageFile
               at end
                   move "y" to xTrimEofFlag,
               not at end
                   add 1 to nJobWageStartCount,
           end-read.

           move xStatusJobWage to xCurrentStatus.
           move "JobCodeWages.txt" to xCurrentFileName.
           perform 901-check-read-status.

       1297-copy-job-wage-to-work.
           read jobWageFile
               at end
                   move "y" to xTrimEofFlag,
               not at end
                   write xTrimWorkRecord from xJobWageOutput,
                   move xStatusTrimWork to xCurrentStatus,
                   move "PayrollTrim.tmp" to xCurrentFileName,
                   perform 900-check-status,
                   add 1 to nTrimCopied,
           end-read.

           move xStatusJobWage to xCurrentStatus.
           move "JobCodeWages.txt" to xCurrentFileName.
           perform 901-check-read-status.

       1298-copy-work-to-job-wage.
           read trimWorkFile
               at end
                   move "y" to xTrimEofFlag,
               not at end
                   write xJobWageOutput from xTrimWorkRecord,
                   move xStatusJobWage to xCurrentStatus,
                   move "JobCodeWages.txt" to xCurrentFileName,
                   perform 900-check-status,
           end-read.

           move xStatusTrimWork to xCurrentStatus.
           move "PayrollTrim.tmp" to xCurrentFileName.
           perform 901-check-read-status.

       290-write-checkpoint.
           open output checkpointFile.
           move xStatusCheckpoint to xCurrentStatus.
           move nTotalGrossPay to nCkptGrossIn.
           move nTotalNetPay to nCkptNetIn.
           move nSuspenseStartCount to nCkptSuspStartIn.
           move nBenDedStartCount to nCkptBenDedStartIn.
           move nJobWageStartCount to nCkptJobWageStartIn.
           write xCheckpointInput.
           move xStatusCheckpoint to xCurrentStatus.
           move "PayrollCheckpoint.txt" to xCurrentFileName.
           move "DeductMaster.txt" to xCurrentFileName.
           perform 901-check-read-status.

       131-load-benefit-plans.
           open input benefitPlanFile.

           if xStatusBenPlan = "00"
               perform 1311-read-benefit-plan until xPlanEofFlag = "y",
               close benefitPlanFile,
           end-if.

       1311-read-benefit-plan.
           read benefitPlanFile
               at end
                   move "y" to xPlanEofFlag,
               not at end
                   if nPlanLoadSubscript < 50
                       add 1 to nPlanLoadSubscript,
                       move xPlanCodeIn to xPlanCodeP (nPlanLoadSubscript),
                       move nPlanEmpCostIn to nPlanEmpCostP (nPlanLoadSubscript),
                       move nPlanErCostIn to nPlanErCostP (nPlanLoadSubscript),
                       move function upper-case(xPlanPreTaxIn)
                           to xPlanPreTaxP (nPlanLoadSubscript),
                   end-if,
           end-read.

           move xStatusBenPlan to xCurrentStatus.
           move "BenefitPlans.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-load-enrollments.
           open input enrollFile.

           if xStatusEnroll = "00"
               perform 1321-read-enrollment until xEnrEofFlag = "y",
               close enrollFile,
           end-if.

       1321-read-enrollment.
           read enrollFile
               at end
                   move "y" to xEnrEofFlag,
               not at end
                   perform 1322-find-plan,
                   if xPlanFoundFlag = "n"
                       display "*** Enrollment for employee ", nEnrEmpNumIn,
                           " names plan ", xEnrPlanCodeIn,
                           " which is not on BenefitPlans.txt ***",
                   else
                       if nEnrLoadSubscript < 2000
                           add 1 to nEnrLoadSubscript,
                           move nEnrEmpNumIn to nEnrEmpNumN (nEnrLoadSubscript),
                           move nEnrEffDateIn to nEnrEffDateN (nEnrLoadSubscript),
                           if nEnrEndDateIn is numeric
                               move nEnrEndDateIn
                                   to nEnrEndDateN (nEnrLoadSubscript),
                           else
                               move 0 to nEnrEndDateN (nEnrLoadSubscript),
                           end-if,
                           move nPlanFoundSubscript
                               to nEnrPlanN (nEnrLoadSubscript),
                       end-if,
                   end-if,
           end-read.

           move xStatusEnroll to xCurrentStatus.
           move "BenefitEnroll.txt" to xCurrentFileName.
           perform 901-check-read-status.

       1322-find-plan.
           move "n" to xPlanFoundFlag.
           perform 1323-match-plan
               varying nPlanSearchSubscript from 1 by 1
               until nPlanSearchSubscript > nPlanLoadSubscript
               or xPlanFoundFlag = "y".

       1323-match-plan.
           if xPlanCodeP (nPlanSearchSubscript) = xEnrPlanCodeIn
               move "y" to xPlanFoundFlag,
               move nPlanSearchSubscript to nPlanFoundSubscript,
           end-if.

       112-load-tax-table.
           open input taxTableFile.
           move xStatusTaxTable to xCurrentStatus.
           move "PaySchedule.txt" to xCurrentFileName.
           perform 901-check-read-status.

       128-load-shift-differentials.
           open input shiftDiffFile.

           if xStatusShiftDiff = "00"
               perform 1281-read-shift-differential until xShiftEofFlag = "y",
               close shiftDiffFile,
           end-if.

       1281-read-shift-differential.
           read shiftDiffFile
               at end
                   move "y" to xShiftEofFlag,
               not at end
                   if nShiftLoadSubscript < 20
                       add 1 to nShiftLoadSubscript,
                       move function upper-case(xShiftCodeDiffIn)
                           to xShiftCodeS (nShiftLoadSubscript),
                       move nShiftRateDiffIn to nShiftRateS (nShiftLoadSubscript),
                   end-if,
           end-read.

           move xStatusShiftDiff to xCurrentStatus.
           move "ShiftDifferentials.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-holidays.
           evaluate xPayFrequency
               when "B"
                   move 14 to nPeriodLengthDays,
               when "S"
                   move 15 to nPeriodLengthDays,
               when "M"
                   move 30 to nPeriodLengthDays,
               when other
                   move 7 to nPeriodLengthDays,
           end-evaluate.

           open input calendarFile.

           if xStatusCalendar = "00"
               perform 1301-read-calendar until xCalEofFlag = "y",
               close calendarFile,
           end-if.

       1301-read-calendar.
           read calendarFile
               at end
                   move "y" to xCalEofFlag,
               not at end
                   if function upper-case(xCalHolidayIn) = "Y"
                       and nCalLoadSubscript < 400
                       add 1 to nCalLoadSubscript,
                       move nCalDateIn to nHolidayDateC (nCalLoadSubscript),
                   end-if,
           end-read.

           move xStatusCalendar to xCurrentStatus.
           move "RunCalendar.txt" to xCurrentFileName.
           perform 901-check-read-status.

       119-load-garnishments.
           open input garnishFile.

           move "Garnishments.txt" to xCurrentFileName.
           perform 901-check-read-status.

       125-load-employee-charges.
           open input empChargeFile.

           if xStatusEmpCharge = "00"
               move "y" to xEchgFileFlag,
               perform 1251-read-employee-charge until xEchgEofFlag = "y",
               close empChargeFile,
           end-if.

       1251-read-employee-charge.
           read empChargeFile
               at end
                   move "y" to xEchgEofFlag,
               not at end
                   if nEchgLoadSubscript >= 2000
                       display "*** EmployeeCharges.txt holds more than",
                           " 2000 charges - purge recovered charges",
                           " before the run. ***",
                       display "*** Ending run. ***",
                       move 16 to return-code,
                       stop run,
                   end-if,
                   add 1 to nEchgLoadSubscript,
                   move nEchgOrderNumIn to nEchgOrderNumE (nEchgLoadSubscript),
                   move nEchgEmpNumIn to nEchgEmpNumE (nEchgLoadSubscript),
                   move nEchgDateIn to nEchgDateE (nEchgLoadSubscript),
                   move nEchgAmountIn to nEchgAmountE (nEchgLoadSubscript),
                   move xEchgLocIn to xEchgLocE (nEchgLoadSubscript),
                   move xEchgStatusIn to xEchgStatusE (nEchgLoadSubscript),
                   move nEchgRecovDateIn to nEchgRecovDateE (nEchgLoadSubscript),
                   move nEchgCheckNumIn to nEchgCheckNumE (nEchgLoadSubscript),
           end-read.

           move xStatusEmpCharge to xCurrentStatus.
           move "EmployeeCharges.txt" to xCurrentFileName.
           perform 901-check-read-status.

       103-load-auth.
           open input authFile.

                       move nExpectedRecordCount to nExpectedTransCount,
                       move nExpectedTotalHours to nExpectedTransHours,
                   else
                       if xRecordType = "E"
                           perform 1161-load-reimbursement,
                       else
                           move xInput (2:20) to xSortTransWork (1:20),
                           move xRecordType to xSortTransType,
                           move function upper-case(xShiftCodeIn) to xSortShift,
                           if nHolidayHoursIn is numeric
                               move nHolidayHoursIn to nSortHolidayHrs,
                           else
                               move 0 to nSortHolidayHrs,
                           end-if,
                           release xSortTransWork,
                       end-if,
                   end-if,
           end-read.

           move "Payroll.transaction.txt" to xCurrentFileName.
           perform 901-check-read-status.

       1161-load-reimbursement.
           add 1 to nTransRecordsRead.
           if nReimbAmountIn is numeric and nReimbAmountIn > 0
               and xReimbCategoryIn not = spaces
               and nReimbLoadSubscript < 500
               add 1 to nReimbLoadSubscript,
               move nReimbEmpNumIn to nReimbEmpNumR (nReimbLoadSubscript),
               move function upper-case(xReimbCategoryIn)
                   to xReimbCategoryR (nReimbLoadSubscript),
               move nReimbAmountIn to nReimbAmountR (nReimbLoadSubscript),
               move "n" to xReimbPaidR (nReimbLoadSubscript),
           else
               display "*** Reimbursement for employee ", nReimbEmpNumIn,
                   " has no category, a bad amount or no table room -",
                   " not paid ***",
               add 1 to nReimbUnpaidCount,
           end-if.

       110-read-trans.
           if xNextTransValid = "n"
               perform 114-read-sorted-trans,
               move xNextJobCode to xCurJobCode,
               move xNextChargeDept to xCurChargeDept,
               move xNextTransType to xCurTransType,
               move xNextShift to xCurShift,
               move nNextHolidayHrs to nCurHolidayHrs,
               move nNextShiftDiffPay to nCurShiftDiffPay,
               move 0 to nCurJobCount,
               perform 1101-add-job-hours,
               if xCurTransType not = "R"
                   move nPayPeriodEnding to nRunPayPeriodEnding,
               end-if,
                   or xNextChargeDept not = xCurChargeDept,
           end-if.

       1101-add-job-hours.
           move "n" to xJobFoundFlag.
           perform 1102-search-job-hours varying nJobSubscript from 1 by 1
               until nJobSubscript > nCurJobCount or xJobFoundFlag = "y".

           if xJobFoundFlag = "n"
               if nCurJobCount < 10
                   add 1 to nCurJobCount,
                   move xNextJobCode to xCurJobCodeJ (nCurJobCount),
                   move nNextHours to nCurJobHoursJ (nCurJobCount),
               else
                   add nNextHours to nCurJobHoursJ (10),
               end-if,
           end-if.

       1102-search-job-hours.
           if xCurJobCodeJ (nJobSubscript) = xNextJobCode
               move "y" to xJobFoundFlag,
               add nNextHours to nCurJobHoursJ (nJobSubscript),
           end-if.

       114-read-sorted-trans.
           if xEofFlagSorted = "y"
               move "n" to xNextTransValid,
                       move xSortedJobCode to xNextJobCode,
                       move xSortedChargeDept to xNextChargeDept,
                       move xSortedTransType to xNextTransType,
                       move xSortedShift to xNextShift,
                       if nSortedHolidayHrs is numeric
                           move nSortedHolidayHrs to nNextHolidayHrs,
                       else
                           move 0 to nNextHolidayHrs,
                       end-if,
                       if xNextTransType not = "R"
                           add nNextHours to nTotalHoursRead,
                       end-if,
                       perform 1141-price-shift,
                       move "y" to xNextTransValid,
               end-read,
               move xStatusSortedTrans to xCurrentStatus,
               perform 901-check-read-status,
           end-if.

       1141-price-shift.
           move 0 to nNextShiftDiffPay.
           move "n" to xShiftFoundFlag.

           if xNextShift not = space and xNextShift not = "D"
               perform 1142-search-shift
                   varying nShiftSearchSubscript from 1 by 1
                   until nShiftSearchSubscript > nShiftLoadSubscript
                   or xShiftFoundFlag = "y",
               if xShiftFoundFlag = "n"
                   display "*** Shift code ", xNextShift, " for employee ",
                       nNextEmpNum, " is not on ShiftDifferentials.txt -",
                       " no differential paid ***",
               end-if,
           end-if.

       1142-search-shift.
           if xShiftCodeS (nShiftSearchSubscript) = xNextShift
               move "y" to xShiftFoundFlag,
               compute nNextShiftDiffPay rounded =
                   nNextHours * nShiftRateS (nShiftSearchSubscript),
           end-if.

       118-consolidate-trans.
           perform 1101-add-job-hours.
           add nNextHours to nHoursWorked.
           add nNextHolidayHrs to nCurHolidayHrs.
           add nNextShiftDiffPay to nCurShiftDiffPay.
           move "n" to xNextTransValid.
           perform 114-read-sorted-trans.

                   perform 230-generate-detail,
                   perform 212-process-salaried,
               end-if,
               if xEmpStatus not = "T" and nTermDate > 0
                   and nRunPayPeriodEnding > 0
                   and nTermDate <= nRunPayPeriodEnding
                   perform 276-auto-final-pay,
               end-if,
               perform 250-write-master,
           end-if.

                   else
                       move 0 to nTermDate,
                   end-if,
                   if xSortedPayMethod = "C"
                       move "C" to xPayMethod,
                   else
                       move space to xPayMethod,
                   end-if,
           end-read.

           move xStatusSortedMaster to xCurrentStatus.
           move nInsuranceDed to nInsT (nDeptSubscript).
           move nOtherDed to nOthT (nDeptSubscript).
           move nGarnishDed to nGarnT (nDeptSubscript).
           move nEmpChargeDed to nEchgT (nDeptSubscript).
           move nReimbPay to nReimbT (nDeptSubscript).
           move xPayMethod to xPayMethodT (nDeptSubscript).
           move 0 to nHolPremT (nDeptSubscript).
           move 0 to nShiftDiffT (nDeptSubscript).
           move 0 to nLeavePayT (nDeptSubscript).
           move nBenefitDed to nBenefitT (nDeptSubscript).
           move nEmployerTax to nEmpTaxT (nDeptSubscript).
           move nNetPay to nNetT (nDeptSubscript).
           move nProcessPeriod to nPayPeriodT (nDeptSubscript).
           move nInsuranceDed to nInsT (nDeptSubscript).
           move nOtherDed to nOthT (nDeptSubscript).
           move nGarnishDed to nGarnT (nDeptSubscript).
           move nEmpChargeDed to nEchgT (nDeptSubscript).
           move nReimbPay to nReimbT (nDeptSubscript).
           move xPayMethod to xPayMethodT (nDeptSubscript).
           move 0 to nHolPremT (nDeptSubscript).
           move 0 to nShiftDiffT (nDeptSubscript).
           move 0 to nLeavePayT (nDeptSubscript).
           move nBenefitDed to nBenefitT (nDeptSubscript).
           move nEmployerTax to nEmpTaxT (nDeptSubscript).
           move nNetPay to nNetT (nDeptSubscript).
           move nProcessPeriod to nPayPeriodT (nDeptSubscript).

           perform 217-write-csv-row.

           move nProcessPeriod to nJwPeriodOut.
           move nProcessEmpNum to nJwEmpNumOut.
           move "SAL" to xJwJobCodeOut.
           move 0 to nJwHoursOut.
           move nGrossPay to nJwWagesOut.
           move 0 to nJwOTPremOut.
           perform 2106-write-job-wage.

       210-process.
           if nEmpNumFound = 1
               if nHoursWorked > 40
               multiply nRegularHours by nSelectedPayRate giving nRegularPay rounded,
               compute nOvertimePay rounded = nOvertimeHours * nSelectedPayRate * 1.5,
               add nRegularPay nOvertimePay giving nGrossPay,
               perform 2101-compute-premiums,
               add nHolidayPremium nShiftDiffPay to nGrossPay,
               perform 218-compute-deductions,
               perform 208-roll-quarter,
               add nGrossPay to nQtdGrossPay,
               move nInsuranceDed to nInsT (nDeptSubscript),
               move nOtherDed to nOthT (nDeptSubscript),
               move nGarnishDed to nGarnT (nDeptSubscript),
               move nEmpChargeDed to nEchgT (nDeptSubscript),
               move nReimbPay to nReimbT (nDeptSubscript),
               move xPayMethod to xPayMethodT (nDeptSubscript),
               move nHolidayPremium to nHolPremT (nDeptSubscript),
               move nShiftDiffPay to nShiftDiffT (nDeptSubscript),
               move 0 to nLeavePayT (nDeptSubscript),
               move nBenefitDed to nBenefitT (nDeptSubscript),
               move nEmployerTax to nEmpTaxT (nDeptSubscript),
               move nNetPay to nNetT (nDeptSubscript),
               move nProcessPeriod to nPayPeriodT (nDeptSubscript),
               perform 206-assign-check-number,

               perform 217-write-csv-row,

               perform 2105-split-job-wages varying nJobSubscript from 1 by 1
                   until nJobSubscript > nCurJobCount,
           end-if.

       2105-split-job-wages.
           if nCurJobHoursJ (nJobSubscript) > 0 and nHoursWorked > 0
               move nProcessPeriod to nJwPeriodOut,
               move nProcessEmpNum to nJwEmpNumOut,
               move xCurJobCodeJ (nJobSubscript) to xJwJobCodeOut,
               move nCurJobHoursJ (nJobSubscript) to nJwHoursOut,
               compute nJwWagesOut rounded =
                   nCurJobHoursJ (nJobSubscript) * nSelectedPayRate,
               compute nJwOTPremOut rounded = nOvertimePay / 3
                   * nCurJobHoursJ (nJobSubscript) / nHoursWorked,
               perform 2106-write-job-wage,
           end-if.

       2106-write-job-wage.
           move xRunDate to nJwRunDateOut.
           move nCheckNumT (nDeptSubscript) to nJwCheckNumOut.
           write xJobWageOutput.
           move xStatusJobWage to xCurrentStatus.
           move "JobCodeWages.txt" to xCurrentFileName.
           perform 900-check-status.

       2101-compute-premiums.
           move 0 to nHolidayPremium.
           move 0 to nHolidayHoursPaid.
           move nCurShiftDiffPay to nShiftDiffPay.

           if nCurHolidayHrs > 0
               perform 2102-find-period-start,
               move 0 to nHolidayCount,
               perform 2104-count-holiday
                   varying nCalSearchSubscript from 1 by 1
                   until nCalSearchSubscript > nCalLoadSubscript,
               if nHolidayCount = 0
                   display "*** Holiday hours for employee ", nEmpNumIn,
                       " but no holiday flagged in the period -",
                       " no premium paid ***",
               else
                   move nCurHolidayHrs to nHolidayHoursPaid,
                   if nHolidayHoursPaid > nHolidayCount * 24
                       compute nHolidayHoursPaid = nHolidayCount * 24,
                   end-if,
                   if nHolidayHoursPaid > nHoursWorked
                       move nHoursWorked to nHolidayHoursPaid,
                   end-if,
                   compute nHolidayPremium rounded =
                       nHolidayHoursPaid * nSelectedPayRate * 0.5,
               end-if,
           end-if.

       2102-find-period-start.
           move 0 to nPeriodStartDate.
           perform 2103-search-prior-schedule
               varying nSchedSearchSubscript from 1 by 1
               until nSchedSearchSubscript > nSchedLoadSubscript.

           if nPeriodStartDate = 0
               compute nPeriodStartDate = function date-of-integer(
                   function integer-of-date(nPayPeriodEnding)
                   - nPeriodLengthDays + 1),
           else
               compute nPeriodStartDate = function date-of-integer(
                   function integer-of-date(nPeriodStartDate) + 1),
           end-if.

       2103-search-prior-schedule.
           if nSchedDateT (nSchedSearchSubscript) < nPayPeriodEnding
               and nSchedDateT (nSchedSearchSubscript) > nPeriodStartDate
               move nSchedDateT (nSchedSearchSubscript) to nPeriodStartDate,
           end-if.

       2104-count-holiday.
           if nHolidayDateC (nCalSearchSubscript) >= nPeriodStartDate
               and nHolidayDateC (nCalSearchSubscript) <= nPayPeriodEnding
               add 1 to nHolidayCount,
           end-if.

       213-write-deposit-detail.
               perform 900-check-status,
           end-if.

           if nReimbPay > 0
               move nProcessEmpNum to neCsvRbEmpNumOut,
               move nChargeDept to neCsvRbDeptOut,
               move nReimbPay to neCsvRbAmountOut,

               write xCsvOutput from xCsvReimbDetail,
               move xStatusCsvfile to xCurrentStatus,
               move "Payroll-01-output.csv" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       218-compute-deductions.
           move "n" to xDeductFoundFlag.
           move 0 to nFedWithheld, nStateWithheld, nInsuranceDed, nOtherDed.
               move "y" to xGarnSkipFlag,
           end-if.

           move 0 to nPreTaxDed, nPostTaxBenefit.
           if xGarnSkipFlag = "n" and xFinalPayFlag = "n"
               and nEnrLoadSubscript > 0
               perform 2181-take-benefit
                   varying nEnrSearchSubscript from 1 by 1
                   until nEnrSearchSubscript > nEnrLoadSubscript,
           end-if.

           if xGarnSkipFlag = "y"
               add nGrossPay to nCheckGrossSoFar,
           else
               move nGrossPay to nCheckGrossSoFar,
               move nPreTaxDed to nCheckPreTaxSoFar,
               move 0 to nCheckFedSoFar,
               move 0 to nCheckStateSoFar,
           end-if.

           compute nAnnualGross = (nCheckGrossSoFar - nCheckPreTaxSoFar)
               * nPeriodsPerYear.
           compute nAnnualTaxable = nAnnualGross
               - nAllowances * nAllowanceAmount.
           if nAnnualTaxable < 0
               until nDeductSearchSubscript > nDeductLoadSubscript
               or xDeductFoundFlag = "y".

           if xGarnSkipFlag = "y" or xFinalPayFlag = "y"
               move 0 to nInsuranceDed,
               move 0 to nOtherDed,
           end-if.

           compute nNetPay = nGrossPay - nFedWithheld - nStateWithheld
               - nInsuranceDed - nOtherDed - nPreTaxDed - nPostTaxBenefit.

           if nNetPay < 0
               compute nDeductShortfall = 0 - nNetPay,
                   end-if,
               end-if,
               compute nNetPay = nGrossPay - nFedWithheld - nStateWithheld
                   - nInsuranceDed - nOtherDed - nPreTaxDed - nPostTaxBenefit,
               if nNetPay < 0 and nPostTaxBenefit > 0
                   perform 2182-drop-post-tax-benefit
                       varying nEnrSearchSubscript from 1 by 1
                       until nEnrSearchSubscript > nEnrLoadSubscript,
                   move 0 to nPostTaxBenefit,
                   compute nNetPay = nGrossPay - nFedWithheld
                       - nStateWithheld - nInsuranceDed - nOtherDed
                       - nPreTaxDed,
               end-if,
               if nNetPay < 0
                   move 0 to nNetPay,
               end-if,
           end-if.

           add nPreTaxDed nPostTaxBenefit giving nBenefitDed.
           if nBenefitDed > 0
               perform 2183-write-benefit-deduction
                   varying nEnrSearchSubscript from 1 by 1
                   until nEnrSearchSubscript > nEnrLoadSubscript,
           end-if.

           move 0 to nGarnishDed.
           if (xGarnSkipFlag = "n" or xFinalPayFlag = "y")
               and nGarnLoadSubscript > 0
               and nNetPay > 0
               perform 225-apply-garnishments,
           end-if.
           subtract nGarnishDed from nNetPay.

           move 0 to nEmpChargeDed.
           if xGarnSkipFlag = "n" and nEchgLoadSubscript > 0
               and nNetPay > 0
               perform 2291-recover-employee-charge
                   varying nEchgSearchSubscript from 1 by 1
                   until nEchgSearchSubscript > nEchgLoadSubscript,
           end-if.
           subtract nEmpChargeDed from nNetPay.

           compute nEmployeeDeductions = nGrossPay - nNetPay.

           move 0 to nReimbPay.
           if xGarnSkipFlag = "n" and nReimbLoadSubscript > 0
               perform 2293-pay-reimbursement
                   varying nReimbSearchSubscript from 1 by 1
                   until nReimbSearchSubscript > nReimbLoadSubscript,
           end-if.
           add nReimbPay to nNetPay.

           perform 235-compute-employer-taxes.

       2181-take-benefit.
           move 0 to nEnrEmpTakeN (nEnrSearchSubscript).
           move 0 to nEnrErTakeN (nEnrSearchSubscript).

           if nEnrEmpNumN (nEnrSearchSubscript) = nProcessEmpNum
               and nEnrEffDateN (nEnrSearchSubscript) <= nProcessPeriod
               and (nEnrEndDateN (nEnrSearchSubscript) = 0
                   or nEnrEndDateN (nEnrSearchSubscript) >= nProcessPeriod)
               move nEnrPlanN (nEnrSearchSubscript) to nPlanSearchSubscript,
               if nPreTaxDed + nPostTaxBenefit
                   + nPlanEmpCostP (nPlanSearchSubscript) <= nGrossPay
                   move nPlanEmpCostP (nPlanSearchSubscript)
                       to nEnrEmpTakeN (nEnrSearchSubscript),
                   move nPlanErCostP (nPlanSearchSubscript)
                       to nEnrErTakeN (nEnrSearchSubscript),
                   if xPlanPreTaxP (nPlanSearchSubscript) = "Y"
                       add nPlanEmpCostP (nPlanSearchSubscript) to nPreTaxDed,
                   else
                       add nPlanEmpCostP (nPlanSearchSubscript)
                           to nPostTaxBenefit,
                   end-if,
               else
                   display "Employee Num ", nProcessEmpNum,
                       " gross too small for plan ",
                       xPlanCodeP (nPlanSearchSubscript),
                       " - benefit not taken.",
               end-if,
           end-if.

       2182-drop-post-tax-benefit.
           if nEnrEmpNumN (nEnrSearchSubscript) = nProcessEmpNum
               and nEnrEmpTakeN (nEnrSearchSubscript) > 0
               move nEnrPlanN (nEnrSearchSubscript) to nPlanSearchSubscript,
               if xPlanPreTaxP (nPlanSearchSubscript) not = "Y"
                   move 0 to nEnrEmpTakeN (nEnrSearchSubscript),
                   move 0 to nEnrErTakeN (nEnrSearchSubscript),
                   display "Employee Num ", nProcessEmpNum,
                       " net too small for plan ",
                       xPlanCodeP (nPlanSearchSubscript),
                       " - benefit not taken.",
               end-if,
           end-if.

       2183-write-benefit-deduction.
           if nEnrEmpNumN (nEnrSearchSubscript) = nProcessEmpNum
               and nEnrEmpTakeN (nEnrSearchSubscript) > 0
               move nEnrPlanN (nEnrSearchSubscript) to nPlanSearchSubscript,
               move xRunDate to nBdedRunDateOut,
               move nProcessPeriod to nBdedPeriodOut,
               move nProcessEmpNum to nBdedEmpNumOut,
               move nNextCheckNumber to nBdedCheckNumOut,
               move xPlanCodeP (nPlanSearchSubscript) to xBdedPlanCodeOut,
               move nEnrEmpTakeN (nEnrSearchSubscript) to nBdedEmpAmtOut,
               move nEnrErTakeN (nEnrSearchSubscript) to nBdedErAmtOut,
               write xBenDedOutput,
               move xStatusBenDed to xCurrentStatus,
               move "BenefitDeductions.txt" to xCurrentFileName,
               perform 900-check-status,
               add 1 to nBenDedWritten,
               move 0 to nEnrEmpTakeN (nEnrSearchSubscript),
               move 0 to nEnrErTakeN (nEnrSearchSubscript),
           end-if.

       219-search-deduction.
           if nEmpNumD (nDeductSearchSubscript) = nProcessEmpNum
               move "y" to xDeductFoundFlag,

           compute nEmployerTax = nEmployerFica + nEmployerSuta.
           add nEmployerTax to nTotalEmployerTax.
           add nEmployerFica to nTotalEmployerFica.
           add nEmployerSuta to nTotalEmployerSuta.
           add nFedWithheld to nTotalFedWithheld.
           add nStateWithheld to nTotalStateWithheld.

       225-apply-garnishments.
           compute nDisposablePay = nGrossPay - nFedWithheld - nStateWithheld.
           move "GarnishRegister.txt" to xCurrentFileName.
           perform 900-check-status.

       2291-recover-employee-charge.
           if nEchgEmpNumE (nEchgSearchSubscript) = nProcessEmpNum
               and xEchgStatusE (nEchgSearchSubscript) = "O"
               and nEchgAmountE (nEchgSearchSubscript)
                   <= nNetPay - nEmpChargeDed
               move "R" to xEchgStatusE (nEchgSearchSubscript),
               move xRunDate to nEchgRecovDateE (nEchgSearchSubscript),
               move nNextCheckNumber
                   to nEchgCheckNumE (nEchgSearchSubscript),
               add nEchgAmountE (nEchgSearchSubscript) to nEmpChargeDed,
               add nEchgAmountE (nEchgSearchSubscript) to nTotalEmpCharges,
               perform 2292-write-echg-register,
           end-if.

       2292-write-echg-register.
           move xRunDate to neEchgRegDate.
           move nProcessEmpNum to neEchgRegEmpNum.
           move nNextCheckNumber to neEchgRegCheckNum.
           move nEchgOrderNumE (nEchgSearchSubscript) to neEchgRegOrderNum.
           move nEchgDateE (nEchgSearchSubscript) to neEchgRegChargeDate.
           move nEchgAmountE (nEchgSearchSubscript) to neEchgRegAmount.

           write xEchgRegRecord from xEchgRegDetail.
           move xStatusEchgReg to xCurrentStatus.
           move "EmpChargeRegister.txt" to xCurrentFileName.
           perform 900-check-status.

       2293-pay-reimbursement.
           if nReimbEmpNumR (nReimbSearchSubscript) = nProcessEmpNum
               and xReimbPaidR (nReimbSearchSubscript) = "n"
               move "y" to xReimbPaidR (nReimbSearchSubscript),
               add nReimbAmountR (nReimbSearchSubscript) to nReimbPay,
               add nReimbAmountR (nReimbSearchSubscript) to nTotalReimbursed,
           end-if.

       224-search-tax-bracket.
           if xTaxJurisT (nTaxSearchSubscript) = xTaxJurisWanted
               and xTaxStatusT (nTaxSearchSubscript) = xFilingStatus
           move nPayPeriodEnding to nSuspensePeriod.
           move xCurJobCode to xSuspenseJobCode.
           move xCurTransType to xSuspenseTransType.
           move xCurShift to xSuspenseShift.
           move nCurHolidayHrs to nSuspenseHolidayHrs.

           write xSuspenseOutput.
           move xStatusSuspense to xCurrentStatus.
               + nRegHoursT (nDeptProcessSub) + nOTHoursT (nDeptProcessSub).
           add nGrossPayT (nDeptProcessSub) to nDeptPaySub.
           compute nDeptDeductSub = nDeptDeductSub
               + nGrossPayT (nDeptProcessSub) + nReimbT (nDeptProcessSub)
               - nNetT (nDeptProcessSub).
           add nNetT (nDeptProcessSub) to nDeptNetSub.
           add nEmpTaxT (nDeptProcessSub) to nDeptBurdenSub.
           add nHolPremT (nDeptProcessSub) to nDeptHolPremSub.
           add nShiftDiffT (nDeptProcessSub) to nDeptShiftDiffSub.

       242-dept-subtotal.
           if xAuthorizedFlag = "y"

               display xDeptSubtotal,
               write xOutput from xDeptSubtotal before advancing 1 line,
               if nDeptHolPremSub > 0 or nDeptShiftDiffSub > 0
                   move xOldDept to neDeptSubtotalDeptP,
                   move nDeptHolPremSub to neDeptSubtotalHolPrem,
                   move nDeptShiftDiffSub to neDeptSubtotalShiftDiff,
                   display xDeptSubtotalP,
                   write xOutput from xDeptSubtotalP before advancing 1 line,
               end-if,
           else
               move xOldDept to neDeptSubtotalDeptB,
               move nDeptHoursSub to neDeptSubtotalHoursB,
           perform 900-check-status.

           move 0 to nDeptHoursSub, nDeptPaySub, nDeptDeductSub, nDeptNetSub,
               nDeptBurdenSub, nDeptHolPremSub, nDeptShiftDiffSub.

       243-unpaid-reimbursements.
           perform 2431-unpaid-reimbursement-line
               varying nReimbSearchSubscript from 1 by 1
               until nReimbSearchSubscript > nReimbLoadSubscript.

       2431-unpaid-reimbursement-line.
           if xReimbPaidR (nReimbSearchSubscript) = "n"
               add 1 to nReimbUnpaidCount,
               move nReimbEmpNumR (nReimbSearchSubscript)
                   to neReimbUnpaidEmpNum,
               move xReimbCategoryR (nReimbSearchSubscript)
                   to xReimbUnpaidCategory,
               move nReimbAmountR (nReimbSearchSubscript)
                   to neReimbUnpaidAmount,
               display xReimbUnpaidDetail,
               write xOutput from xReimbUnpaidDetail before advancing 1 line,
               move xStatusOutfile to xCurrentStatus,
               move "Payroll-01-output.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       260-write-advices.
           if nDeptSubscript > 0
               move nEmpNumT (nAdviceSubscript) to nGroupEmpNum,
               move xEmployeeNameT (nAdviceSubscript) to xGroupName,
               move nPayPeriodT (nAdviceSubscript) to nGroupPeriod,
               move xPayMethodT (nAdviceSubscript) to xGroupPayMethod,
               move 0 to nGroupRegHours,
               move 0 to nGroupOTHours,
               move 0 to nGroupRate,
               move 0 to nGroupGross,
               move 0 to nGroupNet,
               move 0 to nGroupGarnish,
               move 0 to nGroupEmpCharge,
               move 0 to nGroupReimb,
               move 0 to nGroupHolPrem,
               move 0 to nGroupShiftDiff,
               move 0 to nGroupLeavePay,
               move 0 to nGroupBenefit,
           end-if.

           add 1 to nAdviceGroupCount.
           add nGrossPayT (nAdviceSubscript) to nGroupGross.
           add nNetT (nAdviceSubscript) to nGroupNet.
           add nGarnT (nAdviceSubscript) to nGroupGarnish.
           add nEchgT (nAdviceSubscript) to nGroupEmpCharge.
           add nReimbT (nAdviceSubscript) to nGroupReimb.
           add nHolPremT (nAdviceSubscript) to nGroupHolPrem.
           add nShiftDiffT (nAdviceSubscript) to nGroupShiftDiff.
           add nLeavePayT (nAdviceSubscript) to nGroupLeavePay.
           add nBenefitT (nAdviceSubscript) to nGroupBenefit.

       263-emit-check.
           move nGroupCheckNum to neAdviceCheckNum.
           move nGroupOTHours to neAdviceOTHours.
           move nGroupRate to neAdviceRate.
           move nGroupGross to neAdviceGross.
           compute neAdviceDeduct = nGroupGross + nGroupReimb - nGroupNet.
           move nGroupNet to neAdviceNet.

           write xAdviceRecord from xAdviceSeparator.
           write xAdviceRecord from xAdviceLine-2.
           write xAdviceRecord from xAdviceLine-3.
           write xAdviceRecord from xAdviceLine-4.
           if nGroupHolPrem > 0
               move nGroupHolPrem to neAdviceHolPrem,
               write xAdviceRecord from xAdviceLine-4H,
           end-if.
           if nGroupShiftDiff > 0
               move nGroupShiftDiff to neAdviceShiftDiff,
               write xAdviceRecord from xAdviceLine-4S,
           end-if.
           if nGroupLeavePay > 0
               move nGroupLeavePay to neAdviceLeavePay,
               write xAdviceRecord from xAdviceLine-4L,
           end-if.
           write xAdviceRecord from xAdviceLine-5.
           if nGroupBenefit > 0
               move nGroupBenefit to neAdviceBenefit,
               write xAdviceRecord from xAdviceLine-5B,
           end-if.
           if nGroupGarnish > 0
               move nGroupGarnish to neAdviceGarnish,
               write xAdviceRecord from xAdviceLine-5G,
           end-if.
           if nGroupEmpCharge > 0
               move nGroupEmpCharge to neAdviceEmpCharge,
               write xAdviceRecord from xAdviceLine-5E,
           end-if.
           if nGroupReimb > 0
               move nGroupReimb to neAdviceReimb,
               write xAdviceRecord from xAdviceLine-5R,
           end-if.
           write xAdviceRecord from xAdviceSeparator.
           move xStatusAdvice to xCurrentStatus.
           move "PayAdvices.txt" to xCurrentFileName.
           move nGroupGross to neCheckGrossOut.
           move nGroupRegHours to neCheckRegHrsOut.
           move nGroupOTHours to neCheckOTHrsOut.
           if xGroupPayMethod = "C"
               move "CASH" to xCheckStatusOut,
           else
               move "GOOD" to xCheckStatusOut,
           end-if.

           perform 269-check-register-room.
           add 1 to nCheckRegCount.
           move xCheckRegDetail to xCheckLineT (nCheckRegCount).

           if xGroupPayMethod = "C"
               perform 2631-write-cash-envelope,
           else
               perform 213-write-deposit-detail,
               perform 2632-write-positive-pay,
           end-if.

           add 1 to nChecksWritten.
           move 0 to nAdviceGroupCount.

       2631-write-cash-envelope.
           move nGroupCheckNum to neEnvelopeCheckNum.
           move xGroupName to xEnvelopeName.
           move nGroupEmpNum to neEnvelopeEmpNum.
           move nGroupPeriod to neEnvelopePeriod.
           move nGroupNet to neEnvelopeNet.

           write xEnvelopeRecord from xAdviceSeparator.
           write xEnvelopeRecord from xEnvelopeLine-1.
           write xEnvelopeRecord from xEnvelopeLine-2.
           write xEnvelopeRecord from xEnvelopeLine-3.
           move xStatusEnvelope to xCurrentStatus.
           move "CashEnvelopes.txt" to xCurrentFileName.
           perform 900-check-status.

           move nGroupNet to nCashRemaining.
           perform 2633-break-denomination
               varying nDenomSubscript from 1 by 1
               until nDenomSubscript > 10.

           write xEnvelopeRecord from xAdviceSeparator.
           move xStatusEnvelope to xCurrentStatus.
           move "CashEnvelopes.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nCashEnvelopeCount.
           add nGroupNet to nCashTotal.

       2632-write-positive-pay.
           move "D" to xPosPayDetType.
           move xBankAccount to xPosPayDetAccount.
           move nGroupCheckNum to nPosPayDetCheckNum.
           add 1 to nPosPayCount.
           add nGroupNet to nPosPayTotal.

       2633-break-denomination.
           divide nDenomValueT (nDenomSubscript) into nCashRemaining
               giving nDenomCountT (nDenomSubscript)
               remainder nCashRemaining.

           if nDenomCountT (nDenomSubscript) > 0
               add nDenomCountT (nDenomSubscript)
                   to nDenomRunCountT (nDenomSubscript),
               move xDenomNameT (nDenomSubscript) to xEnvelopeDenomName,
               move nDenomCountT (nDenomSubscript) to neEnvelopeDenomCount,
               write xEnvelopeRecord from xEnvelopeDenomLine,
               move xStatusEnvelope to xCurrentStatus,
               move "CashEnvelopes.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       262-update-check-control.
           open output checkControl.
           perform 222-write-suspense.

       275-final-vac-payout.
           if nTermDate = 0
               move nProcessPeriod to nTermDate,
           end-if.

           move "n" to xLeavePaidFlag.
           move "n" to xFinalCheckFlag.
           if nDeptSubscript > 0
               if nEmpNumT (nDeptSubscript) = nProcessEmpNum
                   and nPayPeriodT (nDeptSubscript) = nProcessPeriod
                   move "y" to xFinalCheckFlag,
                   move nCheckNumT (nDeptSubscript) to nFinalCheckNum,
               end-if,
           end-if.

           if nVacBalance > 0 and nSelectedPayRate = 0
               display "Employee Num ", nProcessEmpNum,
                   " has no hourly rate - vacation payout not computed.",
               add 1 to nValidationExceptionCount,
           end-if.

           if nVacBalance > 0 and nSelectedPayRate > 0
               compute nGrossPay rounded = nVacBalance * nSelectedPayRate,
               move nVacBalance to nLeavePayHours,
               move 0 to nRegularHours,
               move 0 to nOvertimeHours,
               move 0 to nOvertimePay,

               move "y" to xFinalPayFlag,
               perform 218-compute-deductions,
               move "n" to xFinalPayFlag,

               perform 208-roll-quarter,
               add nGrossPay to nQtdGrossPay,
               move nInsuranceDed to nInsT (nDeptSubscript),
               move nOtherDed to nOthT (nDeptSubscript),
               move nGarnishDed to nGarnT (nDeptSubscript),
               move nEmpChargeDed to nEchgT (nDeptSubscript),
               move nReimbPay to nReimbT (nDeptSubscript),
               move xPayMethod to xPayMethodT (nDeptSubscript),
               move 0 to nHolPremT (nDeptSubscript),
               move 0 to nShiftDiffT (nDeptSubscript),
               move nGrossPay to nLeavePayT (nDeptSubscript),
               move nBenefitDed to nBenefitT (nDeptSubscript),
               move nEmployerTax to nEmpTaxT (nDeptSubscript),
               move nNetPay to nNetT (nDeptSubscript),
               move nProcessPeriod to nPayPeriodT (nDeptSubscript),

               perform 217-write-csv-row,

               move "y" to xLeavePaidFlag,
               move "y" to xFinalCheckFlag,
               move nCheckNumT (nDeptSubscript) to nFinalCheckNum,
           end-if.

           perform 2751-write-final-register.

           if xLeavePaidFlag = "y"
               move 0 to nVacBalance,
           end-if.

           move "T" to xEmpStatus.

       2751-write-final-register.
           move nProcessEmpNum to neFinalRegEmpNum.
           move xEmployeeName to xFinalRegName.
           move nTermDate to neFinalRegTermDate.
           if xFinalCheckFlag = "y"
               move nFinalCheckNum to neFinalRegCheckNum,
           else
               move spaces to xFinalRegCheckNum,
           end-if.
           move nSelectedPayRate to neFinalRegRate.
           if xLeavePaidFlag = "y"
               move nLeavePayHours to neFinalRegVacHours,
               move nGrossPay to neFinalRegPayout,
               move nEmployeeDeductions to neFinalRegDeduct,
               move nNetPay to neFinalRegNet,
           else
               move 0 to neFinalRegVacHours,
               move 0 to neFinalRegPayout,
               move 0 to neFinalRegDeduct,
               move 0 to neFinalRegNet,
           end-if.

           write xFinalRegRecord from xFinalRegDetail.
           move xStatusFinalReg to xCurrentStatus.
           move "FinalPayRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           add 1 to nFinalPayCount.
           if xLeavePaidFlag = "y"
               add nGrossPay to nTotalLeavePayout,
           end-if.

       276-auto-final-pay.
           move nEmpNumMstr to nProcessEmpNum.
           move nRunPayPeriodEnding to nProcessPeriod.
           move nDept to nChargeDept.
           move nPayRate to nSelectedPayRate.
           perform 230-generate-detail.

           display "Employee Num ", nEmpNumMstr, " terminated ",
               nTermDate, " - final pay issued.".

           perform 275-final-vac-payout.

       270-process-void.
           move nVoidCheckNumIn to nVoidCheckWanted.
           move "n" to xVoidFoundFlag.
               and function numval (xCheckParseNum) = nVoidCheckWanted
               and function numval (xCheckParseEmp) = nProcessEmpNum
               and xCheckParseStatus not = "VOID"
               and xCheckParseStatus not = "ESCH"
               move "y" to xVoidFoundFlag,
           end-if.

           move "Garnishments.txt" to xCurrentFileName.
           perform 900-check-status.

       2641-close-echg-register.
           move nTotalEmpCharges to neEchgRegTotal.
           write xEchgRegRecord from xEchgRegFooter.
           move xStatusEchgReg to xCurrentStatus.
           move "EmpChargeRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           close empChargeRegister.
           move xStatusEchgReg to xCurrentStatus.
           move "EmpChargeRegister.txt" to xCurrentFileName.
           perform 900-check-status.

       2642-close-final-register.
           move nFinalPayCount to neFinalRegCount.
           move nTotalLeavePayout to neFinalRegTotal.
           write xFinalRegRecord from xFinalRegFooter.
           move xStatusFinalReg to xCurrentStatus.
           move "FinalPayRegister.txt" to xCurrentFileName.
           perform 900-check-status.

           if nFinalPayCount > 0
               write xFinalRegRecord from xFinalRegSignOff,
               move xStatusFinalReg to xCurrentStatus,
               move "FinalPayRegister.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           close finalPayRegister.
           move xStatusFinalReg to xCurrentStatus.
           move "FinalPayRegister.txt" to xCurrentFileName.
           perform 900-check-status.

       2651-rewrite-employee-charges.
           if xEchgFileFlag = "y"
               open output empChargeFile,
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,

               perform 2652-write-employee-charge
                   varying nEchgSearchSubscript from 1 by 1
                   until nEchgSearchSubscript > nEchgLoadSubscript,

               close empChargeFile,
               move xStatusEmpCharge to xCurrentStatus,
               move "EmployeeCharges.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       2652-write-employee-charge.
           move nEchgOrderNumE (nEchgSearchSubscript) to nEchgOrderNumIn.
           move nEchgEmpNumE (nEchgSearchSubscript) to nEchgEmpNumIn.
           move nEchgDateE (nEchgSearchSubscript) to nEchgDateIn.
           move nEchgAmountE (nEchgSearchSubscript) to nEchgAmountIn.
           move xEchgLocE (nEchgSearchSubscript) to xEchgLocIn.
           move xEchgStatusE (nEchgSearchSubscript) to xEchgStatusIn.
           move nEchgRecovDateE (nEchgSearchSubscript) to nEchgRecovDateIn.
           move nEchgCheckNumE (nEchgSearchSubscript) to nEchgCheckNumIn.

           write xEmpChargeInput.
           move xStatusEmpCharge to xCurrentStatus.
           move "EmployeeCharges.txt" to xCurrentFileName.
           perform 900-check-status.

       250-write-master.
           write xMaster.
           move xStatusMasterfile to xCurrentStatus.

               display xFooter-2,
               write xOutput from xFooter-2 before advancing 1 line,
               if nTotalReimbursed > 0
                   move nTotalReimbursed to neReimbFooterTotal,
                   display xReimbFooter,
                   write xOutput from xReimbFooter before advancing 1 line,
               end-if,
               if nCashEnvelopeCount > 0
                   move nCashEnvelopeCount to neCashFooterCount,
                   move nCashTotal to neCashFooterTotal,
                   display xCashFooter,
                   write xOutput from xCashFooter before advancing 1 line,
               end-if,
           else
               move nEmployeeCount to neEmployeeCountB,
               move nTotalHours to neTotalHoursB,

           perform 265-rewrite-garnishments.

           perform 2641-close-echg-register.

           perform 2642-close-final-register.

           close benefitDedFile.
           move xStatusBenDed to xCurrentStatus.
           move "BenefitDeductions.txt" to xCurrentFileName.
           perform 900-check-status.

           close jobWageFile.
           move xStatusJobWage to xCurrentStatus.
           move "JobCodeWages.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 2651-rewrite-employee-charges.

           perform 308-release-deposit-file.

           perform 309-release-positive-pay.

           perform 316-write-currency-summary.

           perform 310-write-tax-liability.

           perform 291-clear-checkpoint.

           perform 295-write-audit.
           end-if.

       308-release-deposit-file.
           if nDepositTotal > nTotalGrossPay + nTotalReimbursed
               - nTotalDeductions
               display "*** Direct deposit file out of balance ***",
               display "*** Deposit total ", nDepositTotal,
                   " exceeds run net pay ***",
           move "PositivePay.txt" to xCurrentFileName.
           perform 900-check-status.

       310-write-tax-liability.
           open extend taxLiabilityFile.
           if xStatusTaxLiab = "35"
               open output taxLiabilityFile,
           end-if.
           move xStatusTaxLiab to xCurrentStatus.
           move "TaxLiability.txt" to xCurrentFileName.
           perform 900-check-status.

           move xRunDate to nTaxLiabCheckDateOut.
           if nTotalFedWithheld > 0
               move "FWT" to xTaxLiabTypeOut,
               move nTotalFedWithheld to nTaxLiabAmountOut,
               perform 311-write-liability-line,
           end-if.
           if nTotalEmployerFica > 0
               move "FICA" to xTaxLiabTypeOut,
               move nTotalEmployerFica to nTaxLiabAmountOut,
               perform 311-write-liability-line,
           end-if.
           if nTotalStateWithheld > 0
               move "SWT" to xTaxLiabTypeOut,
               move nTotalStateWithheld to nTaxLiabAmountOut,
               perform 311-write-liability-line,
           end-if.
           if nTotalEmployerSuta > 0
               move "SUTA" to xTaxLiabTypeOut,
               move nTotalEmployerSuta to nTaxLiabAmountOut,
               perform 311-write-liability-line,
           end-if.

           close taxLiabilityFile.
           move xStatusTaxLiab to xCurrentStatus.
           move "TaxLiability.txt" to xCurrentFileName.
           perform 900-check-status.

       311-write-liability-line.
           write xTaxLiabilityOutput.
           move xStatusTaxLiab to xCurrentStatus.
           move "TaxLiability.txt" to xCurrentFileName.
           perform 900-check-status.

       316-write-currency-summary.
           if nCashEnvelopeCount > 0
               move xRunDate to neCashSummaryDate,
               write xEnvelopeRecord from xCashSummaryHeading,
               move xStatusEnvelope to xCurrentStatus,
               move "CashEnvelopes.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 317-write-currency-line
                   varying nDenomSubscript from 1 by 1
                   until nDenomSubscript > 10,
               move nCashEnvelopeCount to neCashSummaryEnvelopes,
               move nCashTotal to neCashSummaryTotal,
               write xEnvelopeRecord from xCashSummaryTotal,
               move xStatusEnvelope to xCurrentStatus,
               move "CashEnvelopes.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

           close cashEnvelopeFile.
           move xStatusEnvelope to xCurrentStatus.
           move "CashEnvelopes.txt" to xCurrentFileName.
           perform 900-check-status.

       317-write-currency-line.
           if nDenomRunCountT (nDenomSubscript) > 0
               move xDenomNameT (nDenomSubscript) to xCashSummaryName,
               move nDenomRunCountT (nDenomSubscript) to neCashSummaryCount,
               compute neCashSummaryAmount = nDenomRunCountT (nDenomSubscript)
                   * nDenomValueT (nDenomSubscript),
               write xEnvelopeRecord from xCashSummaryDetail,
               move xStatusEnvelope to xCurrentStatus,
               move "CashEnvelopes.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       320-hold-for-approval.
           open output approvalFile.
           move xStatusApproval to xCurrentStatus.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nTransRecordsRead to neAuditRecordsReadOut.
           move nEmployeeCount to neAuditRecordsWrittenOut.
           add nExceptionCount nValidationExceptionCount nReimbUnpaidCount
               giving neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
           move xStatusAudit to xCurrentStatus.
           move "AuditTrail.txt" to xCurrentFileName.
