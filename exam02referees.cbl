       identification division.
       program-id. exam02referees.

       environment division.
       input-output section.
       file-control.
           select officialFile assign to "Officials.txt" organization is line sequential
               file status is xStatusOfficial.
           select availFile assign to "OfficialAvail.txt"
               organization is line sequential
               file status is xStatusAvail.
           select gamesFile assign to "Games-results.txt"
               organization is line sequential
               file status is xStatusGames.
           select confFile assign to "Conferences.txt"
               organization is line sequential
               file status is xStatusConf.
           select bracketFile assign to "Bracket.txt" organization is line sequential
               file status is xStatusBracket.
           select assignFile assign to "Assignments.txt"
               organization is line sequential
               file status is xStatusAssign.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "exam02referees-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd officialFile.
       01 xOfficialInput.
           05   nOfficialIdIn             pic 9(4).
           05   xOfficialNameIn           pic x(20).
           05   nOfficialGradeIn          pic 9.
           05   xOfficialAffilTypeIn      pic x.
           05   xOfficialAffilIn          pic x(15).
           05   nOfficialMaxWeekIn        pic 9.

       fd availFile.
       01 xAvailInput.
           05   nAvailIdIn                pic 9(4).
           05   nAvailDateIn              pic 9(8).
           05   xAvailCodeIn              pic x.

       fd gamesFile.
       01 xGameInput.
           05   xGameSchoolIn             pic x(15).
           05   xGameOpponentIn           pic x(15).
           05   xGameResultIn             pic x(1).
           05   nGameDateIn               pic 9(8).
           05   nGoalsForIn               pic 99.
           05   nGoalsAgainstIn           pic 99.
           05   xGameStatusIn             pic x.
           05   nAttendanceIn             pic 9(6).
           05   nTicketRevenueIn          pic 9(7)v99.
           05   nConcessionRevenueIn      pic 9(7)v99.
           05   xGameVenueIn              pic x.

       fd confFile.
       01 xConfInput.
           05   xConfSchoolIn             pic x(15).
           05   xConfNameIn               pic x(10).

       fd bracketFile.
       01 xBracketInput.
           05   nBracketRoundIn           pic 9.
           05   nBracketGameIn            pic 99.
           05   xBracketHomeIn            pic x(15).
           05   xBracketAwayIn            pic x(15).
           05   xBracketWinnerIn          pic x(15).

       fd assignFile.
       01 xAssignRecord.
           05   nAssignDateIn             pic 9(8).
           05   xAssignHomeIn             pic x(15).
           05   xAssignAwayIn             pic x(15).
           05   xAssignRoleIn             pic x.
           05   nAssignOfficialIn         pic 9(4).
           05   xAssignPlayoffIn          pic x.

       fd controlFile.
       01 xControlInput.
           05   xControlProgramIn         pic x(14).
           05   xControlParamIn           pic x(14).
           05   xControlValueIn           pic x(10).

       fd outfile.
       01 xOutput                         pic x(100).

       fd auditFile.
       01 xAuditRecord                    pic x(60).

       working-storage section.
       77 xStatusOfficial                 pic xx      value "00".
       77 xStatusAvail                    pic xx      value "00".
       77 xStatusGames                    pic xx      value "00".
       77 xStatusConf                     pic xx      value "00".
       77 xStatusBracket                  pic xx      value "00".
       77 xStatusAssign                   pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xOfficialEofFlag                pic x       value "n".
       77 xAvailEofFlag                   pic x       value "n".
       77 xGamesEofFlag                   pic x       value "n".
       77 xConfEofFlag                    pic x       value "n".
       77 xBracketEofFlag                 pic x       value "n".
       77 xAssignEofFlag                  pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 nSeasonWanted                   pic 9(4)    value 0.
       77 nRefFee                         pic 9(4)v99 value 50.00.
       77 nAssistFee                      pic 9(4)v99 value 30.00.
       77 nPlayoffRefGrade                pic 9       value 4.
       77 nPlayoffAssistGrade             pic 9       value 3.
       77 nOfficialCount                  pic 999     value 0.
       77 nOfficialSubscript              pic 999.
       77 nOfficialFound                  pic 999     value 0.
       77 nOfficialWanted                 pic 9(4)    value 0.
       77 nAvailCount                     pic 9999    value 0.
       77 nAvailSubscript                 pic 9999.
       77 nGameCount                      pic 999     value 0.
       77 nGameSubscript                  pic 999.
       77 nConfLoadSubscript              pic 99      value 0.
       77 nConfSearchSubscript            pic 99.
       77 xConfWanted                     pic x(15).
       77 xConfFound                      pic x(10).
       77 xHomeConf                       pic x(10).
       77 xAwayConf                       pic x(10).
       77 nBracketCount                   pic 99      value 0.
       77 nBracketSubscript               pic 99.
       77 nAssignCount                    pic 9999    value 0.
       77 nAssignSubscript                pic 9999.
       77 nAssignFound                    pic 9999    value 0.
       77 xRoleWanted                     pic x.
       77 nRoleSubscript                  pic 9.
       77 xEligibleFlag                   pic x       value "n".
       77 xAvailYesFlag                   pic x       value "n".
       77 xAvailNoFlag                    pic x       value "n".
       77 xAvailDateFlag                  pic x       value "n".
       77 nWeekGames                      pic 99      value 0.
       77 nBestSubscript                  pic 999     value 0.
       77 xBetterFlag                     pic x       value "n".
       77 nGameInteger                    pic 9(7)    value 0.
       77 nAssignYear                     pic 9(4)    value 0.
       77 nNewAssignments                 pic 9999    value 0.
       77 nUnfilledCount                  pic 9999    value 0.
       77 nRejectedCount                  pic 999     value 0.
       77 nRecordsRead                    pic 9(5)    value 0.
       77 nLinesWritten                   pic 9(5)    value 0.
       77 nSeasonRefGames                 pic 9999    value 0.
       77 nSeasonAssistGames              pic 9999    value 0.
       77 nSeasonPay                      pic 9(7)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xOfficialTable.
           05  xOfficialElement occurs 1 to 200 times
                   depending on nOfficialCount.
               10 nOffIdT                 pic 9(4).
               10 xOffNameT               pic x(20).
               10 nOffGradeT              pic 9.
               10 xOffAffilTypeT          pic x.
               10 xOffAffilT              pic x(15).
               10 nOffMaxWeekT            pic 9.
               10 nOffLoadT               pic 999.
               10 nOffRefGamesT           pic 999.
               10 nOffAssistGamesT        pic 999.
               10 nOffPayT                pic 9(6)v99.

       01 xAvailTable.
           05  xAvailElement occurs 1 to 3000 times
                   depending on nAvailCount.
               10 nAvIdT                  pic 9(4).
               10 nAvDateT                pic 9(8).
               10 xAvCodeT                pic x.

       01 xGameTable.
           05  xGameElement occurs 1 to 300 times
                   depending on nGameCount.
               10 nGmDateT                pic 9(8).
               10 xGmHomeT                pic x(15).
               10 xGmAwayT                pic x(15).
               10 xGmPlayoffT             pic x.
               10 nGmWeekT                pic 9(7).

       01 xConfTable.
           05  xConfElement occurs 50 times.
               10 xConfSchoolT            pic x(15).
               10 xConfNameT              pic x(10).

       01 xBracketTable.
           05  xBracketElement occurs 63 times.
               10 xBracketHomeT           pic x(15).
               10 xBracketAwayT           pic x(15).

       01 xAssignTable.
           05  xAssignElement occurs 1 to 3000 times
                   depending on nAssignCount.
               10 nAsDateT                pic 9(8).
               10 xAsHomeT                pic x(15).
               10 xAsAwayT                pic x(15).
               10 xAsRoleT                pic x.
               10 nAsOfficialT            pic 9(4).
               10 xAsPlayoffT             pic x.
               10 nAsWeekT                pic 9(7).

       01 xRoleCodes                      pic x(3)    value "R12".
       01 xRoleCodeTable redefines xRoleCodes.
           05  xRoleCodeT occurs 3 times  pic x.

       01 xRoleNames.
           05 filler                      pic x(12)   value "Referee".
           05 filler                      pic x(12)   value "Assistant 1".
           05 filler                      pic x(12)   value "Assistant 2".
       01 xRoleNameTable redefines xRoleNames.
           05  xRoleNameT occurs 3 times  pic x(12).

       01 xSheetHeading.
           05 filler                      pic x(40)   value
               "*** Officials' Assignment Sheets ***".

       01 xGameHeading.
           05 neGameDateOut               pic 9999/99/99.
           05 filler                      pic xx      value spaces.
           05 xGameHomeOut                pic x(15).
           05 filler                      pic x(4)    value " vs ".
           05 xGameAwayOut                pic x(15).
           05 filler                      pic xx      value spaces.
           05 xGamePlayoffOut             pic x(9).

       01 xSlotDetail.
           05 filler                      pic x(4)    value spaces.
           05 xSlotRoleOut                pic x(14).
           05 xSlotNameOut                pic x(20).
           05 filler                      pic x(8)    value "  grade ".
           05 xSlotGradeOut               pic x.
           05 filler                      pic xx      value spaces.
           05 xSlotNoteOut                pic x(20).

       01 xPayHeading-1.
           05 filler                      pic x(37)   value
               "*** Officials' Pay Summary - Season ".
           05 nePaySeasonOut              pic 9999.
           05 filler                      pic x(4)    value " ***".

       01 xPayHeading-2.
           05 filler                      pic x(22)   value "Official".
           05 filler                      pic x(7)    value "Grade".
           05 filler                      pic x(6)    value "Ref".
           05 filler                      pic x(6)    value "AR".
           05 filler                      pic x(10)   value "       Pay".

       01 xPayDetail.
           05 xPayNameOut                 pic x(20).
           05 filler                      pic x(4)    value spaces.
           05 nePayGradeOut               pic 9.
           05 filler                      pic x(3)    value spaces.
           05 nePayRefOut                 pic zz9.
           05 filler                      pic x(3)    value spaces.
           05 nePayAssistOut              pic zz9.
           05 filler                      pic xx      value spaces.
           05 nePayAmountOut              pic zzz,zz9.99.

       01 xPayTotal.
           05 filler                      pic x(28)   value "Season totals".
           05 nePayTotalRefOut            pic zzz9.
           05 filler                      pic xx      value spaces.
           05 nePayTotalAssistOut         pic zzz9.
           05 filler                      pic x       value space.
           05 nePayTotalAmountOut         pic z,zzz,zz9.99.

       01 xFooter-1.
           05 neFooterGames               pic zz9.
           05 filler                      pic x(17)   value " game(s) staffed,".
           05 neFooterNew                 pic zzz9.
           05 filler                      pic x(17)   value " new assignments,".
           05 neFooterUnfilled            pic zzz9.
           05 filler                      pic x(17)   value " slot(s) unfilled".

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
           perform 200-assign-games.
           perform 250-print-sheets.
           perform 260-save-assignments.
           perform 270-pay-summary.
           perform 300-termination.

           if nUnfilledCount > 0 or nRejectedCount > 0
               move 4 to return-code,
           else
               move 0 to return-code,
           end-if.
           stop run.

       100-initialization.
           accept xRunDate from date yyyymmdd.
           perform 105-load-control.

           move "NSEASON" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nSeasonWanted = function numval(xControlValueFound)
           else
               move xRunDate (1:4) to nSeasonWanted,
           end-if.

           move "REF-FEE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nRefFee = function numval(xControlValueFound)
           end-if.

           move "AR-FEE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nAssistFee = function numval(xControlValueFound)
           end-if.

           move "PLAYOFF-REF" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nPlayoffRefGrade = function numval(xControlValueFound)
           end-if.

           move "PLAYOFF-AR" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nPlayoffAssistGrade =
                   function numval(xControlValueFound)
           end-if.

           perform 110-load-officials.
           perform 115-load-availability.
           perform 120-load-conferences.
           perform 125-load-bracket.
           perform 130-load-assignments.
           perform 135-load-games.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02referees-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "EXAM02REFEREES"
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

       110-load-officials.
           open input officialFile.
           move xStatusOfficial to xCurrentStatus.
           move "Officials.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-official until xOfficialEofFlag = "y".

           close officialFile.
           move xStatusOfficial to xCurrentStatus.
           move "Officials.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-official.
           read officialFile
               at end
                   move "y" to xOfficialEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nOfficialIdIn not numeric or nOfficialIdIn = 0
                       or nOfficialGradeIn not numeric
                       or nOfficialGradeIn < 1 or nOfficialGradeIn > 5
                       or nOfficialMaxWeekIn not numeric
                       or nOfficialMaxWeekIn = 0
                       or (xOfficialAffilTypeIn not = "S"
                           and xOfficialAffilTypeIn not = "C"
                           and xOfficialAffilTypeIn not = space)
                       display "*** Official record rejected - ",
                           xOfficialInput (1:24), " ***",
                       add 1 to nRejectedCount,
                   else
                       if nOfficialCount < 200
                           add 1 to nOfficialCount,
                           move nOfficialIdIn to nOffIdT (nOfficialCount),
                           move xOfficialNameIn to xOffNameT (nOfficialCount),
                           move nOfficialGradeIn to nOffGradeT (nOfficialCount),
                           move xOfficialAffilTypeIn
                               to xOffAffilTypeT (nOfficialCount),
                           move xOfficialAffilIn to xOffAffilT (nOfficialCount),
                           move nOfficialMaxWeekIn
                               to nOffMaxWeekT (nOfficialCount),
                           move 0 to nOffLoadT (nOfficialCount),
                           move 0 to nOffRefGamesT (nOfficialCount),
                           move 0 to nOffAssistGamesT (nOfficialCount),
                           move 0 to nOffPayT (nOfficialCount),
                       end-if,
                   end-if,
           end-read.

           move xStatusOfficial to xCurrentStatus.
           move "Officials.txt" to xCurrentFileName.
           perform 901-check-read-status.

       115-load-availability.
           open input availFile.

           if xStatusAvail = "35"
               continue,
           else
               move xStatusAvail to xCurrentStatus,
               move "OfficialAvail.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 116-read-availability until xAvailEofFlag = "y",
               close availFile,
               move xStatusAvail to xCurrentStatus,
               move "OfficialAvail.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       116-read-availability.
           read availFile
               at end
                   move "y" to xAvailEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nAvailCount < 3000
                       add 1 to nAvailCount,
                       move nAvailIdIn to nAvIdT (nAvailCount),
                       move nAvailDateIn to nAvDateT (nAvailCount),
                       move function upper-case(xAvailCodeIn)
                           to xAvCodeT (nAvailCount),
                   end-if,
           end-read.

           move xStatusAvail to xCurrentStatus.
           move "OfficialAvail.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-conferences.
           open input confFile.

           if xStatusConf = "00"
               perform 121-read-conference until xConfEofFlag = "y",
               close confFile,
           end-if.

       121-read-conference.
           read confFile
               at end
                   move "y" to xConfEofFlag,
               not at end
                   if nConfLoadSubscript < 50
                       add 1 to nConfLoadSubscript,
                       move xConfSchoolIn to xConfSchoolT (nConfLoadSubscript),
                       move xConfNameIn to xConfNameT (nConfLoadSubscript),
                   end-if,
           end-read.

       122-find-conference.
           move spaces to xConfFound.
           perform 123-search-conference
               varying nConfSearchSubscript from 1 by 1
               until nConfSearchSubscript > nConfLoadSubscript
               or xConfFound not = spaces.

       123-search-conference.
           if xConfSchoolT (nConfSearchSubscript) = xConfWanted
               move xConfNameT (nConfSearchSubscript) to xConfFound,
           end-if.

       125-load-bracket.
           open input bracketFile.

           if xStatusBracket = "35"
               continue,
           else
               move xStatusBracket to xCurrentStatus,
               move "Bracket.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 126-read-bracket until xBracketEofFlag = "y",
               close bracketFile,
               move xStatusBracket to xCurrentStatus,
               move "Bracket.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       126-read-bracket.
           read bracketFile
               at end
                   move "y" to xBracketEofFlag,
               not at end
                   if xBracketWinnerIn = spaces
                       and xBracketAwayIn not = "BYE"
                       and nBracketCount < 63
                       add 1 to nBracketCount,
                       move xBracketHomeIn to xBracketHomeT (nBracketCount),
                       move xBracketAwayIn to xBracketAwayT (nBracketCount),
                   end-if,
           end-read.

           move xStatusBracket to xCurrentStatus.
           move "Bracket.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-assignments.
           open input assignFile.

           if xStatusAssign = "35"
               continue,
           else
               move xStatusAssign to xCurrentStatus,
               move "Assignments.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 131-read-assignment until xAssignEofFlag = "y",
               close assignFile,
               move xStatusAssign to xCurrentStatus,
               move "Assignments.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       131-read-assignment.
           read assignFile
               at end
                   move "y" to xAssignEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nAssignCount < 3000
                       add 1 to nAssignCount,
                       move nAssignDateIn to nAsDateT (nAssignCount),
                       move xAssignHomeIn to xAsHomeT (nAssignCount),
                       move xAssignAwayIn to xAsAwayT (nAssignCount),
                       move xAssignRoleIn to xAsRoleT (nAssignCount),
                       move nAssignOfficialIn to nAsOfficialT (nAssignCount),
                       move xAssignPlayoffIn to xAsPlayoffT (nAssignCount),
                       compute nGameInteger =
                           function integer-of-date (nAssignDateIn),
                       compute nAsWeekT (nAssignCount) =
                           (nGameInteger - 1) / 7,
                       perform 132-count-existing-load,
                   end-if,
           end-read.

           move xStatusAssign to xCurrentStatus.
           move "Assignments.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-count-existing-load.
           move nAssignOfficialIn to nOfficialWanted.
           perform 133-find-official.
           if nOfficialFound > 0
               add 1 to nOffLoadT (nOfficialFound),
           end-if.

       133-find-official.
           move 0 to nOfficialFound.
           perform 134-scan-official
               varying nOfficialSubscript from 1 by 1
               until nOfficialSubscript > nOfficialCount
               or nOfficialFound > 0.

       134-scan-official.
           if nOffIdT (nOfficialSubscript) = nOfficialWanted
               move nOfficialSubscript to nOfficialFound,
           end-if.

       135-load-games.
           open input gamesFile.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 136-read-game until xGamesEofFlag = "y".

           close gamesFile.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.

       136-read-game.
           read gamesFile
               at end
                   move "y" to xGamesEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if xGameResultIn = "S"
                       and xGameStatusIn not = "O"
                       and xGameStatusIn not = "B"
                       and xGameStatusIn not = "H"
                       and xGameStatusIn not = "A"
                       and nGameCount < 300
                       add 1 to nGameCount,
                       move nGameDateIn to nGmDateT (nGameCount),
                       if xGameVenueIn = "A"
                           move xGameOpponentIn to xGmHomeT (nGameCount),
                           move xGameSchoolIn to xGmAwayT (nGameCount),
                       else
                           move xGameSchoolIn to xGmHomeT (nGameCount),
                           move xGameOpponentIn to xGmAwayT (nGameCount),
                       end-if,
                       compute nGameInteger =
                           function integer-of-date (nGameDateIn),
                       compute nGmWeekT (nGameCount) = (nGameInteger - 1) / 7,
                       move "n" to xGmPlayoffT (nGameCount),
                       perform 137-check-playoff
                           varying nBracketSubscript from 1 by 1
                           until nBracketSubscript > nBracketCount,
                   end-if,
           end-read.

           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 901-check-read-status.

       137-check-playoff.
           if (xBracketHomeT (nBracketSubscript) = xGameSchoolIn
                   and xBracketAwayT (nBracketSubscript) = xGameOpponentIn)
               or (xBracketHomeT (nBracketSubscript) = xGameOpponentIn
                   and xBracketAwayT (nBracketSubscript) = xGameSchoolIn)
               move "y" to xGmPlayoffT (nGameCount),
           end-if.

       200-assign-games.
           if nGameCount > 0
               sort xGameElement on ascending key nGmDateT
                   ascending key xGmHomeT,
           end-if.

           perform 210-staff-game
               varying nGameSubscript from 1 by 1
               until nGameSubscript > nGameCount.

       210-staff-game.
           move xGmHomeT (nGameSubscript) to xConfWanted.
           perform 122-find-conference.
           move xConfFound to xHomeConf.
           move xGmAwayT (nGameSubscript) to xConfWanted.
           perform 122-find-conference.
           move xConfFound to xAwayConf.

           perform 215-staff-slot
               varying nRoleSubscript from 1 by 1
               until nRoleSubscript > 3.

       215-staff-slot.
           move xRoleCodeT (nRoleSubscript) to xRoleWanted.
           perform 240-find-slot.

           if nAssignFound = 0
               move 0 to nBestSubscript,
               perform 220-consider-official
                   varying nOfficialSubscript from 1 by 1
                   until nOfficialSubscript > nOfficialCount,
               if nBestSubscript = 0
                   add 1 to nUnfilledCount,
               else
                   perform 225-make-assignment,
               end-if,
           end-if.

       220-consider-official.
           perform 230-check-eligible.

           if xEligibleFlag = "y"
               move "n" to xBetterFlag,
               if nBestSubscript = 0
                   move "y" to xBetterFlag,
               else
                   if xRoleWanted = "R"
                       if nOffGradeT (nOfficialSubscript)
                               > nOffGradeT (nBestSubscript)
                           or (nOffGradeT (nOfficialSubscript)
                                   = nOffGradeT (nBestSubscript)
                               and nOffLoadT (nOfficialSubscript)
                                   < nOffLoadT (nBestSubscript))
                           move "y" to xBetterFlag,
                       end-if,
                   else
                       if nOffLoadT (nOfficialSubscript)
                               < nOffLoadT (nBestSubscript)
                           or (nOffLoadT (nOfficialSubscript)
                                   = nOffLoadT (nBestSubscript)
                               and nOffGradeT (nOfficialSubscript)
                                   > nOffGradeT (nBestSubscript))
                           move "y" to xBetterFlag,
                       end-if,
                   end-if,
               end-if,
               if xBetterFlag = "y"
                   move nOfficialSubscript to nBestSubscript,
               end-if,
           end-if.

       225-make-assignment.
           if nAssignCount < 3000
               add 1 to nAssignCount,
               move nGmDateT (nGameSubscript) to nAsDateT (nAssignCount),
               move xGmHomeT (nGameSubscript) to xAsHomeT (nAssignCount),
               move xGmAwayT (nGameSubscript) to xAsAwayT (nAssignCount),
               move xRoleWanted to xAsRoleT (nAssignCount),
               move nOffIdT (nBestSubscript) to nAsOfficialT (nAssignCount),
               move xGmPlayoffT (nGameSubscript) to xAsPlayoffT (nAssignCount),
               move nGmWeekT (nGameSubscript) to nAsWeekT (nAssignCount),
               add 1 to nOffLoadT (nBestSubscript),
               add 1 to nNewAssignments,
           else
               add 1 to nUnfilledCount,
           end-if.

       230-check-eligible.
           move "y" to xEligibleFlag.

           if xGmPlayoffT (nGameSubscript) = "y"
               if xRoleWanted = "R"
                   if nOffGradeT (nOfficialSubscript) < nPlayoffRefGrade
                       move "n" to xEligibleFlag,
                   end-if,
               else
                   if nOffGradeT (nOfficialSubscript) < nPlayoffAssistGrade
                       move "n" to xEligibleFlag,
                   end-if,
               end-if,
           end-if.

           if xOffAffilTypeT (nOfficialSubscript) = "S"
               and (xOffAffilT (nOfficialSubscript) = xGmHomeT (nGameSubscript)
                   or xOffAffilT (nOfficialSubscript)
                       = xGmAwayT (nGameSubscript))
               move "n" to xEligibleFlag,
           end-if.

           if xOffAffilTypeT (nOfficialSubscript) = "C"
               and (xOffAffilT (nOfficialSubscript) = xHomeConf
                   or xOffAffilT (nOfficialSubscript) = xAwayConf)
               move "n" to xEligibleFlag,
           end-if.

           if xEligibleFlag = "y"
               move "n" to xAvailYesFlag,
               move "n" to xAvailNoFlag,
               move "n" to xAvailDateFlag,
               perform 231-scan-availability
                   varying nAvailSubscript from 1 by 1
                   until nAvailSubscript > nAvailCount,
               if xAvailNoFlag = "y"
                   or (xAvailYesFlag = "y" and xAvailDateFlag = "n")
                   move "n" to xEligibleFlag,
               end-if,
           end-if.

           if xEligibleFlag = "y"
               move 0 to nWeekGames,
               perform 232-scan-bookings
                   varying nAssignSubscript from 1 by 1
                   until nAssignSubscript > nAssignCount
                   or xEligibleFlag = "n",
           end-if.

           if xEligibleFlag = "y"
               if nWeekGames >= nOffMaxWeekT (nOfficialSubscript)
                   move "n" to xEligibleFlag,
               end-if,
           end-if.

       231-scan-availability.
           if nAvIdT (nAvailSubscript) = nOffIdT (nOfficialSubscript)
               if xAvCodeT (nAvailSubscript) = "Y"
                   move "y" to xAvailYesFlag,
                   if nAvDateT (nAvailSubscript) = nGmDateT (nGameSubscript)
                       move "y" to xAvailDateFlag,
                   end-if,
               end-if,
               if xAvCodeT (nAvailSubscript) = "N"
                   and nAvDateT (nAvailSubscript) = nGmDateT (nGameSubscript)
                   move "y" to xAvailNoFlag,
               end-if,
           end-if.

       232-scan-bookings.
           if nAsOfficialT (nAssignSubscript) = nOffIdT (nOfficialSubscript)
               if nAsDateT (nAssignSubscript) = nGmDateT (nGameSubscript)
                   move "n" to xEligibleFlag,
               end-if,
               if nAsWeekT (nAssignSubscript) = nGmWeekT (nGameSubscript)
                   add 1 to nWeekGames,
               end-if,
           end-if.

       240-find-slot.
           move 0 to nAssignFound.
           perform 241-scan-slot
               varying nAssignSubscript from 1 by 1
               until nAssignSubscript > nAssignCount
               or nAssignFound > 0.

       241-scan-slot.
           if nAsDateT (nAssignSubscript) = nGmDateT (nGameSubscript)
               and xAsHomeT (nAssignSubscript) = xGmHomeT (nGameSubscript)
               and xAsAwayT (nAssignSubscript) = xGmAwayT (nGameSubscript)
               and xAsRoleT (nAssignSubscript) = xRoleWanted
               move nAssignSubscript to nAssignFound,
           end-if.

       250-print-sheets.
           display xSheetHeading.
           write xOutput from xSheetHeading before advancing 2 lines.
           perform 229-check-write.

           perform 251-print-game
               varying nGameSubscript from 1 by 1
               until nGameSubscript > nGameCount.

       251-print-game.
           move nGmDateT (nGameSubscript) to neGameDateOut.
           move xGmHomeT (nGameSubscript) to xGameHomeOut.
           move xGmAwayT (nGameSubscript) to xGameAwayOut.
           if xGmPlayoffT (nGameSubscript) = "y"
               move "(PLAYOFF)" to xGamePlayoffOut,
           else
               move spaces to xGamePlayoffOut,
           end-if.

           display " ".
           display xGameHeading.
           write xOutput from xGameHeading before advancing 1 line.
           perform 229-check-write.

           perform 252-print-slot
               varying nRoleSubscript from 1 by 1
               until nRoleSubscript > 3.

       252-print-slot.
           move xRoleCodeT (nRoleSubscript) to xRoleWanted.
           move xRoleNameT (nRoleSubscript) to xSlotRoleOut.
           move spaces to xSlotNoteOut.
           perform 240-find-slot.

           if nAssignFound = 0
               move "*** UNFILLED ***" to xSlotNameOut,
               move space to xSlotGradeOut,
           else
               move nAsOfficialT (nAssignFound) to nOfficialWanted,
               perform 133-find-official,
               if nOfficialFound = 0
                   move "(not on Officials)" to xSlotNameOut,
                   move space to xSlotGradeOut,
               else
                   move xOffNameT (nOfficialFound) to xSlotNameOut,
                   move nOffGradeT (nOfficialFound) to xSlotGradeOut,
               end-if,
           end-if.

           display xSlotDetail.
           write xOutput from xSlotDetail before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "exam02referees-output.txt" to xCurrentFileName.
           perform 900-check-status.

       260-save-assignments.
           open output assignFile.
           move xStatusAssign to xCurrentStatus.
           move "Assignments.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 261-write-assignment
               varying nAssignSubscript from 1 by 1
               until nAssignSubscript > nAssignCount.

           close assignFile.
           move xStatusAssign to xCurrentStatus.
           move "Assignments.txt" to xCurrentFileName.
           perform 900-check-status.

       261-write-assignment.
           move nAsDateT (nAssignSubscript) to nAssignDateIn.
           move xAsHomeT (nAssignSubscript) to xAssignHomeIn.
           move xAsAwayT (nAssignSubscript) to xAssignAwayIn.
           move xAsRoleT (nAssignSubscript) to xAssignRoleIn.
           move nAsOfficialT (nAssignSubscript) to nAssignOfficialIn.
           move xAsPlayoffT (nAssignSubscript) to xAssignPlayoffIn.

           write xAssignRecord.
           move xStatusAssign to xCurrentStatus.
           move "Assignments.txt" to xCurrentFileName.
           perform 900-check-status.

       270-pay-summary.
           perform 271-tally-assignment
               varying nAssignSubscript from 1 by 1
               until nAssignSubscript > nAssignCount.

           move nSeasonWanted to nePaySeasonOut.
           display " ".
           display xPayHeading-1.
           write xOutput from xPayHeading-1 before advancing 2 lines.
           perform 229-check-write.

           display xPayHeading-2.
           write xOutput from xPayHeading-2 before advancing 1 line.
           perform 229-check-write.

           if nOfficialCount > 0
               sort xOfficialElement on ascending key xOffNameT,
           end-if.

           perform 275-pay-line
               varying nOfficialSubscript from 1 by 1
               until nOfficialSubscript > nOfficialCount.

           move nSeasonRefGames to nePayTotalRefOut.
           move nSeasonAssistGames to nePayTotalAssistOut.
           move nSeasonPay to nePayTotalAmountOut.
           display xPayTotal.
           write xOutput from xPayTotal before advancing 1 line.
           perform 229-check-write.

       271-tally-assignment.
           compute nAssignYear = nAsDateT (nAssignSubscript) / 10000.

           if nAssignYear = nSeasonWanted
               move nAsOfficialT (nAssignSubscript) to nOfficialWanted,
               perform 133-find-official,
               if nOfficialFound > 0
                   if xAsRoleT (nAssignSubscript) = "R"
                       add 1 to nOffRefGamesT (nOfficialFound),
                       add nRefFee to nOffPayT (nOfficialFound),
                   else
                       add 1 to nOffAssistGamesT (nOfficialFound),
                       add nAssistFee to nOffPayT (nOfficialFound),
                   end-if,
               end-if,
           end-if.

       275-pay-line.
           move xOffNameT (nOfficialSubscript) to xPayNameOut.
           move nOffGradeT (nOfficialSubscript) to nePayGradeOut.
           move nOffRefGamesT (nOfficialSubscript) to nePayRefOut.
           move nOffAssistGamesT (nOfficialSubscript) to nePayAssistOut.
           move nOffPayT (nOfficialSubscript) to nePayAmountOut.

           add nOffRefGamesT (nOfficialSubscript) to nSeasonRefGames.
           add nOffAssistGamesT (nOfficialSubscript) to nSeasonAssistGames.
           add nOffPayT (nOfficialSubscript) to nSeasonPay.

           display xPayDetail.
           write xOutput from xPayDetail before advancing 1 line.
           perform 229-check-write.

       300-termination.
           move nGameCount to neFooterGames.
           move nNewAssignments to neFooterNew.
           move nUnfilledCount to neFooterUnfilled.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 before advancing 1 line.
           perform 229-check-write.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02referees-output.txt" to xCurrentFileName.
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

           move "EXAM02REFEREES" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nNewAssignments to neAuditRecordsWrittenOut.
           compute neAuditExceptionsOut = nUnfilledCount + nRejectedCount.
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
