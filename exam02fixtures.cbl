       identification division.
       program-id. exam02fixtures.

       environment division.
       input-output section.
       file-control.
           select masterFile assign to "soccer.txt" organization is line sequential
               file status is xStatusMaster.
           select confFile assign to "Conferences.txt"
               organization is line sequential
               file status is xStatusConf.
           select calendarFile assign to "RunCalendar.txt" organization is line sequential
               file status is xStatusCalendar.
           select gamesFile assign to "Games-results.txt"
               organization is line sequential
               file status is xStatusGames.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "exam02fixtures-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd masterFile.
       01 xInput.
           05   xSchoolIn                 pic x(15).
           05   xMascotIn                 pic x(15).
           05   nWinsIn                   pic 99.
           05   nLossesIn                 pic 99.
           05   nTiesIn                   pic 99.
           05   nSeasonIn                 pic 9(4).
           05   nGoalDiffIn               pic s999 sign leading separate.
           05   xDivisionIn               pic x.

       fd confFile.
       01 xConfInput.
           05   xConfSchoolIn             pic x(15).
           05   xConfNameIn               pic x(10).

       fd calendarFile.
       01 xCalendarInput.
           05   nCalDateIn                pic 9(8).
           05   xCalCycleIn               pic x(14).
           05   xCalHolidayIn             pic x.

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
       77 xStatusMaster                   pic xx      value "00".
       77 xStatusConf                     pic xx      value "00".
       77 xStatusCalendar                 pic xx      value "00".
       77 xStatusGames                    pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xMasterEofFlag                  pic x       value "n".
       77 xConfEofFlag                    pic x       value "n".
       77 xCalEofFlag                     pic x       value "n".
       77 xGamesEofFlag                   pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 nSeasonWanted                   pic 9(4)    value 0.
       77 nLegs                           pic 9       value 1.
       77 nNonConfGames                   pic 99      value 0.
       77 xGameCycle                      pic x(14)   value "SOCCER".
       77 xPublishAnswer                  pic x       value space.
       77 nGameYear                       pic 9(4)    value 0.
       77 nConfLoadSubscript              pic 99      value 0.
       77 nConfSearchSubscript            pic 99.
       77 xConfFoundFlag                  pic x       value "n".
       77 nTeamCount                      pic 99      value 0.
       77 nTeamSubscript                  pic 99.
       77 nOtherSubscript                 pic 99.
       77 xTeamFoundFlag                  pic x       value "n".
       77 nConfStart                      pic 99      value 0.
       77 nConfEnd                        pic 99      value 0.
       77 nConfSize                       pic 99      value 0.
       77 nCircleCount                    pic 99      value 0.
       77 nCircleSubscript                pic 99.
       77 nCircleHalf                     pic 99      value 0.
       77 nCircleSave                     pic 99      value 0.
       77 nPairSubscript                  pic 99.
       77 nRoundsPerLeg                   pic 99      value 0.
       77 nRound                          pic 99      value 0.
       77 nConfSlots                      pic 999     value 0.
       77 nSlotsNeeded                    pic 999     value 0.
       77 nSlot                           pic 999     value 0.
       77 nNonConfRound                   pic 99      value 0.
       77 nOffset                         pic 99.
       77 nPartner                        pic 99      value 0.
       77 nCandidate                      pic 99      value 0.
       77 xMetFlag                        pic x       value "n".
       77 nTeamA                          pic 99      value 0.
       77 nTeamB                          pic 99      value 0.
       77 nBalanceA                       pic s99     value 0.
       77 nBalanceB                       pic s99     value 0.
       77 nHomeTeam                       pic 99      value 0.
       77 nAwayTeam                       pic 99      value 0.
       77 xFixtureType                    pic x       value space.
       77 nFixtureCount                   pic 9999    value 0.
       77 nFixtureSubscript               pic 9999.
       77 nFirstLegStart                  pic 9999    value 0.
       77 nFirstLegEnd                    pic 9999    value 0.
       77 nDateCount                      pic 999     value 0.
       77 nExistingCount                  pic 9999    value 0.
       77 nExistingSubscript              pic 9999.
       77 nScheduledOnFile                pic 9999    value 0.
       77 nClashCount                     pic 9999    value 0.
       77 nShortCount                     pic 999     value 0.
       77 nMaxImbalance                   pic 99      value 0.
       77 nImbalance                      pic 99      value 0.
       77 xShortDatesFlag                 pic x       value "n".
       77 xFixtureFullFlag                pic x       value "n".
       77 nTeamGames                      pic 99      value 0.
       77 nGamesWritten                   pic 9999    value 0.
       77 nRecordsRead                    pic 9999    value 0.
       77 nLinesWritten                   pic 9999    value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xConfTable.
           05  xConfElement occurs 50 times.
               10 xConfSchoolT            pic x(15).
               10 xConfNameT              pic x(10).

       01 xTeamTable.
           05  xTeamElement occurs 1 to 50 times
                   depending on nTeamCount.
               10 xTeamConfT              pic x(10).
               10 xTeamSchoolT            pic x(15).
               10 nTeamHomeT              pic 99.
               10 nTeamAwayT              pic 99.
               10 nTeamShortT             pic 99.
               10 xTeamPairedT            pic x.

       01 xCircleTable.
           05  nCircleT occurs 50 times   pic 99.

       01 xDateTable.
           05  xDateElement occurs 1 to 200 times
                   depending on nDateCount.
               10 nDateT                  pic 9(8).

       01 xExistingTable.
           05  xExistingElement occurs 1 to 2000 times
                   depending on nExistingCount.
               10 xExistingSchoolT        pic x(15).
               10 xExistingOpponentT      pic x(15).
               10 nExistingDateT          pic 9(8).

       01 xFixtureTable.
           05  xFixtureElement occurs 1 to 1500 times
                   depending on nFixtureCount.
               10 nFixtureDateT           pic 9(8).
               10 nFixtureSlotT           pic 999.
               10 nFixtureHomeT           pic 99.
               10 nFixtureAwayT           pic 99.
               10 xFixtureTypeT           pic x.
               10 xFixtureClashT          pic x.

       01 xReportHeading-1.
           05 filler                   pic x(38)   value
               "*** Proposed Soccer Schedule - Season ".
           05 neHeadingSeasonOut       pic 9999.
           05 filler                   pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                   pic x(20)   value "Round-robin legs: ".
           05 neHeadingLegsOut         pic 9.
           05 filler                   pic x(26)   value
               "   Non-conference games: ".
           05 neHeadingNonConfOut      pic z9.
           05 filler                   pic x(19)   value
               "   Calendar cycle: ".
           05 xHeadingCycleOut         pic x(14).

       01 xTeamHeading.
           05 filler                   pic x(14)   value "Schedule for ".
           05 xTeamHeadingSchoolOut    pic x(15).
           05 filler                   pic x(2)    value " (".
           05 xTeamHeadingConfOut      pic x(10).
           05 filler                   pic x       value ")".

       01 xFixtureDetail.
           05 filler                   pic x(4)    value spaces.
           05 neFixtureDateOut         pic 9999/99/99.
           05 filler                   pic x(2)    value spaces.
           05 xFixtureWhereOut         pic x(3).
           05 xFixtureOpponentOut      pic x(15).
           05 filler                   pic x(2)    value spaces.
           05 xFixtureTypeOut          pic x(15).
           05 xFixtureClashOut         pic x(30).

       01 xTeamFooter.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(7)    value "Games: ".
           05 neTeamGamesOut           pic z9.
           05 filler                   pic x(9)    value "   Home: ".
           05 neTeamHomeOut            pic z9.
           05 filler                   pic x(9)    value "   Away: ".
           05 neTeamAwayOut            pic z9.
           05 xTeamShortOut            pic x(45).

       01 xFooter-1.
           05 neFooterFixturesOut      pic zzz9.
           05 filler                   pic x(12)   value " game(s) on".
           05 neFooterDatesOut         pic zz9.
           05 filler                   pic x(23)   value
               " date(s); dates open: ".
           05 neFooterOpenOut          pic zz9.

       01 xFooter-2.
           05 filler                   pic x(38)   value
               "Largest home/away difference per team:".
           05 neFooterImbalanceOut     pic z9.

       01 xFooter-3.
           05 neFooterClashOut         pic zzz9.
           05 filler                   pic x(42)   value
               " game(s) clash with games already on file".

       01 xFooter-4.
           05 neFooterShortOut         pic zz9.
           05 filler                   pic x(45)   value
               " non-conference game(s) could not be paired".

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
           perform 200-build-conference-games.
           perform 230-build-non-conference-games.
           perform 240-assign-dates.
           perform 245-check-clashes.
           perform 250-report.
           perform 260-publish.
           perform 300-termination.
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

           move "ROUNDS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nLegs = function numval(xControlValueFound),
           end-if.
           if nLegs not = 2
               move 1 to nLegs,
           end-if.

           move "NONCONF" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nNonConfGames = function numval(xControlValueFound),
           end-if.

           move "GAME-CYCLE" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move function upper-case(xControlValueFound) to xGameCycle,
           end-if.

           move "PUBLISH" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               move function upper-case(xControlValueFound (1:1))
                   to xPublishAnswer,
           end-if.

           perform 110-load-conferences.
           perform 115-load-teams.
           perform 120-load-calendar.
           perform 125-load-games.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02fixtures-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "EXAM02FIXTURES"
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

       110-load-conferences.
           open input confFile.

           if xStatusConf = "00"
               perform 111-read-conference until xConfEofFlag = "y",
               close confFile,
           end-if.

       111-read-conference.
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

       115-load-teams.
           open input masterFile.
           move xStatusMaster to xCurrentStatus.
           move "soccer.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 116-read-team until xMasterEofFlag = "y".

           close masterFile.
           move xStatusMaster to xCurrentStatus.
           move "soccer.txt" to xCurrentFileName.
           perform 900-check-status.

           if nTeamCount > 0
               sort xTeamElement on ascending key xTeamConfT
                   ascending key xTeamSchoolT,
           end-if.

       116-read-team.
           read masterFile
               at end
                   move "y" to xMasterEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   if nSeasonIn = nSeasonWanted
                       perform 117-add-team,
                   end-if,
           end-read.

           move xStatusMaster to xCurrentStatus.
           move "soccer.txt" to xCurrentFileName.
           perform 901-check-read-status.

       117-add-team.
           move "n" to xTeamFoundFlag.
           perform 118-search-team
               varying nTeamSubscript from 1 by 1
               until nTeamSubscript > nTeamCount
               or xTeamFoundFlag = "y".

           if xTeamFoundFlag = "n"
               if nTeamCount < 50
                   add 1 to nTeamCount,
                   move xSchoolIn to xTeamSchoolT (nTeamCount),
                   move 0 to nTeamHomeT (nTeamCount),
                   move 0 to nTeamAwayT (nTeamCount),
                   move 0 to nTeamShortT (nTeamCount),
                   move "n" to xTeamPairedT (nTeamCount),
                   perform 119-assign-conference,
               else
                   display "*** Team table full - ", xSchoolIn,
                       " not scheduled ***",
               end-if,
           end-if.

       118-search-team.
           if xTeamSchoolT (nTeamSubscript) = xSchoolIn
               move "y" to xTeamFoundFlag,
           end-if.

       119-assign-conference.
           move "n" to xConfFoundFlag.
           move "UNASSIGNED" to xTeamConfT (nTeamCount).
           perform 1191-search-conference
               varying nConfSearchSubscript from 1 by 1
               until nConfSearchSubscript > nConfLoadSubscript
               or xConfFoundFlag = "y".

       1191-search-conference.
           if xConfSchoolT (nConfSearchSubscript) = xSchoolIn
               move "y" to xConfFoundFlag,
               move xConfNameT (nConfSearchSubscript)
                   to xTeamConfT (nTeamCount),
           end-if.

       120-load-calendar.
           open input calendarFile.

           if xStatusCalendar = "35"
               display "*** RunCalendar.txt not found -",
                   " no game dates available ***",
               move "y" to xCalEofFlag,
           else
               move xStatusCalendar to xCurrentStatus,
               move "RunCalendar.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-calendar until xCalEofFlag = "y",
               close calendarFile,
           end-if.

           if nDateCount > 0
               sort xDateElement on ascending key nDateT,
           end-if.

       121-read-calendar.
           read calendarFile
               at end
                   move "y" to xCalEofFlag,
               not at end
                   divide nCalDateIn by 10000 giving nGameYear,
                   if nGameYear = nSeasonWanted
                       and function upper-case(xCalCycleIn) = xGameCycle
                       and function upper-case(xCalHolidayIn) not = "Y"
                       and nDateCount < 200
                       add 1 to nDateCount,
                       move nCalDateIn to nDateT (nDateCount),
                   end-if,
           end-read.

           move xStatusCalendar to xCurrentStatus.
           move "RunCalendar.txt" to xCurrentFileName.
           perform 901-check-read-status.

       125-load-games.
           open input gamesFile.

           if xStatusGames not = "35"
               move xStatusGames to xCurrentStatus,
               move "Games-results.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 126-read-game until xGamesEofFlag = "y",
               close gamesFile,
           end-if.

       126-read-game.
           read gamesFile
               at end
                   move "y" to xGamesEofFlag,
               not at end
                   divide nGameDateIn by 10000 giving nGameYear,
                   if nGameYear = nSeasonWanted
                       and xGameStatusIn not = "O"
                       perform 127-add-existing,
                   end-if,
           end-read.

           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 901-check-read-status.

       127-add-existing.
           if xGameResultIn = "S"
               add 1 to nScheduledOnFile,
           end-if.

           if nExistingCount < 2000
               add 1 to nExistingCount,
               move xGameSchoolIn to xExistingSchoolT (nExistingCount),
               move xGameOpponentIn to xExistingOpponentT (nExistingCount),
               move nGameDateIn to nExistingDateT (nExistingCount),
           end-if.

       200-build-conference-games.
           move 1 to nConfStart.
           perform 210-conference-round-robin
               until nConfStart > nTeamCount.

       210-conference-round-robin.
           perform 211-find-conference-end
               varying nTeamSubscript from nConfStart by 1
               until nTeamSubscript > nTeamCount.
           compute nConfSize = nConfEnd - nConfStart + 1.

           if nConfSize > 1
               perform 212-load-circle
                   varying nCircleSubscript from 1 by 1
                   until nCircleSubscript > nConfSize,
               move nConfSize to nCircleCount,
               if function mod(nConfSize, 2) = 1
                   add 1 to nCircleCount,
                   move 0 to nCircleT (nCircleCount),
               end-if,
               compute nRoundsPerLeg = nCircleCount - 1,
               compute nCircleHalf = nCircleCount / 2,
               compute nFirstLegStart = nFixtureCount + 1,
               perform 213-circle-round
                   varying nRound from 1 by 1
                   until nRound > nRoundsPerLeg,
               if nLegs = 2
                   move nFixtureCount to nFirstLegEnd,
                   perform 217-second-leg
                       varying nFixtureSubscript from nFirstLegStart by 1
                       until nFixtureSubscript > nFirstLegEnd,
               end-if,
               if nRoundsPerLeg * nLegs > nConfSlots
                   compute nConfSlots = nRoundsPerLeg * nLegs,
               end-if,
           end-if.

           compute nConfStart = nConfEnd + 1.

       211-find-conference-end.
           if xTeamConfT (nTeamSubscript) = xTeamConfT (nConfStart)
               move nTeamSubscript to nConfEnd,
           end-if.

       212-load-circle.
           compute nCircleT (nCircleSubscript) =
               nConfStart + nCircleSubscript - 1.

       213-circle-round.
           move nRound to nSlot.
           perform 214-circle-pair
               varying nPairSubscript from 1 by 1
               until nPairSubscript > nCircleHalf.
           perform 215-rotate-circle.

       214-circle-pair.
           move nCircleT (nPairSubscript) to nTeamA.
           move nCircleT (nCircleCount + 1 - nPairSubscript) to nTeamB.

           if nTeamA > 0 and nTeamB > 0
               move "C" to xFixtureType,
               perform 220-add-fixture,
           end-if.

       215-rotate-circle.
           if nCircleCount > 2
               move nCircleT (nCircleCount) to nCircleSave,
               perform 216-shift-circle
                   varying nCircleSubscript from nCircleCount by -1
                   until nCircleSubscript < 3,
               move nCircleSave to nCircleT (2),
           end-if.

       216-shift-circle.
           move nCircleT (nCircleSubscript - 1)
               to nCircleT (nCircleSubscript).

       217-second-leg.
           move nFixtureAwayT (nFixtureSubscript) to nHomeTeam.
           move nFixtureHomeT (nFixtureSubscript) to nAwayTeam.
           compute nSlot = nFixtureSlotT (nFixtureSubscript) + nRoundsPerLeg.
           move "C" to xFixtureType.
           perform 222-store-fixture.

       220-add-fixture.
           compute nBalanceA = nTeamHomeT (nTeamA) - nTeamAwayT (nTeamA).
           compute nBalanceB = nTeamHomeT (nTeamB) - nTeamAwayT (nTeamB).

           if nBalanceA < nBalanceB
               or (nBalanceA = nBalanceB and function mod(nSlot, 2) = 1)
               move nTeamA to nHomeTeam,
               move nTeamB to nAwayTeam,
           else
               move nTeamB to nHomeTeam,
               move nTeamA to nAwayTeam,
           end-if.

           perform 222-store-fixture.

       222-store-fixture.
           if nFixtureCount < 1500
               add 1 to nFixtureCount,
               move 0 to nFixtureDateT (nFixtureCount),
               move nSlot to nFixtureSlotT (nFixtureCount),
               move nHomeTeam to nFixtureHomeT (nFixtureCount),
               move nAwayTeam to nFixtureAwayT (nFixtureCount),
               move xFixtureType to xFixtureTypeT (nFixtureCount),
               move "n" to xFixtureClashT (nFixtureCount),
               add 1 to nTeamHomeT (nHomeTeam),
               add 1 to nTeamAwayT (nAwayTeam),
           else
               move "y" to xFixtureFullFlag,
           end-if.

       230-build-non-conference-games.
           perform 231-non-conference-round
               varying nNonConfRound from 1 by 1
               until nNonConfRound > nNonConfGames.

       231-non-conference-round.
           compute nSlot = nConfSlots + nNonConfRound.
           perform 232-clear-paired
               varying nTeamSubscript from 1 by 1
               until nTeamSubscript > nTeamCount.
           perform 233-pair-team
               varying nTeamSubscript from 1 by 1
               until nTeamSubscript > nTeamCount.

       232-clear-paired.
           move "n" to xTeamPairedT (nTeamSubscript).

       233-pair-team.
           if xTeamPairedT (nTeamSubscript) = "n"
               move 0 to nPartner,
               perform 234-find-partner
                   varying nOffset from 1 by 1
                   until nOffset > nTeamCount - 1
                   or nPartner > 0,
               if nPartner > 0
                   move "y" to xTeamPairedT (nTeamSubscript),
                   move "y" to xTeamPairedT (nPartner),
                   move nTeamSubscript to nTeamA,
                   move nPartner to nTeamB,
                   move "N" to xFixtureType,
                   perform 220-add-fixture,
               else
                   add 1 to nTeamShortT (nTeamSubscript),
                   add 1 to nShortCount,
               end-if,
           end-if.

       234-find-partner.
           compute nCandidate = function mod(nTeamSubscript + nOffset
               + nNonConfRound - 2, nTeamCount) + 1.

           if nCandidate not = nTeamSubscript
               and xTeamPairedT (nCandidate) = "n"
               and xTeamConfT (nCandidate) not = xTeamConfT (nTeamSubscript)
               perform 235-check-met,
               if xMetFlag = "n"
                   move nCandidate to nPartner,
               end-if,
           end-if.

       235-check-met.
           move "n" to xMetFlag.
           perform 236-scan-met
               varying nFixtureSubscript from 1 by 1
               until nFixtureSubscript > nFixtureCount
               or xMetFlag = "y".

       236-scan-met.
           if (nFixtureHomeT (nFixtureSubscript) = nTeamSubscript
                   and nFixtureAwayT (nFixtureSubscript) = nCandidate)
               or (nFixtureHomeT (nFixtureSubscript) = nCandidate
                   and nFixtureAwayT (nFixtureSubscript) = nTeamSubscript)
               move "y" to xMetFlag,
           end-if.

       240-assign-dates.
           compute nSlotsNeeded = nConfSlots + nNonConfGames.

           if nSlotsNeeded > nDateCount and nFixtureCount > 0
               move "y" to xShortDatesFlag,
           else
               perform 241-date-fixture
                   varying nFixtureSubscript from 1 by 1
                   until nFixtureSubscript > nFixtureCount,
           end-if.

       241-date-fixture.
           move nDateT (nFixtureSlotT (nFixtureSubscript))
               to nFixtureDateT (nFixtureSubscript).

       245-check-clashes.
           perform 246-check-fixture-clash
               varying nFixtureSubscript from 1 by 1
               until nFixtureSubscript > nFixtureCount.

       246-check-fixture-clash.
           perform 247-scan-existing
               varying nExistingSubscript from 1 by 1
               until nExistingSubscript > nExistingCount
               or xFixtureClashT (nFixtureSubscript) = "y".

           if xFixtureClashT (nFixtureSubscript) = "y"
               add 1 to nClashCount,
           end-if.

       247-scan-existing.
           move nFixtureHomeT (nFixtureSubscript) to nHomeTeam.
           move nFixtureAwayT (nFixtureSubscript) to nAwayTeam.

           if nExistingDateT (nExistingSubscript)
                   = nFixtureDateT (nFixtureSubscript)
               and (xExistingSchoolT (nExistingSubscript)
                       = xTeamSchoolT (nHomeTeam)
                   or xExistingSchoolT (nExistingSubscript)
                       = xTeamSchoolT (nAwayTeam)
                   or xExistingOpponentT (nExistingSubscript)
                       = xTeamSchoolT (nHomeTeam)
                   or xExistingOpponentT (nExistingSubscript)
                       = xTeamSchoolT (nAwayTeam))
               move "y" to xFixtureClashT (nFixtureSubscript),
           end-if.

       250-report.
           move nSeasonWanted to neHeadingSeasonOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 1 line.
           perform 229-check-write.

           move nLegs to neHeadingLegsOut.
           move nNonConfGames to neHeadingNonConfOut.
           move xGameCycle to xHeadingCycleOut.
           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 2 lines.
           perform 229-check-write.

           if nFixtureCount > 0
               sort xFixtureElement on ascending key nFixtureSlotT
                   ascending key nFixtureHomeT,
           end-if.

           perform 251-team-schedule
               varying nTeamSubscript from 1 by 1
               until nTeamSubscript > nTeamCount.

           move nFixtureCount to neFooterFixturesOut.
           move nSlotsNeeded to neFooterDatesOut.
           move nDateCount to neFooterOpenOut.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 2 lines.
           perform 229-check-write.

           move nMaxImbalance to neFooterImbalanceOut.
           display xFooter-2.
           write xOutput from xFooter-2 after advancing 1 line.
           perform 229-check-write.

           if nClashCount > 0
               move nClashCount to neFooterClashOut,
               display xFooter-3,
               write xOutput from xFooter-3 after advancing 1 line,
               perform 229-check-write,
           end-if.

           if nShortCount > 0
               move nShortCount to neFooterShortOut,
               display xFooter-4,
               write xOutput from xFooter-4 after advancing 1 line,
               perform 229-check-write,
           end-if.

       251-team-schedule.
           move xTeamSchoolT (nTeamSubscript) to xTeamHeadingSchoolOut.
           move xTeamConfT (nTeamSubscript) to xTeamHeadingConfOut.
           display " ".
           display xTeamHeading.
           write xOutput from xTeamHeading after advancing 2 lines.
           perform 229-check-write.

           perform 252-team-fixture
               varying nFixtureSubscript from 1 by 1
               until nFixtureSubscript > nFixtureCount.

           compute nTeamGames =
               nTeamHomeT (nTeamSubscript) + nTeamAwayT (nTeamSubscript).
           if nTeamHomeT (nTeamSubscript) > nTeamAwayT (nTeamSubscript)
               compute nImbalance =
                   nTeamHomeT (nTeamSubscript) - nTeamAwayT (nTeamSubscript),
           else
               compute nImbalance =
                   nTeamAwayT (nTeamSubscript) - nTeamHomeT (nTeamSubscript),
           end-if.
           if nImbalance > nMaxImbalance
               move nImbalance to nMaxImbalance,
           end-if.

           move nTeamGames to neTeamGamesOut.
           move nTeamHomeT (nTeamSubscript) to neTeamHomeOut.
           move nTeamAwayT (nTeamSubscript) to neTeamAwayOut.
           if nTeamShortT (nTeamSubscript) > 0
               move "   ** short of non-conference games **"
                   to xTeamShortOut,
           else
               move spaces to xTeamShortOut,
           end-if.
           display xTeamFooter.
           write xOutput from xTeamFooter after advancing 1 line.
           perform 229-check-write.

       252-team-fixture.
           if nFixtureHomeT (nFixtureSubscript) = nTeamSubscript
               or nFixtureAwayT (nFixtureSubscript) = nTeamSubscript
               move nFixtureDateT (nFixtureSubscript) to neFixtureDateOut,
               if nFixtureHomeT (nFixtureSubscript) = nTeamSubscript
                   move "vs " to xFixtureWhereOut,
                   move nFixtureAwayT (nFixtureSubscript) to nOtherSubscript,
               else
                   move "at " to xFixtureWhereOut,
                   move nFixtureHomeT (nFixtureSubscript) to nOtherSubscript,
               end-if,
               move xTeamSchoolT (nOtherSubscript) to xFixtureOpponentOut,
               if xFixtureTypeT (nFixtureSubscript) = "C"
                   move "conference" to xFixtureTypeOut,
               else
                   move "non-conference" to xFixtureTypeOut,
               end-if,
               if xFixtureClashT (nFixtureSubscript) = "y"
                   move "** game on file that date **" to xFixtureClashOut,
               else
                   move spaces to xFixtureClashOut,
               end-if,
               display xFixtureDetail,
               write xOutput from xFixtureDetail after advancing 1 line,
               perform 229-check-write,
           end-if.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "exam02fixtures-output.txt" to xCurrentFileName.
           perform 900-check-status.

       260-publish.
           move 0 to return-code.

           if nShortCount > 0
               move 4 to return-code,
           end-if.

           if nFixtureCount = 0
               display "*** No games to schedule for season ",
                   nSeasonWanted, " ***",
               move 4 to return-code,
           else
               if xShortDatesFlag = "y"
                   display "*** ", nSlotsNeeded, " game dates needed but only ",
                       nDateCount, " ", function trim(xGameCycle),
                       " dates on RunCalendar.txt - not published ***",
                   move 8 to return-code,
               else
                   if xFixtureFullFlag = "y"
                       display "*** Too many games for the schedule table",
                           " - not published ***",
                       move 8 to return-code,
                   else
                       if nScheduledOnFile > 0
                           display "*** ", nScheduledOnFile,
                               " scheduled game(s) already on file for season ",
                               nSeasonWanted, " - not published ***",
                           move 8 to return-code,
                       else
                           if nClashCount > 0
                               display "*** Schedule clashes with games already",
                                   " on file - not published ***",
                               move 8 to return-code,
                           else
                               perform 261-confirm-publish,
                           end-if,
                       end-if,
                   end-if,
               end-if,
           end-if.

       261-confirm-publish.
           if xPublishAnswer = space
               display " ",
               display "Publish this schedule to Games-results.txt (Y/N)? "
                   with no advancing,
               accept xPublishAnswer,
               move function upper-case(xPublishAnswer) to xPublishAnswer,
           end-if.

           if xPublishAnswer = "Y"
               perform 262-write-schedule,
           else
               display "Schedule not published.",
           end-if.

       262-write-schedule.
           open extend gamesFile.
           if xStatusGames = "35"
               open output gamesFile,
           end-if.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 263-write-game
               varying nFixtureSubscript from 1 by 1
               until nFixtureSubscript > nFixtureCount.

           close gamesFile.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.

           display nGamesWritten, " game(s) added to Games-results.txt.".

       263-write-game.
           move nFixtureHomeT (nFixtureSubscript) to nHomeTeam.
           move nFixtureAwayT (nFixtureSubscript) to nAwayTeam.
           move xTeamSchoolT (nHomeTeam) to xGameSchoolIn.
           move xTeamSchoolT (nAwayTeam) to xGameOpponentIn.
           move "S" to xGameResultIn.
           move nFixtureDateT (nFixtureSubscript) to nGameDateIn.
           move 0 to nGoalsForIn.
           move 0 to nGoalsAgainstIn.
           move "P" to xGameStatusIn.
           move 0 to nAttendanceIn.
           move 0 to nTicketRevenueIn.
           move 0 to nConcessionRevenueIn.
           move "H" to xGameVenueIn.
           write xGameInput.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.
           add 1 to nGamesWritten.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02fixtures-output.txt" to xCurrentFileName.
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

           move "EXAM02FIXTURES" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nRecordsRead to neAuditRecordsReadOut.
           move nGamesWritten to neAuditRecordsWrittenOut.
           compute neAuditExceptionsOut = nClashCount + nShortCount.
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
