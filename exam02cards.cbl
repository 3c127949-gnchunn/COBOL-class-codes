       identification division.
       program-id. exam02cards.

       environment division.
       input-output section.
       file-control.
           select rosterFile assign to "Rosters.txt" organization is line sequential
               file status is xStatusRoster.
           select cardFile assign to "Discipline.txt" organization is line sequential
               file status is xStatusCard.
           select goalsFile assign to "PlayerGoals.txt" organization is line sequential
               file status is xStatusGoals.
           select gamesFile assign to "Games-results.txt"
               organization is line sequential
               file status is xStatusGames.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "exam02cards-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
       fd rosterFile.
       01 xRosterInput.
           05   xRosterSchoolIn        pic x(15).
           05   nRosterPlayerIn        pic 99.
           05   xRosterNameIn          pic x(20).

       fd cardFile.
       01 xCardInput.
           05   nCardDateIn            pic 9(8).
           05   xCardSchoolIn          pic x(15).
           05   nCardPlayerIn          pic 99.
           05   nCardYellowIn          pic 9.
           05   nCardRedIn             pic 9.

       fd goalsFile.
       01 xGoalInput.
           05   nGoalDateIn            pic 9(8).
           05   xGoalSchoolIn          pic x(15).
           05   nGoalPlayerIn          pic 99.
           05   nGoalCountIn           pic 99.

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
       01 xOutput                      pic x(100).

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusRoster                pic xx      value "00".
       77 xStatusCard                  pic xx      value "00".
       77 xStatusGoals                 pic xx      value "00".
       77 xStatusGames                 pic xx      value "00".
       77 xStatusControl               pic xx      value "00".
       77 xStatusOutfile               pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xRosterEofFlag               pic x       value "n".
       77 xCardEofFlag                 pic x       value "n".
       77 xGoalsEofFlag                pic x       value "n".
       77 xGamesEofFlag                pic x       value "n".
       77 xControlEofFlag              pic x       value "n".
       77 nControlLoadSubscript        pic 99      value 0.
       77 nControlSearchSubscript      pic 99.
       77 xControlFoundFlag            pic x       value "n".
       77 xControlParamWanted          pic x(14).
       77 xControlValueFound           pic x(10).
       77 nSeasonWanted                pic 9(4)    value 0.
       77 nRedGames                    pic 9       value 1.
       77 nYellowLimit                 pic 99      value 5.
       77 nYellowGames                 pic 9       value 1.
       77 nYellowPoints                pic 9       value 1.
       77 nRedPoints                   pic 9       value 3.
       77 nDateYear                    pic 9(4)    value 0.
       77 nRosterCount                 pic 999     value 0.
       77 nRosterSubscript             pic 999.
       77 nCardCount                   pic 9999    value 0.
       77 nCardSubscript               pic 9999.
       77 nCardsRead                   pic 9999    value 0.
       77 nGoalCount                   pic 9999    value 0.
       77 nGoalSubscript               pic 9999.
       77 nSchoolGameCount             pic 999     value 0.
       77 nSchoolGameSubscript         pic 999.
       77 nNextServe                   pic 999     value 0.
       77 nGamesToServe                pic 9       value 0.
       77 nSuspCount                   pic 999     value 0.
       77 nSuspSubscript               pic 999.
       77 nActiveCount                 pic 999     value 0.
       77 nViolationCount              pic 999     value 0.
       77 nViolationSubscript          pic 999.
       77 nFairCount                   pic 99      value 0.
       77 nFairSubscript               pic 99.
       77 nOtherSubscript              pic 99.
       77 nFoundSubscript              pic 99      value 0.
       77 xFoundFlag                   pic x       value "n".
       77 xWorkSchool                  pic x(15)   value spaces.
       77 xLastSchool                  pic x(15)   value spaces.
       77 nLastPlayer                  pic 99      value 0.
       77 nYellowRunning               pic 99      value 0.
       77 xSuspReason                  pic x(10)   value spaces.
       77 xPlayerNameFound             pic x(20)   value spaces.
       77 xOldSchool                   pic x(15)   value spaces.
       77 nLinesWritten                pic 9999    value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xRosterTable.
           05  xRosterElement occurs 1 to 500 times
                   depending on nRosterCount.
               10 xRosterSchoolT         pic x(15).
               10 nRosterPlayerT         pic 99.
               10 xRosterNameT           pic x(20).

       01 xCardTable.
           05  xCardElement occurs 1 to 2000 times
                   depending on nCardCount.
               10 xCardSchoolT           pic x(15).
               10 nCardPlayerT           pic 99.
               10 nCardDateT             pic 9(8).
               10 nCardYellowT           pic 9.
               10 nCardRedT              pic 9.

       01 xGoalTable.
           05  xGoalElement occurs 1 to 2000 times
                   depending on nGoalCount.
               10 nGoalDateT             pic 9(8).
               10 xGoalSchoolT           pic x(15).
               10 nGoalPlayerT           pic 99.

       01 xSchoolGameTable.
           05  xSchoolGameElement occurs 1 to 600 times
                   depending on nSchoolGameCount.
               10 xSgSchoolT             pic x(15).
               10 nSgDateT               pic 9(8).
               10 xSgPlayedT             pic x.

       01 xSuspTable.
           05  xSuspElement occurs 1 to 500 times
                   depending on nSuspCount.
               10 xSuspSchoolT           pic x(15).
               10 nSuspPlayerT           pic 99.
               10 xSuspNameT             pic x(20).
               10 xSuspReasonT           pic x(10).
               10 nSuspBookedT           pic 9(8).
               10 nSuspGamesT            pic 9.
               10 nSuspLeftT             pic 9.
               10 nSuspNextDateT         pic 9(8).

       01 xViolationTable.
           05  xViolationElement occurs 1 to 200 times
                   depending on nViolationCount.
               10 xViolSchoolT           pic x(15).
               10 nViolDateT             pic 9(8).
               10 nViolPlayerT           pic 99.
               10 xViolNameT             pic x(20).
               10 nViolBookedT           pic 9(8).

       01 xFairTable.
           05  xFairElement occurs 1 to 50 times
                   depending on nFairCount.
               10 xFairSchoolT           pic x(15).
               10 nFairPlayedT           pic 99.
               10 nFairYellowT           pic 999.
               10 nFairRedT              pic 99.
               10 nFairPointsT           pic 9(4).
               10 nFairPerGameT          pic 99v99.
               10 nFairRankT             pic 99.

       01 xSuspHeading-1.
           05 filler                   pic x(33)   value
               "*** Current Suspensions - Season ".
           05 neSuspSeasonOut          pic 9999.
           05 filler                   pic x(4)    value " ***".

       01 xSuspHeading-2.
           05 filler                   pic x(17)   value "School".
           05 filler                   pic x(4)    value "No".
           05 filler                   pic x(22)   value "Player".
           05 filler                   pic x(12)   value "Reason".
           05 filler                   pic x(12)   value "Booked".
           05 filler                   pic x(6)    value "Gms".
           05 filler                   pic x(5)    value "Left".
           05 filler                   pic x(9)    value "Next game".

       01 xSuspDetail.
           05 xSuspSchoolOut           pic x(15).
           05 filler                   pic xx      value spaces.
           05 neSuspPlayerOut          pic z9.
           05 filler                   pic xx      value spaces.
           05 xSuspNameOut             pic x(20).
           05 filler                   pic xx      value spaces.
           05 xSuspReasonOut           pic x(10).
           05 filler                   pic xx      value spaces.
           05 neSuspBookedOut          pic 9(8).
           05 filler                   pic x(4)    value spaces.
           05 neSuspGamesOut           pic 9.
           05 filler                   pic x(5)    value spaces.
           05 neSuspLeftOut            pic 9.
           05 filler                   pic x(4)    value spaces.
           05 xSuspNextOut             pic x(14).

       01 xViolHeading.
           05 filler                   pic x(49)   value
               "*** Suspended players recorded in PlayerGoals ***".

       01 xViolDetail.
           05 xViolSchoolOut           pic x(15).
           05 filler                   pic xx      value spaces.
           05 neViolDateOut            pic 9(8).
           05 filler                   pic xx      value spaces.
           05 neViolPlayerOut          pic z9.
           05 filler                   pic xx      value spaces.
           05 xViolNameOut             pic x(20).
           05 filler                   pic x(32)   value
               "  scored while suspended, booked".
           05 filler                   pic x       value space.
           05 neViolBookedOut          pic 9(8).

       01 xFairHeading-1.
           05 filler                   pic x(29)   value
               "*** Fair-Play Table - Season ".
           05 neFairSeasonOut          pic 9999.
           05 filler                   pic x(4)    value " ***".

       01 xFairHeading-2.
           05 filler                   pic x(4)    value "Rk".
           05 filler                   pic x(17)   value "School".
           05 filler                   pic x(4)    value "Gm".
           05 filler                   pic x(6)    value "  Yel".
           05 filler                   pic x(6)    value "  Red".
           05 filler                   pic x(8)    value " Points".
           05 filler                   pic x(8)    value "  Per Gm".

       01 xFairDetail.
           05 neFairRankOut            pic z9.
           05 filler                   pic xx      value spaces.
           05 xFairSchoolOut           pic x(15).
           05 filler                   pic xx      value spaces.
           05 neFairPlayedOut          pic z9.
           05 filler                   pic xx      value spaces.
           05 neFairYellowOut          pic zzzz9.
           05 filler                   pic x       value space.
           05 neFairRedOut             pic zzzz9.
           05 filler                   pic x       value space.
           05 neFairPointsOut          pic zzzzzz9.
           05 filler                   pic x       value space.
           05 neFairPerGameOut         pic zzzz9.99.

       01 xFooter-1.
           05 neFooterActive           pic zz9.
           05 filler                   pic x(23)   value
               " active suspension(s),".
           05 neFooterViolations       pic zz9.
           05 filler                   pic x(37)   value
               " appearance(s) by suspended players.".

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
           perform 200-build-suspensions.
           perform 250-suspension-report.
           perform 260-violation-report.
           perform 270-fair-play.
           perform 300-termination.

           if nViolationCount > 0
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

           move "RED-GAMES" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nRedGames = function numval(xControlValueFound)
           end-if.

           move "YELLOW-LIMIT" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nYellowLimit = function numval(xControlValueFound)
           end-if.
           if nYellowLimit = 0
               move 5 to nYellowLimit,
           end-if.

           move "YELLOW-GAMES" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nYellowGames = function numval(xControlValueFound)
           end-if.

           move "YELLOW-POINTS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nYellowPoints = function numval(xControlValueFound)
           end-if.

           move "RED-POINTS" to xControlParamWanted.
           perform 107-find-control.
           if xControlFoundFlag = "y"
               compute nRedPoints = function numval(xControlValueFound)
           end-if.

           perform 110-load-roster.
           perform 120-load-cards.
           perform 130-load-games.
           perform 140-load-goals.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02cards-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "EXAM02CARDS"
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

       110-load-roster.
           open input rosterFile.
           move xStatusRoster to xCurrentStatus.
           move "Rosters.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 111-read-roster until xRosterEofFlag = "y".

           close rosterFile.
           move xStatusRoster to xCurrentStatus.
           move "Rosters.txt" to xCurrentFileName.
           perform 900-check-status.

       111-read-roster.
           read rosterFile
               at end
                   move "y" to xRosterEofFlag,
               not at end
                   if nRosterCount < 500
                       add 1 to nRosterCount,
                       move xRosterSchoolIn to xRosterSchoolT (nRosterCount),
                       move nRosterPlayerIn to nRosterPlayerT (nRosterCount),
                       move xRosterNameIn to xRosterNameT (nRosterCount),
                   end-if,
           end-read.

           move xStatusRoster to xCurrentStatus.
           move "Rosters.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-load-cards.
           open input cardFile.

           if xStatusCard = "35"
               continue,
           else
               move xStatusCard to xCurrentStatus,
               move "Discipline.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 121-read-card until xCardEofFlag = "y",
               close cardFile,
               move xStatusCard to xCurrentStatus,
               move "Discipline.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       121-read-card.
           read cardFile
               at end
                   move "y" to xCardEofFlag,
               not at end
                   add 1 to nCardsRead,
                   divide nCardDateIn by 10000 giving nDateYear,
                   if nDateYear = nSeasonWanted and nCardCount < 2000
                       add 1 to nCardCount,
                       move xCardSchoolIn to xCardSchoolT (nCardCount),
                       move nCardPlayerIn to nCardPlayerT (nCardCount),
                       move nCardDateIn to nCardDateT (nCardCount),
                       move nCardYellowIn to nCardYellowT (nCardCount),
                       move nCardRedIn to nCardRedT (nCardCount),
                   end-if,
           end-read.

           move xStatusCard to xCurrentStatus.
           move "Discipline.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-games.
           open input gamesFile.

           if xStatusGames = "35"
               continue,
           else
               move xStatusGames to xCurrentStatus,
               move "Games-results.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 131-read-game until xGamesEofFlag = "y",
               close gamesFile,
               move xStatusGames to xCurrentStatus,
               move "Games-results.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       131-read-game.
           read gamesFile
               at end
                   move "y" to xGamesEofFlag,
               not at end
                   divide nGameDateIn by 10000 giving nDateYear,
                   if nDateYear = nSeasonWanted and xGameStatusIn not = "O"
                       and nSchoolGameCount < 599
                       move xGameSchoolIn to xWorkSchool,
                       perform 132-add-school-game,
                       move xGameOpponentIn to xWorkSchool,
                       perform 132-add-school-game,
                   end-if,
           end-read.

           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 901-check-read-status.

       132-add-school-game.
           add 1 to nSchoolGameCount.
           move xWorkSchool to xSgSchoolT (nSchoolGameCount).
           move nGameDateIn to nSgDateT (nSchoolGameCount).
           if xGameResultIn = "S" and xGameStatusIn not = "H"
               and xGameStatusIn not = "A"
               move "n" to xSgPlayedT (nSchoolGameCount),
           else
               move "y" to xSgPlayedT (nSchoolGameCount),
           end-if.

       140-load-goals.
           open input goalsFile.

           if xStatusGoals = "35"
               continue,
           else
               move xStatusGoals to xCurrentStatus,
               move "PlayerGoals.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 141-read-goal until xGoalsEofFlag = "y",
               close goalsFile,
               move xStatusGoals to xCurrentStatus,
               move "PlayerGoals.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       141-read-goal.
           read goalsFile
               at end
                   move "y" to xGoalsEofFlag,
               not at end
                   if nGoalCount < 2000
                       add 1 to nGoalCount,
                       move nGoalDateIn to nGoalDateT (nGoalCount),
                       move xGoalSchoolIn to xGoalSchoolT (nGoalCount),
                       move nGoalPlayerIn to nGoalPlayerT (nGoalCount),
                   end-if,
           end-read.

           move xStatusGoals to xCurrentStatus.
           move "PlayerGoals.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-build-suspensions.
           if nSchoolGameCount > 0
               sort xSchoolGameElement on ascending key xSgSchoolT
                   ascending key nSgDateT,
           end-if.

           if nCardCount > 0
               sort xCardElement on ascending key xCardSchoolT
                   ascending key nCardPlayerT
                   ascending key nCardDateT,
           end-if.

           perform 210-apply-card
               varying nCardSubscript from 1 by 1
               until nCardSubscript > nCardCount.

       210-apply-card.
           if xCardSchoolT (nCardSubscript) not = xLastSchool
               or nCardPlayerT (nCardSubscript) not = nLastPlayer
               move xCardSchoolT (nCardSubscript) to xLastSchool,
               move nCardPlayerT (nCardSubscript) to nLastPlayer,
               move 0 to nYellowRunning,
               move 0 to nNextServe,
           end-if.

           if nCardRedT (nCardSubscript) > 0
               move "RED CARD" to xSuspReason,
               move nRedGames to nGamesToServe,
               perform 220-add-suspension,
           else
               add nCardYellowT (nCardSubscript) to nYellowRunning,
               if nYellowRunning >= nYellowLimit
                   subtract nYellowLimit from nYellowRunning,
                   move "YELLOWS" to xSuspReason,
                   move nYellowGames to nGamesToServe,
                   perform 220-add-suspension,
               end-if,
           end-if.

       220-add-suspension.
           if nGamesToServe > 0 and nSuspCount < 500
               add 1 to nSuspCount,
               move xCardSchoolT (nCardSubscript) to xSuspSchoolT (nSuspCount),
               move nCardPlayerT (nCardSubscript) to nSuspPlayerT (nSuspCount),
               move xSuspReason to xSuspReasonT (nSuspCount),
               move nCardDateT (nCardSubscript) to nSuspBookedT (nSuspCount),
               move nGamesToServe to nSuspGamesT (nSuspCount),
               move nGamesToServe to nSuspLeftT (nSuspCount),
               move 0 to nSuspNextDateT (nSuspCount),
               perform 230-find-player-name,
               move xPlayerNameFound to xSuspNameT (nSuspCount),
               perform 221-serve-games
                   varying nSchoolGameSubscript from 1 by 1
                   until nSchoolGameSubscript > nSchoolGameCount
                   or nGamesToServe = 0,
           end-if.

       221-serve-games.
           if xSgSchoolT (nSchoolGameSubscript) = xCardSchoolT (nCardSubscript)
               and nSgDateT (nSchoolGameSubscript)
                   > nCardDateT (nCardSubscript)
               and nSchoolGameSubscript > nNextServe
               subtract 1 from nGamesToServe,
               move nSchoolGameSubscript to nNextServe,
               if xSgPlayedT (nSchoolGameSubscript) = "y"
                   subtract 1 from nSuspLeftT (nSuspCount),
                   perform 225-check-appearance
                       varying nGoalSubscript from 1 by 1
                       until nGoalSubscript > nGoalCount,
               else
                   if nSuspNextDateT (nSuspCount) = 0
                       move nSgDateT (nSchoolGameSubscript)
                           to nSuspNextDateT (nSuspCount),
                   end-if,
               end-if,
           end-if.

       225-check-appearance.
           if xGoalSchoolT (nGoalSubscript) = xCardSchoolT (nCardSubscript)
               and nGoalPlayerT (nGoalSubscript)
                   = nCardPlayerT (nCardSubscript)
               and nGoalDateT (nGoalSubscript)
                   = nSgDateT (nSchoolGameSubscript)
               and nViolationCount < 200
               add 1 to nViolationCount,
               move xCardSchoolT (nCardSubscript)
                   to xViolSchoolT (nViolationCount),
               move nSgDateT (nSchoolGameSubscript)
                   to nViolDateT (nViolationCount),
               move nCardPlayerT (nCardSubscript)
                   to nViolPlayerT (nViolationCount),
               move xPlayerNameFound to xViolNameT (nViolationCount),
               move nCardDateT (nCardSubscript)
                   to nViolBookedT (nViolationCount),
           end-if.

       230-find-player-name.
           move "(not on roster)" to xPlayerNameFound.
           move "n" to xFoundFlag.
           perform 231-search-roster
               varying nRosterSubscript from 1 by 1
               until nRosterSubscript > nRosterCount
               or xFoundFlag = "y".

       231-search-roster.
           if xRosterSchoolT (nRosterSubscript) = xCardSchoolT (nCardSubscript)
               and nRosterPlayerT (nRosterSubscript)
                   = nCardPlayerT (nCardSubscript)
               move "y" to xFoundFlag,
               move xRosterNameT (nRosterSubscript) to xPlayerNameFound,
           end-if.

       250-suspension-report.
           move nSeasonWanted to neSuspSeasonOut.
           display xSuspHeading-1.
           write xOutput from xSuspHeading-1 before advancing 2 lines.
           perform 229-check-write.

           display xSuspHeading-2.
           write xOutput from xSuspHeading-2 before advancing 1 line.
           perform 229-check-write.

           if nSuspCount > 0
               sort xSuspElement on ascending key xSuspSchoolT
                   ascending key nSuspPlayerT
                   ascending key nSuspBookedT,
           end-if.

           perform 251-suspension-line
               varying nSuspSubscript from 1 by 1
               until nSuspSubscript > nSuspCount.

       251-suspension-line.
           if nSuspLeftT (nSuspSubscript) > 0
               add 1 to nActiveCount,
               if xSuspSchoolT (nSuspSubscript) not = xOldSchool
                   move xSuspSchoolT (nSuspSubscript) to xOldSchool,
                   move xOldSchool to xSuspSchoolOut,
               else
                   move spaces to xSuspSchoolOut,
               end-if,
               move nSuspPlayerT (nSuspSubscript) to neSuspPlayerOut,
               move xSuspNameT (nSuspSubscript) to xSuspNameOut,
               move xSuspReasonT (nSuspSubscript) to xSuspReasonOut,
               move nSuspBookedT (nSuspSubscript) to neSuspBookedOut,
               move nSuspGamesT (nSuspSubscript) to neSuspGamesOut,
               move nSuspLeftT (nSuspSubscript) to neSuspLeftOut,
               if nSuspNextDateT (nSuspSubscript) > 0
                   move nSuspNextDateT (nSuspSubscript) to xSuspNextOut,
               else
                   move "not scheduled" to xSuspNextOut,
               end-if,
               display xSuspDetail,
               write xOutput from xSuspDetail before advancing 1 line,
               perform 229-check-write,
           end-if.

       260-violation-report.
           if nViolationCount > 0
               display " ",
               display xViolHeading,
               write xOutput from xViolHeading after advancing 2 lines,
               perform 229-check-write,
               perform 261-violation-line
                   varying nViolationSubscript from 1 by 1
                   until nViolationSubscript > nViolationCount,
           end-if.

       261-violation-line.
           move xViolSchoolT (nViolationSubscript) to xViolSchoolOut.
           move nViolDateT (nViolationSubscript) to neViolDateOut.
           move nViolPlayerT (nViolationSubscript) to neViolPlayerOut.
           move xViolNameT (nViolationSubscript) to xViolNameOut.
           move nViolBookedT (nViolationSubscript) to neViolBookedOut.

           display xViolDetail.
           write xOutput from xViolDetail before advancing 1 line.
           perform 229-check-write.

       270-fair-play.
           perform 271-fair-game
               varying nSchoolGameSubscript from 1 by 1
               until nSchoolGameSubscript > nSchoolGameCount.

           perform 272-fair-card
               varying nCardSubscript from 1 by 1
               until nCardSubscript > nCardCount.

           perform 274-fair-points
               varying nFairSubscript from 1 by 1
               until nFairSubscript > nFairCount.

           perform 275-fair-rank
               varying nFairSubscript from 1 by 1
               until nFairSubscript > nFairCount.

           if nFairCount > 0
               sort xFairElement on ascending key nFairRankT
                   ascending key xFairSchoolT,
           end-if.

           move nSeasonWanted to neFairSeasonOut.
           display " ".
           display xFairHeading-1.
           write xOutput from xFairHeading-1 after advancing 2 lines.
           perform 229-check-write.

           display xFairHeading-2.
           write xOutput from xFairHeading-2 after advancing 2 lines.
           perform 229-check-write.

           perform 277-fair-line
               varying nFairSubscript from 1 by 1
               until nFairSubscript > nFairCount.

       271-fair-game.
           move xSgSchoolT (nSchoolGameSubscript) to xWorkSchool.
           perform 273-find-fair-school.
           if nFoundSubscript > 0 and xSgPlayedT (nSchoolGameSubscript) = "y"
               add 1 to nFairPlayedT (nFoundSubscript),
           end-if.

       272-fair-card.
           move xCardSchoolT (nCardSubscript) to xWorkSchool.
           perform 273-find-fair-school.
           if nFoundSubscript > 0
               add nCardYellowT (nCardSubscript) to nFairYellowT (nFoundSubscript),
               add nCardRedT (nCardSubscript) to nFairRedT (nFoundSubscript),
           end-if.

       273-find-fair-school.
           move 0 to nFoundSubscript.
           perform 2731-search-fair
               varying nOtherSubscript from 1 by 1
               until nOtherSubscript > nFairCount
               or nFoundSubscript > 0.

           if nFoundSubscript = 0 and nFairCount < 50
               add 1 to nFairCount,
               move nFairCount to nFoundSubscript,
               move xWorkSchool to xFairSchoolT (nFairCount),
               move 0 to nFairPlayedT (nFairCount),
               move 0 to nFairYellowT (nFairCount),
               move 0 to nFairRedT (nFairCount),
           end-if.

       2731-search-fair.
           if xFairSchoolT (nOtherSubscript) = xWorkSchool
               move nOtherSubscript to nFoundSubscript,
           end-if.

       274-fair-points.
           compute nFairPointsT (nFairSubscript) =
               nFairYellowT (nFairSubscript) * nYellowPoints
               + nFairRedT (nFairSubscript) * nRedPoints.

           if nFairPlayedT (nFairSubscript) > 0
               compute nFairPerGameT (nFairSubscript) rounded =
                   nFairPointsT (nFairSubscript)
                   / nFairPlayedT (nFairSubscript),
           else
               move 0 to nFairPerGameT (nFairSubscript),
           end-if.

       275-fair-rank.
           move 1 to nFairRankT (nFairSubscript).
           perform 276-compare-fair
               varying nOtherSubscript from 1 by 1
               until nOtherSubscript > nFairCount.

       276-compare-fair.
           if nFairPointsT (nOtherSubscript) < nFairPointsT (nFairSubscript)
               add 1 to nFairRankT (nFairSubscript),
           end-if.

       277-fair-line.
           move nFairRankT (nFairSubscript) to neFairRankOut.
           move xFairSchoolT (nFairSubscript) to xFairSchoolOut.
           move nFairPlayedT (nFairSubscript) to neFairPlayedOut.
           move nFairYellowT (nFairSubscript) to neFairYellowOut.
           move nFairRedT (nFairSubscript) to neFairRedOut.
           move nFairPointsT (nFairSubscript) to neFairPointsOut.
           move nFairPerGameT (nFairSubscript) to neFairPerGameOut.

           display xFairDetail.
           write xOutput from xFairDetail before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "exam02cards-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           move nActiveCount to neFooterActive.
           move nViolationCount to neFooterViolations.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 2 lines.
           perform 229-check-write.

           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02cards-output.txt" to xCurrentFileName.
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

           move "EXAM02CARDS" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nCardsRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nViolationCount to neAuditExceptionsOut.
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
