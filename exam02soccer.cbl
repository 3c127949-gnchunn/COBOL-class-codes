           05   nGoalsForIn               pic 99.
           05   nGoalsAgainstIn           pic 99.
           05   xGameStatusIn             pic x.
           05   nAttendanceIn             pic 9(6).
           05   nTicketRevenueIn          pic 9(7)v99.
           05   nConcessionRevenueIn      pic 9(7)v99.
           05   xGameVenueIn              pic x.

       fd confFile.
       01 xConfInput.
           77  xOldConference              pic x(10)       value spaces.
           77  xFirstConfFlag              pic x           value "n".
           77  xOldDivision                pic x           value space.
           77  nGameYear                   pic 9(4)        value 0.
           77  nComparisonGame             pic 999.
           77  xMirrorFlag                 pic x           value "n".
           77  xWorkResult                 pic x.
           77  xWorkVenue                  pic x.
           77  xOtherVenue                 pic x.
           77  xHomeTeam                   pic x(15).
           77  xAwayTeam                   pic x(15).
           77  xHomeResult                 pic x.
           77  nHomeGoals                  pic 99.
           77  nAwayGoals                  pic 99.
           77  xTeamWanted                 pic x(15).
           77  nTeamFound                  pic 99          value 0.
           77  nSplitGames                 pic 999.
           77  nLeagueHomeGames            pic 9999        value 0.
           77  nLeagueNeutralGames         pic 9999        value 0.
           77  nLeagueHomeWins             pic 9999        value 0.
           77  nLeagueAwayWins             pic 9999        value 0.
           77  nLeagueDraws                pic 9999        value 0.
           77  nLeagueHomeGoals            pic 9(5)        value 0.
           77  nLeagueAwayGoals            pic 9(5)        value 0.
           77  nLeagueHomePct              pic 9v999       value 0.
           77  nLeagueAwayPct              pic 9v999       value 0.
           77  nHomeAdvantage              pic s9v999      value 0.
           77  nHomeGoalsPerGame           pic 99v99       value 0.
           77  nAwayGoalsPerGame           pic 99v99       value 0.
           77  nConflictCount              pic 99          value 0.
           77  nConflictSubscript          pic 99.

       01 xConfTable.
           05  xConfElement occurs 50 times.
               10 xGameOpponentT          pic x(15).
               10 xGameResultT            pic x(1).
               10 xGameStatusT            pic x(1).
               10 nGameDateT              pic 9(8).
               10 nGoalsForT              pic 99.
               10 nGoalsAgainstT          pic 99.
               10 xGameVenueT             pic x(1).

       01 xConflictTable.
           05  xConflictElement occurs 20 times.
               10 xConflictSchoolT        pic x(15).
               10 xConflictOpponentT      pic x(15).
               10 nConflictDateT          pic 9(8).

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
           10 nWinPercentageT          pic 9v999.
           10 xConferenceT              pic x(10).
           10 xDivisionT                pic x.
           10 nHomeWinsT                pic 99.
           10 nHomeLossesT              pic 99.
           10 nHomeTiesT                pic 99.
           10 nHomeGoalsForT            pic 999.
           10 nHomeGoalsAgainstT        pic 999.
           10 nAwayWinsT                pic 99.
           10 nAwayLossesT              pic 99.
           10 nAwayTiesT                pic 99.
           10 nAwayGoalsForT            pic 999.
           10 nAwayGoalsAgainstT        pic 999.


       01 xFooter-1.
           05 filler                   pic x(3)    value spaces.
           05 xQualifiedOut2           pic x.

       01 xSplitHeading.
           05 filler                   pic x(30)   value
               "=== Home and Away Splits ===".

       01 xSplitHeading-1.
           05 filler                   pic x(17)   value spaces.
           05 filler                   pic x(28)   value
               "--------- Home ---------".
           05 filler                   pic x(24)   value
               "--------- Away ---------".

       01 xSplitHeading-2.
           05 filler                   pic x(17)   value "School".
           05 filler                   pic x(19)   value
               " W  L  T   GF  GA".
           05 filler                   pic x(9)    value "Pct.".
           05 filler                   pic x(19)   value
               " W  L  T   GF  GA".
           05 filler                   pic x(4)    value "Pct.".

       01 xSplitDetail.
           05 xSchoolOut5              pic x(15).
           05 filler                   pic xx      value spaces.
           05 neHomeWinsOut            pic z9.
           05 filler                   pic x       value space.
           05 neHomeLossesOut          pic z9.
           05 filler                   pic x       value space.
           05 neHomeTiesOut            pic z9.
           05 filler                   pic xx      value spaces.
           05 neHomeGoalsForOut        pic zz9.
           05 filler                   pic x       value space.
           05 neHomeGoalsAgainstOut    pic zz9.
           05 filler                   pic xx      value spaces.
           05 neHomePctOut             pic 9.999.
           05 filler                   pic x(4)    value spaces.
           05 neAwayWinsOut            pic z9.
           05 filler                   pic x       value space.
           05 neAwayLossesOut          pic z9.
           05 filler                   pic x       value space.
           05 neAwayTiesOut            pic z9.
           05 filler                   pic xx      value spaces.
           05 neAwayGoalsForOut        pic zz9.
           05 filler                   pic x       value space.
           05 neAwayGoalsAgainstOut    pic zz9.
           05 filler                   pic xx      value spaces.
           05 neAwayPctOut             pic 9.999.

       01 xAdvantageLine-1.
           05 filler                   pic x(24)   value
               "Games with a home side: ".
           05 neAdvGamesOut            pic zzz9.
           05 filler                   pic x(11)   value ", neutral: ".
           05 neAdvNeutralOut          pic zzz9.
           05 filler                   pic x(20)   value
               ", venue conflicts: ".
           05 neAdvConflictsOut        pic z9.

       01 xAdvantageLine-2.
           05 filler                   pic x(11)   value "Home wins: ".
           05 neAdvHomeWinsOut         pic zzz9.
           05 filler                   pic x(13)   value "  Away wins: ".
           05 neAdvAwayWinsOut         pic zzz9.
           05 filler                   pic x(8)    value "  Ties: ".
           05 neAdvDrawsOut            pic zzz9.

       01 xAdvantageLine-3.
           05 filler                   pic x(14)   value "Home win pct: ".
           05 neAdvHomePctOut          pic 9.999.
           05 filler                   pic x(17)   value "  Away win pct: ".
           05 neAdvAwayPctOut          pic 9.999.
           05 filler                   pic x(18)   value
               "  Home advantage: ".
           05 neAdvMarginOut           pic -9.999.

       01 xAdvantageLine-4.
           05 filler                   pic x(22)   value
               "Goals per game, home: ".
           05 neAdvHomeGoalsOut        pic z9.99.
           05 filler                   pic x(8)    value "  away: ".
           05 neAdvAwayGoalsOut        pic z9.99.

       01 xConflictDetail.
           05 filler                   pic x(16)   value
               "Venue conflict: ".
           05 xConflictSchoolOut       pic x(15).
           05 filler                   pic x(3)    value " v ".
           05 xConflictOpponentOut     pic x(15).
           05 filler                   pic x(4)    value " on ".
           05 neConflictDateOut        pic 9(8).

       01 xComparisonHeading.
           05 filler                   pic x(15)   value "School".
           05 filler                   pic xx      value spaces.
                           to xGameOpponentT (nGameLoadSubscript),
                       move xGameResultIn to xGameResultT (nGameLoadSubscript),
                       move xGameStatusIn to xGameStatusT (nGameLoadSubscript),
                       move nGameDateIn to nGameDateT (nGameLoadSubscript),
                       move nGoalsForIn to nGoalsForT (nGameLoadSubscript),
                       move nGoalsAgainstIn
                           to nGoalsAgainstT (nGameLoadSubscript),
                       move xGameVenueIn to xGameVenueT (nGameLoadSubscript),
                       if xGameVenueIn = space
                           move "H" to xGameVenueT (nGameLoadSubscript),
                       end-if,
                   end-if,
           end-read.

           perform 221-print-standing varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nLoadSubscript.

           perform 240-home-away-splits.

       221-print-standing.
           if nSeasonT (nProcessSubscript) = nSeasonWanted
               if xDivisionT (nProcessSubscript) not = xOldDivision
               move nWinPercentageT (nComparisonSubscript) to nPriorSeasonPctFound,
           end-if.

       240-home-away-splits.
           perform 241-clear-split varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nLoadSubscript.

           perform 242-apply-game varying nGameSearchSubscript from 1 by 1
               until nGameSearchSubscript > nGameLoadSubscript.

           display " ".
           display xSplitHeading.
           display " ".
           display xSplitHeading-1.
           display xSplitHeading-2.

           perform 246-print-split varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nLoadSubscript.

           if nLeagueHomeGames > 0
               compute nLeagueHomePct rounded =
                   nLeagueHomeWins / nLeagueHomeGames,
               compute nLeagueAwayPct rounded =
                   nLeagueAwayWins / nLeagueHomeGames,
               compute nHomeGoalsPerGame rounded =
                   nLeagueHomeGoals / nLeagueHomeGames,
               compute nAwayGoalsPerGame rounded =
                   nLeagueAwayGoals / nLeagueHomeGames,
           end-if.
           compute nHomeAdvantage = nLeagueHomePct - nLeagueAwayPct.

           move nLeagueHomeGames to neAdvGamesOut.
           move nLeagueNeutralGames to neAdvNeutralOut.
           move nConflictCount to neAdvConflictsOut.
           move nLeagueHomeWins to neAdvHomeWinsOut.
           move nLeagueAwayWins to neAdvAwayWinsOut.
           move nLeagueDraws to neAdvDrawsOut.
           move nLeagueHomePct to neAdvHomePctOut.
           move nLeagueAwayPct to neAdvAwayPctOut.
           move nHomeAdvantage to neAdvMarginOut.
           move nHomeGoalsPerGame to neAdvHomeGoalsOut.
           move nAwayGoalsPerGame to neAdvAwayGoalsOut.

           display " ".
           display xAdvantageLine-1.
           display xAdvantageLine-2.
           display xAdvantageLine-3.
           display xAdvantageLine-4.

           if nConflictCount > 0
               display " ",
               perform 248-print-conflict
                   varying nConflictSubscript from 1 by 1
                   until nConflictSubscript > nConflictCount,
           end-if.

       241-clear-split.
           move 0 to nHomeWinsT (nProcessSubscript).
           move 0 to nHomeLossesT (nProcessSubscript).
           move 0 to nHomeTiesT (nProcessSubscript).
           move 0 to nHomeGoalsForT (nProcessSubscript).
           move 0 to nHomeGoalsAgainstT (nProcessSubscript).
           move 0 to nAwayWinsT (nProcessSubscript).
           move 0 to nAwayLossesT (nProcessSubscript).
           move 0 to nAwayTiesT (nProcessSubscript).
           move 0 to nAwayGoalsForT (nProcessSubscript).
           move 0 to nAwayGoalsAgainstT (nProcessSubscript).

       242-apply-game.
           divide nGameDateT (nGameSearchSubscript) by 10000 giving nGameYear.

           if nGameYear = nSeasonWanted
               and xGameStatusT (nGameSearchSubscript) not = "O"
               and xGameStatusT (nGameSearchSubscript) not = "B"
               and (xGameResultT (nGameSearchSubscript) not = "S"
                   or xGameStatusT (nGameSearchSubscript) = "H"
                   or xGameStatusT (nGameSearchSubscript) = "A")
               move "n" to xMirrorFlag,
               perform 243-check-mirror
                   varying nComparisonGame from 1 by 1
                   until nComparisonGame >= nGameSearchSubscript
                   or xMirrorFlag not = "n",
               if xMirrorFlag = "c" and nConflictCount < 20
                   add 1 to nConflictCount,
                   move xGameSchoolT (nGameSearchSubscript)
                       to xConflictSchoolT (nConflictCount),
                   move xGameOpponentT (nGameSearchSubscript)
                       to xConflictOpponentT (nConflictCount),
                   move nGameDateT (nGameSearchSubscript)
                       to nConflictDateT (nConflictCount),
               end-if,
               if xMirrorFlag = "n"
                   perform 244-split-game,
               end-if,
           end-if.

       243-check-mirror.
           if nGameDateT (nComparisonGame) = nGameDateT (nGameSearchSubscript)
               move xGameVenueT (nComparisonGame) to xOtherVenue,
               if xGameSchoolT (nComparisonGame)
                       = xGameSchoolT (nGameSearchSubscript)
                   and xGameOpponentT (nComparisonGame)
                       = xGameOpponentT (nGameSearchSubscript)
                   if xOtherVenue = xGameVenueT (nGameSearchSubscript)
                       move "d" to xMirrorFlag,
                   else
                       move "c" to xMirrorFlag,
                   end-if,
               end-if,
               if xGameSchoolT (nComparisonGame)
                       = xGameOpponentT (nGameSearchSubscript)
                   and xGameOpponentT (nComparisonGame)
                       = xGameSchoolT (nGameSearchSubscript)
                   if (xOtherVenue = "H"
                           and xGameVenueT (nGameSearchSubscript) = "A")
                       or (xOtherVenue = "A"
                           and xGameVenueT (nGameSearchSubscript) = "H")
                       or (xOtherVenue = "N"
                           and xGameVenueT (nGameSearchSubscript) = "N")
                       move "d" to xMirrorFlag,
                   else
                       move "c" to xMirrorFlag,
                   end-if,
               end-if,
           end-if.

       244-split-game.
           move xGameResultT (nGameSearchSubscript) to xWorkResult.
           if xGameStatusT (nGameSearchSubscript) = "H"
               move "W" to xWorkResult,
           end-if.
           if xGameStatusT (nGameSearchSubscript) = "A"
               move "L" to xWorkResult,
           end-if.
           move xGameVenueT (nGameSearchSubscript) to xWorkVenue.

           evaluate xWorkVenue
               when "H"
                   move xGameSchoolT (nGameSearchSubscript) to xHomeTeam
                   move xGameOpponentT (nGameSearchSubscript) to xAwayTeam
                   move xWorkResult to xHomeResult
                   move nGoalsForT (nGameSearchSubscript) to nHomeGoals
                   move nGoalsAgainstT (nGameSearchSubscript) to nAwayGoals
               when "A"
                   move xGameOpponentT (nGameSearchSubscript) to xHomeTeam
                   move xGameSchoolT (nGameSearchSubscript) to xAwayTeam
                   evaluate xWorkResult
                       when "W"
                           move "L" to xHomeResult
                       when "L"
                           move "W" to xHomeResult
                       when other
                           move xWorkResult to xHomeResult
                   end-evaluate
                   move nGoalsAgainstT (nGameSearchSubscript) to nHomeGoals
                   move nGoalsForT (nGameSearchSubscript) to nAwayGoals
               when other
                   move space to xHomeResult
           end-evaluate.

           if xWorkVenue = "N"
               add 1 to nLeagueNeutralGames,
           end-if.

           if xHomeResult = "W" or xHomeResult = "L" or xHomeResult = "T"
               add 1 to nLeagueHomeGames,
               add nHomeGoals to nLeagueHomeGoals,
               add nAwayGoals to nLeagueAwayGoals,
               evaluate xHomeResult
                   when "W"
                       add 1 to nLeagueHomeWins
                   when "L"
                       add 1 to nLeagueAwayWins
                   when "T"
                       add 1 to nLeagueDraws
               end-evaluate,

               move xHomeTeam to xTeamWanted,
               perform 245-find-team,
               if nTeamFound > 0
                   add nHomeGoals to nHomeGoalsForT (nTeamFound),
                   add nAwayGoals to nHomeGoalsAgainstT (nTeamFound),
                   evaluate xHomeResult
                       when "W"
                           add 1 to nHomeWinsT (nTeamFound)
                       when "L"
                           add 1 to nHomeLossesT (nTeamFound)
                       when "T"
                           add 1 to nHomeTiesT (nTeamFound)
                   end-evaluate,
               end-if,

               move xAwayTeam to xTeamWanted,
               perform 245-find-team,
               if nTeamFound > 0
                   add nAwayGoals to nAwayGoalsForT (nTeamFound),
                   add nHomeGoals to nAwayGoalsAgainstT (nTeamFound),
                   evaluate xHomeResult
                       when "W"
                           add 1 to nAwayLossesT (nTeamFound)
                       when "L"
                           add 1 to nAwayWinsT (nTeamFound)
                       when "T"
                           add 1 to nAwayTiesT (nTeamFound)
                   end-evaluate,
               end-if,
           end-if.

       245-find-team.
           move 0 to nTeamFound.
           perform 2451-search-team varying nComparisonSubscript from 1 by 1
               until nComparisonSubscript > nLoadSubscript
               or nTeamFound > 0.

       2451-search-team.
           if xSchool (nComparisonSubscript) = xTeamWanted
               and nSeasonT (nComparisonSubscript) = nSeasonWanted
               move nComparisonSubscript to nTeamFound,
           end-if.

       246-print-split.
           if nSeasonT (nProcessSubscript) = nSeasonWanted
               move xSchool (nProcessSubscript) to xSchoolOut5,
               move nHomeWinsT (nProcessSubscript) to neHomeWinsOut,
               move nHomeLossesT (nProcessSubscript) to neHomeLossesOut,
               move nHomeTiesT (nProcessSubscript) to neHomeTiesOut,
               move nHomeGoalsForT (nProcessSubscript) to neHomeGoalsForOut,
               move nHomeGoalsAgainstT (nProcessSubscript)
                   to neHomeGoalsAgainstOut,
               compute nSplitGames = nHomeWinsT (nProcessSubscript)
                   + nHomeLossesT (nProcessSubscript)
                   + nHomeTiesT (nProcessSubscript),
               if nSplitGames > 0
                   compute nWinPercentage =
                       nHomeWinsT (nProcessSubscript) / nSplitGames,
               else
                   move 0 to nWinPercentage,
               end-if,
               move nWinPercentage to neHomePctOut,
               move nAwayWinsT (nProcessSubscript) to neAwayWinsOut,
               move nAwayLossesT (nProcessSubscript) to neAwayLossesOut,
               move nAwayTiesT (nProcessSubscript) to neAwayTiesOut,
               move nAwayGoalsForT (nProcessSubscript) to neAwayGoalsForOut,
               move nAwayGoalsAgainstT (nProcessSubscript)
                   to neAwayGoalsAgainstOut,
               compute nSplitGames = nAwayWinsT (nProcessSubscript)
                   + nAwayLossesT (nProcessSubscript)
                   + nAwayTiesT (nProcessSubscript),
               if nSplitGames > 0
                   compute nWinPercentage =
                       nAwayWinsT (nProcessSubscript) / nSplitGames,
               else
                   move 0 to nWinPercentage,
               end-if,
               move nWinPercentage to neAwayPctOut,
               display xSplitDetail,
               add 1 to nRecordsWritten,
           end-if.

       248-print-conflict.
           move xConflictSchoolT (nConflictSubscript) to xConflictSchoolOut.
           move xConflictOpponentT (nConflictSubscript)
               to xConflictOpponentOut.
           move nConflictDateT (nConflictSubscript) to neConflictDateOut.
           display xConflictDetail.

       300-termination.
           close masterfile.

