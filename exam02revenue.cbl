       identification division.
       program-id. exam02revenue.

       environment division.
       input-output section.
       file-control.
           select gamesFile assign to "Games-results.txt"
               organization is line sequential
               file status is xStatusGames.
           select controlFile assign to "RunControl.txt" organization is line sequential
               file status is xStatusControl.
           select outfile assign to "exam02revenue-output.txt"
               organization is line sequential
               file status is xStatusOutfile.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

       data division.
       file section.
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
       77 xStatusGames                    pic xx      value "00".
       77 xStatusControl                  pic xx      value "00".
       77 xStatusOutfile                  pic xx      value "00".
       77 xStatusAudit                    pic xx      value "00".
       77 xCurrentStatus                  pic xx.
       77 xCurrentFileName                pic x(30).
       77 xGamesEofFlag                   pic x       value "n".
       77 xControlEofFlag                 pic x       value "n".
       77 nControlLoadSubscript           pic 99      value 0.
       77 nControlSearchSubscript         pic 99.
       77 xControlFoundFlag               pic x       value "n".
       77 xControlParamWanted             pic x(14).
       77 xControlValueFound              pic x(10).
       77 nSeasonWanted                   pic 9(4)    value 0.
       77 nGameYear                       pic 9(4)    value 0.
       77 nSchoolCount                    pic 99      value 0.
       77 nSchoolSubscript                pic 99.
       77 nOtherSubscript                 pic 99.
       77 nFoundSubscript                 pic 99      value 0.
       77 xSchoolFoundFlag                pic x       value "n".
       77 xWorkSchool                     pic x(15)   value spaces.
       77 nGamesRead                      pic 9999    value 0.
       77 nLinesWritten                   pic 9999    value 0.
       77 nLeagueGames                    pic 9999    value 0.
       77 nLeagueExcluded                 pic 9999    value 0.
       77 nLeagueAttendance               pic 9(8)    value 0.
       77 nLeagueTicket                   pic 9(9)v99 value 0.
       77 nLeagueConcession               pic 9(9)v99 value 0.
       77 nLeagueRevenue                  pic 9(9)v99 value 0.
       77 nLeagueAvgAttend                pic 9(6)    value 0.
       77 nLeagueRevPerGame               pic 9(7)v99 value 0.
       77 nLeagueRevPerFan                pic 9(4)v99 value 0.
       77 xRunDate                        pic 9(8).
       77 xRunTimeRaw                     pic 9(8).

       01 xControlTable.
           05  xControlElement occurs 10 times.
               10 xControlParamT          pic x(14).
               10 xControlValueT          pic x(10).

       01 xSchoolTable.
           05  xSchoolElement occurs 1 to 50 times
                   depending on nSchoolCount.
               10 xSchoolNameT            pic x(15).
               10 nHomeGamesT             pic 99.
               10 nExcludedT              pic 99.
               10 nAttendanceT            pic 9(7).
               10 nTicketT                pic 9(9)v99.
               10 nConcessionT            pic 9(9)v99.
               10 nRevenueT               pic 9(9)v99.
               10 nAvgAttendT             pic 9(6).
               10 nRevPerGameT            pic 9(7)v99.
               10 nRevPerFanT             pic 9(4)v99.
               10 nRankT                  pic 99.

       01 xReportHeading-1.
           05 filler                   pic x(32)   value
               "*** Home Gate Receipts - Season ".
           05 neHeadingSeasonOut       pic 9999.
           05 filler                   pic x(4)    value " ***".

       01 xReportHeading-2.
           05 filler                   pic x(4)    value "Rk".
           05 filler                   pic x(16)   value "School".
           05 filler                   pic x(4)    value "Gm".
           05 filler                   pic x(4)    value "Excl".
           05 filler                   pic x(10)   value "   Attend".
           05 filler                   pic x(8)    value "    Avg".
           05 filler                   pic x(15)   value "       Revenue".
           05 filler                   pic x(13)   value "    Per Game".
           05 filler                   pic x(8)    value " Per Fan".

       01 xRevenueDetail.
           05 neRevenueRankOut         pic z9.
           05 filler                   pic xx      value spaces.
           05 xRevenueSchoolOut        pic x(15).
           05 filler                   pic x       value space.
           05 neRevenueGamesOut        pic z9.
           05 filler                   pic xx      value spaces.
           05 neRevenueExclOut         pic z9.
           05 filler                   pic xx      value spaces.
           05 neRevenueAttendOut       pic z,zzz,zz9.
           05 filler                   pic x       value space.
           05 neRevenueAvgOut          pic zzz,zz9.
           05 filler                   pic x       value space.
           05 neRevenueTotalOut        pic zzz,zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neRevenuePerGameOut      pic z,zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neRevenuePerFanOut       pic z,zz9.99.

       01 xFooter-1.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(15)   value "League totals".
           05 neFooterGamesOut         pic zz9.
           05 filler                   pic x       value space.
           05 neFooterExclOut          pic zz9.
           05 filler                   pic x       value space.
           05 neFooterAttendOut        pic zz,zzz,zz9.
           05 filler                   pic x       value space.
           05 neFooterAvgOut           pic zzz,zz9.
           05 filler                   pic x       value space.
           05 neFooterTotalOut         pic zzz,zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neFooterPerGameOut       pic z,zzz,zz9.99.
           05 filler                   pic x       value space.
           05 neFooterPerFanOut        pic z,zz9.99.

       01 xFooter-2.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(15)   value "Ticket revenue".
           05 neFooterTicketOut        pic zzz,zzz,zz9.99.
           05 filler                   pic x(22)   value
               "   Concession revenue".
           05 neFooterConcessOut       pic zzz,zzz,zz9.99.

       01 xFooter-3.
           05 filler                   pic x(4)    value spaces.
           05 filler                   pic x(59)   value
               "Forfeited, postponed and abandoned games are not averaged.".

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
           perform 200-compute-averages.
           perform 240-rank-schools.
           perform 250-report.
           perform 300-termination.
           move 0 to return-code.
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

           open input gamesFile.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 110-read-game until xGamesEofFlag = "y".

           close gamesFile.
           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 900-check-status.

           open output outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02revenue-output.txt" to xCurrentFileName.
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
                   if xControlProgramIn = "EXAM02REVENUE"
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

       110-read-game.
           read gamesFile
               at end
                   move "y" to xGamesEofFlag,
               not at end
                   add 1 to nGamesRead,
                   divide nGameDateIn by 10000 giving nGameYear,
                   if nGameYear = nSeasonWanted
                       perform 120-tally-game,
                   end-if,
           end-read.

           move xStatusGames to xCurrentStatus.
           move "Games-results.txt" to xCurrentFileName.
           perform 901-check-read-status.

       120-tally-game.
           if xGameVenueIn = "A"
               move xGameSchoolIn to xWorkSchool,
               perform 210-find-school,
               move xGameOpponentIn to xWorkSchool,
               perform 210-find-school,
           else
               move xGameOpponentIn to xWorkSchool,
               perform 210-find-school,
               move xGameSchoolIn to xWorkSchool,
               perform 210-find-school,
           end-if.

           if nFoundSubscript > 0
               if xGameStatusIn = "H" or xGameStatusIn = "A"
                   or xGameStatusIn = "O" or xGameStatusIn = "B"
                   add 1 to nExcludedT (nFoundSubscript),
                   add 1 to nLeagueExcluded,
               else
                   if xGameResultIn not = "S"
                       add 1 to nHomeGamesT (nFoundSubscript),
                       add nAttendanceIn to nAttendanceT (nFoundSubscript),
                       add nTicketRevenueIn to nTicketT (nFoundSubscript),
                       add nConcessionRevenueIn
                           to nConcessionT (nFoundSubscript),
                   end-if,
               end-if,
           end-if.

       200-compute-averages.
           perform 205-average-school
               varying nSchoolSubscript from 1 by 1
               until nSchoolSubscript > nSchoolCount.

           if nLeagueGames > 0
               compute nLeagueAvgAttend rounded =
                   nLeagueAttendance / nLeagueGames,
               compute nLeagueRevPerGame rounded =
                   nLeagueRevenue / nLeagueGames,
           end-if.
           if nLeagueAttendance > 0
               compute nLeagueRevPerFan rounded =
                   nLeagueRevenue / nLeagueAttendance,
           end-if.

       205-average-school.
           compute nRevenueT (nSchoolSubscript) =
               nTicketT (nSchoolSubscript) + nConcessionT (nSchoolSubscript).

           if nHomeGamesT (nSchoolSubscript) > 0
               compute nAvgAttendT (nSchoolSubscript) rounded =
                   nAttendanceT (nSchoolSubscript)
                   / nHomeGamesT (nSchoolSubscript),
               compute nRevPerGameT (nSchoolSubscript) rounded =
                   nRevenueT (nSchoolSubscript)
                   / nHomeGamesT (nSchoolSubscript),
           else
               move 0 to nAvgAttendT (nSchoolSubscript),
               move 0 to nRevPerGameT (nSchoolSubscript),
           end-if.

           if nAttendanceT (nSchoolSubscript) > 0
               compute nRevPerFanT (nSchoolSubscript) rounded =
                   nRevenueT (nSchoolSubscript)
                   / nAttendanceT (nSchoolSubscript),
           else
               move 0 to nRevPerFanT (nSchoolSubscript),
           end-if.

           add nHomeGamesT (nSchoolSubscript) to nLeagueGames.
           add nAttendanceT (nSchoolSubscript) to nLeagueAttendance.
           add nTicketT (nSchoolSubscript) to nLeagueTicket.
           add nConcessionT (nSchoolSubscript) to nLeagueConcession.
           add nRevenueT (nSchoolSubscript) to nLeagueRevenue.

       210-find-school.
           move "n" to xSchoolFoundFlag.
           perform 211-search-school
               varying nSchoolSubscript from 1 by 1
               until nSchoolSubscript > nSchoolCount
               or xSchoolFoundFlag = "y".

           if xSchoolFoundFlag = "y"
               compute nFoundSubscript = nSchoolSubscript - 1,
           else
               if nSchoolCount < 50
                   add 1 to nSchoolCount,
                   move nSchoolCount to nFoundSubscript,
                   move xWorkSchool to xSchoolNameT (nSchoolCount),
                   move 0 to nHomeGamesT (nSchoolCount),
                   move 0 to nExcludedT (nSchoolCount),
                   move 0 to nAttendanceT (nSchoolCount),
                   move 0 to nTicketT (nSchoolCount),
                   move 0 to nConcessionT (nSchoolCount),
               else
                   move 0 to nFoundSubscript,
               end-if,
           end-if.

       211-search-school.
           if xSchoolNameT (nSchoolSubscript) = xWorkSchool
               move "y" to xSchoolFoundFlag,
           end-if.

       240-rank-schools.
           perform 241-rank-one-school
               varying nSchoolSubscript from 1 by 1
               until nSchoolSubscript > nSchoolCount.

       241-rank-one-school.
           move 1 to nRankT (nSchoolSubscript).

           perform 242-compare-rank
               varying nOtherSubscript from 1 by 1
               until nOtherSubscript > nSchoolCount.

       242-compare-rank.
           if nRevPerGameT (nOtherSubscript) > nRevPerGameT (nSchoolSubscript)
               add 1 to nRankT (nSchoolSubscript),
           end-if.

       250-report.
           move nSeasonWanted to neHeadingSeasonOut.
           display xReportHeading-1.
           write xOutput from xReportHeading-1 before advancing 2 lines.
           perform 229-check-write.

           display xReportHeading-2.
           write xOutput from xReportHeading-2 before advancing 1 line.
           perform 229-check-write.

           if nSchoolCount > 0
               sort xSchoolElement on ascending key nRankT
                   ascending key xSchoolNameT,
           end-if.

           perform 251-revenue-line
               varying nSchoolSubscript from 1 by 1
               until nSchoolSubscript > nSchoolCount.

           move nLeagueGames to neFooterGamesOut.
           move nLeagueExcluded to neFooterExclOut.
           move nLeagueAttendance to neFooterAttendOut.
           move nLeagueAvgAttend to neFooterAvgOut.
           move nLeagueTicket to neFooterTicketOut.
           move nLeagueConcession to neFooterConcessOut.
           move nLeagueRevenue to neFooterTotalOut.
           move nLeagueRevPerGame to neFooterPerGameOut.
           move nLeagueRevPerFan to neFooterPerFanOut.
           display " ".
           display xFooter-1.
           write xOutput from xFooter-1 after advancing 2 lines.
           perform 229-check-write.

           display xFooter-2.
           write xOutput from xFooter-2 after advancing 1 line.
           perform 229-check-write.

           display xFooter-3.
           write xOutput from xFooter-3 after advancing 1 line.
           perform 229-check-write.

       251-revenue-line.
           move nRankT (nSchoolSubscript) to neRevenueRankOut.
           move xSchoolNameT (nSchoolSubscript) to xRevenueSchoolOut.
           move nHomeGamesT (nSchoolSubscript) to neRevenueGamesOut.
           move nExcludedT (nSchoolSubscript) to neRevenueExclOut.
           move nAttendanceT (nSchoolSubscript) to neRevenueAttendOut.
           move nAvgAttendT (nSchoolSubscript) to neRevenueAvgOut.
           move nRevenueT (nSchoolSubscript) to neRevenueTotalOut.
           move nRevPerGameT (nSchoolSubscript) to neRevenuePerGameOut.
           move nRevPerFanT (nSchoolSubscript) to neRevenuePerFanOut.

           display xRevenueDetail.
           write xOutput from xRevenueDetail before advancing 1 line.
           perform 229-check-write.

       229-check-write.
           add 1 to nLinesWritten.
           move xStatusOutfile to xCurrentStatus.
           move "exam02revenue-output.txt" to xCurrentFileName.
           perform 900-check-status.

       300-termination.
           close outfile.
           move xStatusOutfile to xCurrentStatus.
           move "exam02revenue-output.txt" to xCurrentFileName.
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

           move "EXAM02REVENUE" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           move nGamesRead to neAuditRecordsReadOut.
           move nLinesWritten to neAuditRecordsWrittenOut.
           move nLeagueExcluded to neAuditExceptionsOut.
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
