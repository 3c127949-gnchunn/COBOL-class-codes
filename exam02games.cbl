           05   nGoalsForIn                pic 99.
           05   nGoalsAgainstIn            pic 99.
           05   xStatusCodeIn              pic x.
           05   nAttendanceIn              pic 9(6).
           05   nTicketRevenueIn           pic 9(7)v99.
           05   nConcessionRevenueIn       pic 9(7)v99.
           05   xVenueIn                   pic x.

       fd masterFile.
       01 xMasterInput.
       77 nEntryGoalsFor                   pic 99      value 0.
       77 nEntryGoalsAgainst               pic 99      value 0.
       77 xEntryStatusCode                 pic x       value "P".
       77 xEntryVenue                      pic x       value "H".
       77 xVenueValidFlag                  pic x       value "n".
       77 xVenueWork                       pic x       value space.
       77 nEntryAttendance                 pic 9(6)    value 0.
       77 xEntryAmountRaw                  pic x(12)   value spaces.
       77 nEntryTicketRevenue              pic 9(7)v99 value 0.
       77 nEntryConcessionRevenue          pic 9(7)v99 value 0.
       77 xSchoolWanted                    pic x(15)   value spaces.
       77 nDateWork                        pic 9(8)    value 0.
       77 nDateYear                        pic 9(4)    value 0.
               10 nGoalsForT               pic 99.
               10 nGoalsAgainstT           pic 99.
               10 xStatusCodeT             pic x.
               10 nAttendanceT             pic 9(6).
               10 nTicketRevenueT          pic 9(7)v99.
               10 nConcessionRevenueT      pic 9(7)v99.
               10 xVenueT                  pic x.

       procedure division.
       000-main.
                   move nGoalsForIn to nGoalsForT (nGameLoadSubscript),
                   move nGoalsAgainstIn to nGoalsAgainstT (nGameLoadSubscript),
                   move xStatusCodeIn to xStatusCodeT (nGameLoadSubscript),
                   move nAttendanceIn to nAttendanceT (nGameLoadSubscript),
                   move nTicketRevenueIn
                       to nTicketRevenueT (nGameLoadSubscript),
                   move nConcessionRevenueIn
                       to nConcessionRevenueT (nGameLoadSubscript),
                   move xVenueIn to xVenueT (nGameLoadSubscript),
           end-read.

           move xStatusGames to xCurrentStatus.
                       " is already on file.",
               end-if,

               perform 270-accept-venue,
               if xVenueValidFlag = "y"
                   perform 2150-accept-result,
               end-if,
           end-if.

       2150-accept-result.
           display "Result, (W)in (L)oss (T)ie or (S)cheduled? "
               with no advancing.
           accept xEntryResult.
           move function upper-case(xEntryResult) to xEntryResult.
           if xEntryResult not = "W" and xEntryResult not = "L"
               and xEntryResult not = "T" and xEntryResult not = "S"
               display "Result must be W, L, T or S - not added.",
           else
               if xEntryResult = "S"
                   move 0 to nEntryGoalsFor,
                   move 0 to nEntryGoalsAgainst,
               else
                   display "Goals for? " with no advancing,
                   accept nEntryGoalsFor,
                   display "Goals against? " with no advancing,
                   accept nEntryGoalsAgainst,
               end-if,

               perform 218-accept-status-code,
               perform 219-accept-gate,

               add 1 to nGameLoadSubscript,
               move xEntrySchool to xSchoolT (nGameLoadSubscript),
               move xEntryOpponent to xOpponentT (nGameLoadSubscript),
               move xEntryResult to xResultT (nGameLoadSubscript),
               move nEntryDate to nGameDateT (nGameLoadSubscript),
               move nEntryGoalsFor to nGoalsForT (nGameLoadSubscript),
               move nEntryGoalsAgainst
                   to nGoalsAgainstT (nGameLoadSubscript),
               move xEntryStatusCode
                   to xStatusCodeT (nGameLoadSubscript),
               move nEntryAttendance
                   to nAttendanceT (nGameLoadSubscript),
               move nEntryTicketRevenue
                   to nTicketRevenueT (nGameLoadSubscript),
               move nEntryConcessionRevenue
                   to nConcessionRevenueT (nGameLoadSubscript),
               move xEntryVenue to xVenueT (nGameLoadSubscript),
               display "Game recorded.",
           end-if.

       218-accept-status-code.
               move 0 to nEntryGoalsAgainst,
           end-if.

       219-accept-gate.
           move 0 to nEntryAttendance.
           move 0 to nEntryTicketRevenue.
           move 0 to nEntryConcessionRevenue.

           if xEntryResult not = "S"
               and (xEntryStatusCode = "P" or xEntryStatusCode = "B")
               display "Attendance? " with no advancing,
               accept nEntryAttendance,
               display "Ticket revenue? " with no advancing,
               accept xEntryAmountRaw,
               move function numval(xEntryAmountRaw) to nEntryTicketRevenue,
               display "Concession revenue? " with no advancing,
               accept xEntryAmountRaw,
               move function numval(xEntryAmountRaw)
                   to nEntryConcessionRevenue,
           end-if.

       216-check-duplicate.
           move "n" to xFoundFlag.
           perform 217-scan-duplicate
                 or (xSchoolT (nProcessSubscript) = xEntryOpponent
                   and xOpponentT (nProcessSubscript) = xEntrySchool))
               move "y" to xFoundFlag,
               move nProcessSubscript to nFoundSubscript,
           end-if.

       220-correct-game.
                   end-if,
                   perform 218-accept-status-code,
                   move xEntryStatusCode to xStatusCodeT (nFoundSubscript),
                   perform 219-accept-gate,
                   move nEntryAttendance to nAttendanceT (nFoundSubscript),
                   move nEntryTicketRevenue
                       to nTicketRevenueT (nFoundSubscript),
                   move nEntryConcessionRevenue
                       to nConcessionRevenueT (nFoundSubscript),
                   perform 225-correct-venue,
                   if xEntryStatusCode = "H" or xEntryStatusCode = "A"
                       or xEntryStatusCode = "O" or xEntryStatusCode = "B"
                       move 0 to nGoalsForT (nFoundSubscript),
               end-if,
           end-if.

       225-correct-venue.
           display "Venue for ", function trim(xSchoolT (nFoundSubscript)),
               ", (H)ome (A)way or (N)eutral, blank to keep? "
               with no advancing.
           accept xEntryVenue.
           move function upper-case(xEntryVenue) to xEntryVenue.
           if xEntryVenue = "H" or xEntryVenue = "A" or xEntryVenue = "N"
               move xEntryVenue to xVenueT (nFoundSubscript),
           end-if.

       230-void-game.
           perform 260-locate-game.

               move nProcessSubscript to nFoundSubscript,
           end-if.

       270-accept-venue.
           display "Venue for ", function trim(xEntrySchool),
               ", (H)ome (A)way or (N)eutral? " with no advancing.
           accept xEntryVenue.
           move function upper-case(xEntryVenue) to xEntryVenue.
           if xEntryVenue = space
               move "H" to xEntryVenue,
           end-if.

           move "y" to xVenueValidFlag.
           if xEntryVenue not = "H" and xEntryVenue not = "A"
               and xEntryVenue not = "N"
               move "n" to xVenueValidFlag,
               display "Venue must be H, A or N - not added.",
           else
               if xFoundFlag = "y"
                   perform 275-check-venue-agrees,
               end-if,
           end-if.

       275-check-venue-agrees.
           move xVenueT (nFoundSubscript) to xVenueWork.
           if xVenueWork = space
               move "H" to xVenueWork,
           end-if.

           if xSchoolT (nFoundSubscript) = xEntrySchool
               if xVenueWork not = xEntryVenue
                   move "n" to xVenueValidFlag,
               end-if,
           else
               if (xVenueWork = "H" and xEntryVenue not = "A")
                   or (xVenueWork = "A" and xEntryVenue not = "H")
                   or (xVenueWork = "N" and xEntryVenue not = "N")
                   move "n" to xVenueValidFlag,
               end-if,
           end-if.

           if xVenueValidFlag = "n"
               display "Venue disagrees with the game already on file",
                   " - not added.",
           end-if.

       300-termination.
           open output gamesFile.
           move xStatusGames to xCurrentStatus.
           move nGoalsForT (nProcessSubscript) to nGoalsForIn.
           move nGoalsAgainstT (nProcessSubscript) to nGoalsAgainstIn.
           move xStatusCodeT (nProcessSubscript) to xStatusCodeIn.
           move nAttendanceT (nProcessSubscript) to nAttendanceIn.
           move nTicketRevenueT (nProcessSubscript) to nTicketRevenueIn.
           move nConcessionRevenueT (nProcessSubscript)
               to nConcessionRevenueIn.
           move xVenueT (nProcessSubscript) to xVenueIn.

           write xGameInput.
           move xStatusGames to xCurrentStatus.
