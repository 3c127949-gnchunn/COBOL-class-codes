               file status is xStatusRoster.
           select goalsFile assign to "PlayerGoals.txt" organization is line sequential
               file status is xStatusGoals.
           select cardFile assign to "Discipline.txt" organization is line sequential
               file status is xStatusCard.
           select auditFile assign to "AuditTrail.txt" organization is line sequential
               file status is xStatusAudit.

           05   nGoalPlayerIn          pic 99.
           05   nGoalCountIn           pic 99.

       fd cardFile.
       01 xCardInput.
           05   nCardDateIn            pic 9(8).
           05   xCardSchoolIn          pic x(15).
           05   nCardPlayerIn          pic 99.
           05   nCardYellowIn          pic 9.
           05   nCardRedIn             pic 9.

       fd auditFile.
       01 xAuditRecord                 pic x(60).

       working-storage section.
       77 xStatusRoster                pic xx      value "00".
       77 xStatusGoals                 pic xx      value "00".
       77 xStatusCard                  pic xx      value "00".
       77 xStatusAudit                 pic xx      value "00".
       77 xCurrentStatus               pic xx.
       77 xCurrentFileName             pic x(30).
       77 xRosterEofFlag               pic x       value "n".
       77 xGoalsEofFlag                pic x       value "n".
       77 xCardEofFlag                 pic x       value "n".
       77 xMenuChoice                  pic 9       value 0.
       77 nRosterCount                 pic 999     value 0.
       77 nGoalCount                   pic 9999    value 0.
       77 nCardCount                   pic 9999    value 0.
       77 nProcessSubscript            pic 9999.
       77 nShiftSubscript              pic 9999.
       77 xFoundFlag                   pic x       value "n".
       77 xEntryName                   pic x(20)   value spaces.
       77 nEntryDate                   pic 9(8)    value 0.
       77 nEntryGoals                  pic 99      value 0.
       77 nEntryYellow                 pic 9       value 0.
       77 nEntryRed                    pic 9       value 0.
       77 nChangesMade                 pic 999     value 0.
       77 xRunDate                     pic 9(8).
       77 xRunTimeRaw                  pic 9(8).
           05 filler                   pic x(38)   value
               "4. Delete a goal entry".
           05 filler                   pic x(38)   value
               "5. Record cards for a game".
           05 filler                   pic x(38)   value
               "6. Delete a card entry".
           05 filler                   pic x(38)   value
               "7. Save and exit".

       01 xRosterTable.
           05  xRosterElement occurs 1 to 500 times
               10 nGoalPlayerT           pic 99.
               10 nGoalCountT            pic 99.

       01 xCardTable.
           05  xCardElement occurs 1 to 2000 times
                   depending on nCardCount.
               10 nCardDateT             pic 9(8).
               10 xCardSchoolT           pic x(15).
               10 nCardPlayerT           pic 99.
               10 nCardYellowT           pic 9.
               10 nCardRedT              pic 9.

       01 xAuditDetail.
           05   xAuditProgramOut       pic x(14).
           05   filler                 pic x       value space.
       000-main.

           perform 100-initialization.
           perform 200-menu until xMenuChoice = 7.
           perform 300-termination.
           move 0 to return-code.
           stop run.

           perform 110-load-roster.
           perform 120-load-goals.
           perform 130-load-cards.

       110-load-roster.
           open input rosterFile.
           move "PlayerGoals.txt" to xCurrentFileName.
           perform 901-check-read-status.

       130-load-cards.
           open input cardFile.

           if xStatusCard = "35"
               continue,
           else
               move xStatusCard to xCurrentStatus,
               move "Discipline.txt" to xCurrentFileName,
               perform 900-check-status,
               perform 131-read-card until xCardEofFlag = "y",
               close cardFile,
               move xStatusCard to xCurrentStatus,
               move "Discipline.txt" to xCurrentFileName,
               perform 900-check-status,
           end-if.

       131-read-card.
           read cardFile
               at end
                   move "y" to xCardEofFlag,
               not at end
                   add 1 to nCardCount,
                   move nCardDateIn to nCardDateT (nCardCount),
                   move xCardSchoolIn to xCardSchoolT (nCardCount),
                   move nCardPlayerIn to nCardPlayerT (nCardCount),
                   move nCardYellowIn to nCardYellowT (nCardCount),
                   move nCardRedIn to nCardRedT (nCardCount),
           end-read.

           move xStatusCard to xCurrentStatus.
           move "Discipline.txt" to xCurrentFileName.
           perform 901-check-read-status.

       200-menu.
           display " ".
           display xMenu.
               when 4
                   perform 240-delete-goals
               when 5
                   perform 250-add-cards
               when 6
                   perform 260-delete-cards
               when 7
                   continue
               when other
                   display "Please enter 1 through 7."
           end-evaluate.

       210-add-player.
           move xGoalElement (nShiftSubscript + 1)
               to xGoalElement (nShiftSubscript).

       250-add-cards.
           display "Game date (yyyymmdd)? " with no advancing.
           accept nEntryDate.
           display "School? " with no advancing.
           accept xEntrySchool.
           display "Player number? " with no advancing.
           accept nEntryPlayer.

           move "n" to xFoundFlag.
           perform 231-check-roster
               varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nRosterCount
               or xFoundFlag = "y".

           if xFoundFlag = "n"
               display "That player is not on the roster.",
           else
               move "n" to xFoundFlag,
               perform 251-check-duplicate-card
                   varying nProcessSubscript from 1 by 1
                   until nProcessSubscript > nCardCount
                   or xFoundFlag = "y",
               if xFoundFlag = "y"
                   display "Cards for that player and game are already",
                       " on file - delete the entry first.",
               else
                   display "Yellow cards (0-2)? " with no advancing,
                   accept nEntryYellow,
                   display "Red card (0-1)? " with no advancing,
                   accept nEntryRed,
                   if nEntryYellow > 2 or nEntryRed > 1
                       or nEntryYellow + nEntryRed = 0
                       display "Cards must be 0-2 yellow and 0-1 red,",
                           " at least one card - not recorded.",
                   else
                       if nEntryYellow = 2 and nEntryRed = 0
                           move 1 to nEntryRed,
                           display "Second yellow recorded as a",
                               " sending-off.",
                       end-if,
                       add 1 to nCardCount,
                       move nEntryDate to nCardDateT (nCardCount),
                       move xEntrySchool to xCardSchoolT (nCardCount),
                       move nEntryPlayer to nCardPlayerT (nCardCount),
                       move nEntryYellow to nCardYellowT (nCardCount),
                       move nEntryRed to nCardRedT (nCardCount),
                       add 1 to nChangesMade,
                       display "Cards recorded.",
                   end-if,
               end-if,
           end-if.

       251-check-duplicate-card.
           if nCardDateT (nProcessSubscript) = nEntryDate
               and xCardSchoolT (nProcessSubscript) = xEntrySchool
               and nCardPlayerT (nProcessSubscript) = nEntryPlayer
               move "y" to xFoundFlag,
           end-if.

       260-delete-cards.
           display "Game date (yyyymmdd)? " with no advancing.
           accept nEntryDate.
           display "School? " with no advancing.
           accept xEntrySchool.
           display "Player number? " with no advancing.
           accept nEntryPlayer.

           move "n" to xFoundFlag.
           perform 261-find-and-delete-card
               varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nCardCount
               or xFoundFlag = "y".

           if xFoundFlag = "n"
               display "Card entry not found.",
           end-if.

       261-find-and-delete-card.
           if nCardDateT (nProcessSubscript) = nEntryDate
               and xCardSchoolT (nProcessSubscript) = xEntrySchool
               and nCardPlayerT (nProcessSubscript) = nEntryPlayer
               move "y" to xFoundFlag,
               perform 262-shift-cards
                   varying nShiftSubscript from nProcessSubscript by 1
                   until nShiftSubscript >= nCardCount,
               subtract 1 from nCardCount,
               add 1 to nChangesMade,
               display "Card entry deleted.",
           end-if.

       262-shift-cards.
           move xCardElement (nShiftSubscript + 1)
               to xCardElement (nShiftSubscript).

       300-termination.
           open output rosterFile.
           move xStatusRoster to xCurrentStatus.
           move "PlayerGoals.txt" to xCurrentFileName.
           perform 900-check-status.

           open output cardFile.
           move xStatusCard to xCurrentStatus.
           move "Discipline.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 330-write-card varying nProcessSubscript from 1 by 1
               until nProcessSubscript > nCardCount.

           close cardFile.
           move xStatusCard to xCurrentStatus.
           move "Discipline.txt" to xCurrentFileName.
           perform 900-check-status.

           perform 295-write-audit.

           display " ".
           display "Roster, goal and discipline files saved.".
           display " ".

       310-write-roster.
           move "PlayerGoals.txt" to xCurrentFileName.
           perform 900-check-status.

       330-write-card.
           move nCardDateT (nProcessSubscript) to nCardDateIn.
           move xCardSchoolT (nProcessSubscript) to xCardSchoolIn.
           move nCardPlayerT (nProcessSubscript) to nCardPlayerIn.
           move nCardYellowT (nProcessSubscript) to nCardYellowIn.
           move nCardRedT (nProcessSubscript) to nCardRedIn.

           write xCardInput.

           move xStatusCard to xCurrentStatus.
           move "Discipline.txt" to xCurrentFileName.
           perform 900-check-status.

       295-write-audit.
           accept xRunDate from date yyyymmdd.
           accept xRunTimeRaw from time.
           move "EXAM02ROSTER" to xAuditProgramOut.
           move xRunDate to xAuditDateOut.
           move xRunTimeRaw (1:6) to xAuditTimeOut.
           compute neAuditRecordsReadOut =
               nRosterCount + nGoalCount + nCardCount.
           move nChangesMade to neAuditRecordsWrittenOut.
           move 0 to neAuditExceptionsOut.
           write xAuditRecord from xAuditDetail.
