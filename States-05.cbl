       data division.
       file section.
       fd statesFile.
       01 xStateRecord                 pic x(41).

       fd yesterdayFile.
       01 xYesterdayRecord             pic x(41).

       fd priorFile.
       01 xPriorRecord                 pic x(41).

       fd archiveFile.
       01 xArchiveRecord               pic x(41).

       fd rollControl.
       01 xRollControlRecord.
