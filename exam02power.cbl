           05   nGoalsForIn               pic 99.
           05   nGoalsAgainstIn           pic 99.
           05   xGameStatusIn             pic x.
           05   nAttendanceIn             pic 9(6).
           05   nTicketRevenueIn          pic 9(7)v99.
           05   nConcessionRevenueIn      pic 9(7)v99.
           05   xGameVenueIn              pic x.

       fd outfile.
       01 xOutput                         pic x(100).
