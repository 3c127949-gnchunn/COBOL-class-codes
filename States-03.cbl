           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xInputHeader redefines xInput.
           05   xHeaderFlag            pic x(2).
           05   nExpectedRecordCount   pic 9(7).
           05   nExpectedTotalPop      pic 9(10).
           05   filler                 pic x(22).

       fd infileyesterday.
       01 xInputYesterday.
           05   xStateNameY            pic x(20).
           05   nPopulationY           pic 99999999.
           05   nAreaY                 pic 999999.
           05   nStateFipsY            pic 99.

       01 xInputYesterdayHeader redefines xInputYesterday.
           05   xHeaderFlagY           pic x(2).
           05   nExpectedRecordCountY  pic 9(7).
           05   nExpectedTotalPopY     pic 9(10).
           05   filler                 pic x(22).

       fd outfile.
       01 xOutput                      pic x(80).
