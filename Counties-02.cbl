           05   xCountyName            pic x(20).
           05   nCountyPop             pic 9(7).
           05   nCountyArea            pic 9(5).
           05   nCountyStateFips       pic 99.
           05   nCountyFips            pic 999.

       fd statesFile.
       01 xStateInput.
           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xStateInputHeader redefines xStateInput.
           05   xStateHeaderFlag       pic x(2).
           05   nStateExpectedCount    pic 9(7).
           05   nStateExpectedPop      pic 9(10).
           05   filler                 pic x(22).

       fd controlFile.
       01 xControlInput.
