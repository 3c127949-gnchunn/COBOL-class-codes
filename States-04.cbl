           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xInputHeader redefines xInput.
           05   xHeaderFlag            pic x(2).
           05   nExpectedRecordCount   pic 9(7).
           05   nExpectedTotalPop      pic 9(10).
           05   filler                 pic x(22).

       fd regionFile.
       01 xRegionInput.
