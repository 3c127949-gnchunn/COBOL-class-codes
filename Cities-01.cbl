           05   xStateName             pic x(20).
           05   nPopulation            pic 99999999.
           05   nArea                  pic 999999.
           05   nStateFips             pic 99.

       01 xStateInputHeader redefines xStateInput.
           05   xStateHeaderFlag       pic x(2).
           05   filler                 pic x(39).

       fd capitalsFile.
       01 xCapitalInput.
           05   nPopIn                 pic 9999999.
           05   nYearFounded           pic 9999.
           05   nPopRank               pic 99.
           05   nCapLatitudeIn         pic 99v9(4).
           05   xCapLatHemIn           pic x.
           05   nCapLongitudeIn        pic 999v9(4).
           05   xCapLonHemIn           pic x.
           05   xCapTimeZoneIn         pic x(4).

       01 xCapitalInputHeader redefines xCapitalInput.
           05   xCapHeaderFlag         pic x(2).
           05   filler                 pic x(46).

       fd citiesFile.
       01 xCityInput.
           05   xCityStateAbbr         pic x(2).
           05   xCityName              pic x(20).
           05   nCityPop               pic 9(8).
           05   nCityStateFips         pic 99.
           05   nCityCountyFips        pic 999.

       fd outfile.
       01 xOutput                      pic x(120).
