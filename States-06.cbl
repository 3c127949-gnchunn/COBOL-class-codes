           05   xStateNameIn               pic x(20).
           05   nPopIn                     pic 9(8).
           05   nAreaIn                    pic 9(6).
           05   nStateFipsIn               pic 99.

       01 xInputHeader redefines xInput.
           05   xHeaderFlag                pic x(2).
           05   nExpectedRecordCount       pic 9(7).
           05   nExpectedTotalPop          pic 9(10).
           05   filler                     pic x(22).
    
       01 xOutputRecord                    pic x(80).

