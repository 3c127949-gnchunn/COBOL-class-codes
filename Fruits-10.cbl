           05 xCustNameIn      pic x(20).
           05 xCustCreditFlagIn pic x.
           05 nCustCreditLimitIn pic 9(5)v99.
           05 xCustContactIn.
               10 xCustAddressIn  pic x(30).
               10 xCustCityIn     pic x(20).
               10 xCustZipIn      pic x(10).
               10 xCustPhoneIn    pic x(15).
               10 xCustEmailIn    pic x(40).
               10 xCustOptInIn    pic x.

       fd outfile.
       01 xOutput              pic x(80).
