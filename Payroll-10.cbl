           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd checkRegister.
       01 xCheckInput.
                       move xCheckDateIn to xCheckDateOut,
                       move xCheckAmountIn to xCheckAmountOut,
                       move xCheckGrossIn to xCheckGrossOut,
                       if xCheckStatusIn = "VOID" or xCheckStatusIn = "ESCH"
                           or xCheckStatusIn = "CASH"
                           move xCheckStatusIn to xCheckStatusOut,
                       else
                           move spaces to xCheckStatusOut,
                       end-if,
