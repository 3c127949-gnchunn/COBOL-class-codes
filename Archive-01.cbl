       77 nIndexLoadSubscript          pic 999     value 0.
       77 nIndexSubscript              pic 999.
       77 nReportSubscript             pic 9.
       77 nReportCount                 pic 9       value 7.
       77 xReportMode                  pic 9       value 0.
       77 nKeepRuns                    pic 99      value 4.
       77 nActiveCount                 pic 999     value 0.
               "CAPITALS-01   Capitals-01-output.txt".
           05 filler pic x(44) value
               "PAYROLL-01CSV Payroll-01-output.csv".
           05 filler pic x(44) value
               "FRUITS-30     Fruits-30-output.txt".
       01 xReportTableR redefines xReportTable.
           05 xReportElement occurs 7 times.
               10 xReportProgram          pic x(14).
               10 xReportFileName         pic x(30).

