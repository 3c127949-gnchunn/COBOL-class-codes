           05 xEmpStatus                  pic x.
           05 nHireDate                   pic 9(8).
           05 nTermDate                   pic 9(8).
           05 xPayMethod                  pic x.

       fd archiveFile.
       01 xArchiveRecord                  pic x(121).

       fd outfile.
       01 xOutput                         pic x(80).
       01 xMasterTable.
           05  xMasterElement occurs 1 to 500 times
                   depending on nLoadSubscript.
               10 xMasterImageT           pic x(121).

       01 xStatementSeparator.
           05 filler                      pic x(60)   value all "=".
