           05 nEmpNumMstr                 pic 9999.
           05 xLastName                   pic x(20).
           05 xFirstName                  pic x(20).
           05 filler                      pic x(76).

       fd auditFile.
       01 xAuditRecord                    pic x(60).
