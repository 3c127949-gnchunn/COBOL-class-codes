           05   xAuthOperatorIdIn         pic x(8).

       fd masterfile.
       01 xMaster                         pic x(121).

       fd masterPromote.
       01 xMasterPromote                  pic x(121).

       fd generationFile.
       01 xGenerationRecord               pic x(121).

       fd genListFile.
       01 xGenListInput.
