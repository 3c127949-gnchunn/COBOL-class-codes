               not at end
                   add 1 to nCurrentRows,
                   perform 205-parse-csv-row,
                   if xParseField-4 not = "ER" and xParseField-4 not = "RB"
                       perform 210-accumulate-current,
                   end-if,
           end-read.
                   add 1 to nPriorRows,
                   move xPriorRecord to xCsvRecord,
                   perform 205-parse-csv-row,
                   if xParseField-4 not = "ER" and xParseField-4 not = "RB"
                       perform 225-accumulate-prior,
                   end-if,
           end-read.
