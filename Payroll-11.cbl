           if xCheckParseNum numeric
               and function numval (xCheckParseNum) = nBankCheckNumIn
               and xCheckParseStatus not = "VOID"
               and xCheckParseStatus not = "ESCH"
               and xCheckParseStatus not = "CASH"
               move "y" to xMatchFoundFlag,
               add 1 to nClearedMatched,
               compute nRegisterNet = function numval (xCheckParseNet),
