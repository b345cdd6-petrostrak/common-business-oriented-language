      *>   office through TillFloatMaintenance. The cash-in-transit
      *>   cut at declaration is the declared net plus opening
      *>   float less closing float - what physically left the
      *>   till for the bank. FltPettyCashLimit is the most the
      *>   branch may pay out of the till in petty cash claims in
      *>   a calendar month; zero means no petty cash at all.
       01 TillFloatRec.
           02 FltCityCode PIC 9(3).
           02 FltOpeningFloat PIC 9(7)V99.
           02 FltClosingFloat PIC 9(7)V99.
           02 FltLastDate PIC 9(8).
           02 FltPettyCashLimit PIC 9(5)V99.
