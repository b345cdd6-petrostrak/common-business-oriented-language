      *>   CSHROTA - cashier shift rota, one record per shift, keyed
      *>   on the cashier, the shift date and the shift start time
      *>   so the receipts edit can ask "is this cashier on today"
      *>   with one START. RotCityCode is the branch the shift is
      *>   worked at; a cashier lent from another branch carries
      *>   RotLentFlag "Y" and their own branch in RotHomeCityCode.
      *>   Times are 24-hour HHMM.
       01 CashierRotaRec.
           02 RotKey.
               03 RotCashierId PIC X(8).
               03 RotShiftDate PIC 9(8).
               03 RotStartTime PIC 9(4).
           02 RotEndTime PIC 9(4).
           02 RotCityCode PIC 9(3).
           02 RotHomeCityCode PIC 9(3).
           02 RotLentFlag PIC X.
               88 RotLentIn VALUE "Y".
