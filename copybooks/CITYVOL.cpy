      *>   CITYVOL - branch transaction volume history, one record
      *>   per branch per night's CITYTRAN, appended by the activity
      *>   roll-up: the day, the branch, and how many transactions
      *>   and how much money it took. The day's CITYTRAN is gone by
      *>   morning; this is what the cashier coverage report reads
      *>   for a branch's typical Monday.
       01 CityVolumeRec.
           02 CvlDate PIC 9(8).
           02 CvlCityCode PIC 9(3).
           02 CvlTxnCount PIC 9(7).
           02 CvlTxnAmount PIC 9(9)V99.
