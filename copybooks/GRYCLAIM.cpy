      *>   GRYCLAIM - grey-fleet business mileage claim. The claim
      *>   feed carries the driver, the private car, the journey
      *>   date, purpose and miles; the claim run fills in the
      *>   mileage year (the tax year, from 6th April, named by
      *>   the year it starts), the miles paid in each rate band,
      *>   the amount and the date paid before keeping the claim
      *>   on the GRYHIST history, keyed by driver, journey date
      *>   and car - one claim per car per day.
       01 GreyMileageClaimRec.
           02 GmcKey.
               03 GmcDriverId PIC X(6).
               03 GmcJourneyDate PIC 9(8).
               03 GmcRegistrationNumber PIC X(8).
           02 GmcPurpose PIC X(30).
           02 GmcMiles PIC 9(4).
           02 GmcMileageYear PIC 9(4).
           02 GmcBandOneMiles PIC 9(4).
           02 GmcBandTwoMiles PIC 9(4).
           02 GmcAmount PIC 9(5)V99.
           02 GmcPaidDate PIC 9(8).
