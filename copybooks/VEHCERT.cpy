      *>   VEHCERT - vehicle certificate register, keyed on the
      *>   RegistrationNumber and the certificate type: TAX for
      *>   road tax, MOT for the roadworthiness test. One row per
      *>   vehicle and type holds the certificate in force - its
      *>   number, issue date and expiry date (the last day it is
      *>   valid) - and where the latest one came from: the service
      *>   update posting an MOT service, or the fleet office's
      *>   certificate maintenance.
       01 VehicleCertificateRec.
           02 VctKey.
               03 VctRegistrationNumber PIC X(8).
               03 VctCertType PIC X(3).
                   88 VctRoadTax VALUE "TAX".
                   88 VctRoadworthinessTest VALUE "MOT".
                   88 VctValidType VALUE "TAX" "MOT".
           02 VctCertificateNo PIC X(12).
           02 VctIssueDate PIC 9(8).
           02 VctExpiryDate PIC 9(8).
           02 VctSource PIC X(8).
           02 VctUpdatedDate PIC 9(8).
