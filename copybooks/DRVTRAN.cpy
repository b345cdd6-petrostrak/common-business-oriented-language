           02 DvtDriverId PIC X(6).
           02 DvtDriverName PIC X(20).
           02 DvtDriverLicenceNo PIC X(16).
           02 DvtCostCentre PIC X(5).
