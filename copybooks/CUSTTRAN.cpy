           02 CustomerId PIC X(6).
           02 CustomerNameInput PIC X(30).
           02 TaxRateInput PIC S9V99.
           02 BillingAccountInput PIC X(6).
