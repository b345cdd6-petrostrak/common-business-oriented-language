      *>   SUPINVRG - supplier invoice register, keyed on the
      *>   supplier and their invoice number: every invoice the
      *>   matching run has seen, approved or held. An invoice
      *>   already approved that turns up again is a duplicate; a
      *>   held one can come back corrected and be matched afresh.
       01 SupplierInvoiceRegRec.
           02 SirKey.
               03 SirSupplierId PIC X(8).
               03 SirInvoiceNo PIC X(10).
           02 SirInvoiceDate PIC 9(8).
           02 SirStatus PIC X.
               88 SirApproved VALUE "A".
               88 SirHeld VALUE "H".
           02 SirAmount PIC 9(7)V99.
           02 SirLineCount PIC 9(2).
           02 SirProcessedDate PIC 9(8).
