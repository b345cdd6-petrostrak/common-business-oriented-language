      *>   SUPINV - workshop supplier invoice line, one per charge on
      *>   a garage's invoice: the supplier and their invoice number
      *>   and date, then the vehicle, the day the work was done,
      *>   the SVCHIST work category and the amount charged. Lines
      *>   of one invoice arrive together. The invoice matching run
      *>   passes approved lines on in the same layout (WSINVPST)
      *>   for the GL journal.
       01 SupplierInvoiceRec.
           02 SinSupplierId PIC X(8).
           02 SinInvoiceNo PIC X(10).
           02 SinInvoiceDate PIC 9(8).
           02 SinLineNo PIC 9(2).
           02 SinRegistrationNumber PIC X(8).
           02 SinWorkDate PIC 9(8).
           02 SinWorkCategory PIC X(2).
           02 SinAmount PIC 9(5)V99.
