      *>   PAYEXTR - payables extract record: one approved supplier
      *>   invoice for the accounts payable system to pay, with the
      *>   feeding system named in PayeSource.
       01 PayablesExtractRec.
           02 PayeSupplierId PIC X(8).
           02 PayeInvoiceNo PIC X(10).
           02 PayeInvoiceDate PIC 9(8).
           02 PayeAmount PIC 9(7)V99.
           02 PayeApprovedDate PIC 9(8).
           02 PayeSource PIC X(8).
