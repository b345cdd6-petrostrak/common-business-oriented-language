      *>   CORPINV - corporate invoice register, one record per
      *>   sponsoring customer per billed period, written by the
      *>   billing run when it collects sponsored members' fees
      *>   onto the customer's invoice. The net is the members'
      *>   fees after proration, discount and credits; the tax is
      *>   charged once on the net at the customer's TaxRate. The
      *>   same total goes to MEMBFEE under the billing account.
       01 CorporateInvoiceRec.
           02 CivBillingAccount PIC 9(6).
           02 CivCustomerId PIC X(6).
           02 CivCustomerName PIC X(15).
           02 CivBillYear PIC 9(4).
           02 CivBillMonth PIC 9(2).
           02 CivInvoiceDate PIC 9(8).
           02 CivMemberCount PIC 9(5).
           02 CivNetAmount PIC 9(7)V99.
           02 CivTaxRate PIC V9(2).
           02 CivTaxAmount PIC 9(7)V99.
           02 CivTotalAmount PIC 9(7)V99.
