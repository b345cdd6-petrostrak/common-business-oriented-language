           02 CustomerId PIC X(6).
           02 CustomerName PIC X(15).
           02 TaxRate PIC V9(2).
      *>   Account number the customer's corporate invoice for
      *>   sponsored members is billed, aged and receipted under.
      *>   Account numbers come from the 900000 range, kept clear
      *>   of member numbers, so the invoice sits in MEMBFEE,
      *>   ARREARS and CASHRECV like a member's bill.
           02 BillingAccount PIC 9(6).
