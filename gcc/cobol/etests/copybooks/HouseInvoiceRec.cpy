   88 EndOfHouseInvoices  VALUE HIGH-VALUES.
   02 HouseInvoiceKey-HI.
      03 CustomerId-HI        PIC 9(7).
      03 BillingMonth-HI      PIC 9(6).
   02 InvoiceNum-HI          PIC 9(6).
   02 InvoiceDate-HI         PIC 9(8).
   02 InvoiceDueDate-HI      PIC 9(8).
   02 PurchaseOrderRef-HI    PIC X(15).
   02 BroughtForward-HI      PIC 9(7)V99.
   02 MonthCharges-HI        PIC 9(7)V99.
   02 MonthTax-HI            PIC 9(5)V99.
   02 MonthPaid-HI           PIC 9(7)V99.
   02 AmountDue-HI           PIC 9(7)V99.
   02 TaxExemptFlag-HI       PIC X.
      88 InvoiceTaxExempt-HI   VALUE "Y".
