01 LayoutVersions.
   02 FilmRecVersion        PIC 9(3) VALUE 2.
   02 CustomerRecVersion    PIC 9(3) VALUE 2.
   02 RentalRecVersion      PIC 9(3) VALUE 2.
   02 HoldQueueRecVersion   PIC 9(3) VALUE 2.
   02 CopyMasterRecVersion  PIC 9(3) VALUE 2.
   02 StoreCopyRecVersion   PIC 9(3) VALUE 2.
   02 GiftCardRecVersion    PIC 9(3) VALUE 2.
   02 OperatorRecVersion    PIC 9(3) VALUE 2.
   02 POLineRecVersion      PIC 9(3) VALUE 2.
   02 TransferRecVersion    PIC 9(3) VALUE 2.
   02 JournalRecVersion     PIC 9(3) VALUE 2.
   02 DriverRecVersion      PIC 9(3) VALUE 2.
   02 DepositRecVersion     PIC 9(3) VALUE 2.
   02 InvoiceLineRecVersion PIC 9(3) VALUE 2.
   02 RefurbRecVersion      PIC 9(3) VALUE 2.
   02 StudioRecVersion      PIC 9(3) VALUE 2.
01 LayoutResult             PIC 9 VALUE ZERO.
   88 LayoutRefused           VALUE 1.
