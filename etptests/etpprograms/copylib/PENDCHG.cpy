      *    customer close, which approval applies like any other
      *    field; space leaves the status as it stands
           02  PENDCHG-NEW-STATUS             PIC X(1).
      *    the proposed withholding standing and treaty rate
           02  PENDCHG-NEW-TAX-STATUS         PIC X(1).
           02  PENDCHG-NEW-TAX-RATE           PIC 9(3)V9(4).
