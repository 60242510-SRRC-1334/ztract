000100*****************************************************************
000110*  ISSDTL.CPY
000120*  ISSUED-PAYMENT-DETAIL - ONE DOCUMENT SETTLED BY AN ISSUED
000130*  PAYMENT, ON THE INDEXED ISSUED-PAYMENT DETAIL FILE.  PAYSEL
000140*  WRITES ONE RECORD FOR EVERY INVOICE AND APPLIED CREDIT MEMO
000150*  A BANK INSTRUCTION COVERS, KEYED BY THE ISSUE DATE AND ISSUE
000160*  SEQUENCE OF THE ITEM ON THE ISSUED-PAYMENT REGISTER (COPY
000170*  ISSPAY) PLUS THE INVOICE-ID, WITH THE INVOICE-ID ALSO AN
000180*  ALTERNATE KEY.  IX-APPLIED-AMOUNT IS THE PAYMENT APPLICATION
000190*  WRITTEN FOR THE DOCUMENT (NEGATIVE FOR A CREDIT) AND
000200*  IX-CASH-AMOUNT THE CASH ON ITS PY SEGMENT, SO PAYVOID CAN
000210*  UNWIND EXACTLY WHAT WAS POSTED.  A VOIDED PAYMENT NOT TO BE
000220*  REISSUED LEAVES ITS DOCUMENTS HELD, AND PAYSEL WILL NOT PAY
000230*  THEM AGAIN UNTIL PAYVOID RELEASES THEM.
000240*****************************************************************
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  ---------------------------------------------
000280*  2026-10-15 JLH   INITIAL VERSION.
000282*  2026-10-15 JLH   ADDED IX-DISCOUNT-AMOUNT AND
000284*                   IX-DISC-HOME-AMOUNT, THE EARLY-PAYMENT
000286*                   DISCOUNT TAKEN ON THE DOCUMENT, SO A VOID
000288*                   CAN REVERSE IT ON THE DISCOUNT LEDGER.
000290*****************************************************************
000300 01  ISSUED-PAYMENT-DETAIL.
000310     05  IX-KEY.
000320         10  IX-ISSUE-DATE     PIC 9(08).
000330         10  IX-ISSUE-SEQ      PIC 9(05).
000340         10  IX-INVOICE-ID     PIC 9(10).
000350     05  IX-VENDOR-ID          PIC X(10).
000360     05  IX-COMMON-KEY         PIC 9(10).
000370     05  IX-DOC-TYPE           PIC X(01).
000380         88  IX-DOC-INVOICE          VALUE 'I'.
000390         88  IX-DOC-CREDIT           VALUE 'C'.
000400     05  IX-APPLIED-AMOUNT     PIC S9(11)V99 COMP-3.
000410     05  IX-CASH-AMOUNT        PIC S9(11)V99 COMP-3.
000420     05  IX-CURRENCY           PIC X(03).
000430     05  IX-SETTLED-SW         PIC X(01).
000440         88  IX-SETTLED-IN-FULL      VALUE 'Y'.
000450     05  IX-VOID-STATUS        PIC X(01).
000460         88  IX-ACTIVE               VALUE ' '.
000470         88  IX-VOID-HELD            VALUE 'H'.
000480         88  IX-VOID-RELEASED        VALUE 'R'.
000483     05  IX-DISCOUNT-AMOUNT    PIC S9(11)V99 COMP-3.
000486     05  IX-DISC-HOME-AMOUNT   PIC S9(11)V99 COMP-3.
000490     05  FILLER                PIC X(06).
