000100*****************************************************************
000110*  POMSTR.CPY
000120*  PURCHASE-ORDER-RECORD - ONE LINE OF A PURCHASE ORDER ON THE
000130*  INDEXED PURCHASE ORDER MASTER, KEYED BY PO NUMBER AND LINE
000140*  NUMBER WITH THE PRODUCT AS A DUPLICATE ALTERNATE KEY.  POGEN
000150*  WRITES THE LINES FROM PURCHASING'S APPROVED REORDRPT
000160*  SUGGESTIONS; STKRECV MATCHES EACH GOODS RECEIPT TO ITS OPEN
000170*  LINE, BUMPS PO-RECEIVED-QTY, AND CLOSES THE LINE WHEN THE
000180*  ORDERED QUANTITY IS IN.
000190*****************************************************************
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ---------------------------------------------
000230*  2026-10-15 JLH   INITIAL VERSION.
000240*****************************************************************
000250 01  PURCHASE-ORDER-RECORD.
000260     05  PO-KEY.
000270         10  PO-NUMBER         PIC 9(10).
000280         10  PO-LINE-NR        PIC 9(03).
000290     05  PO-VENDOR-ID          PIC X(10).
000300     05  PO-PRODUCT            PIC X(20).
000310     05  PO-ORDER-QTY          PIC 9(07).
000320     05  PO-RECEIVED-QTY       PIC 9(07).
000330     05  PO-ORDER-DATE         PIC 9(08).
000340     05  PO-EXPECTED-DATE      PIC 9(08).
000350     05  PO-LAST-RECEIPT-DATE  PIC 9(08).
000360     05  PO-STATUS             PIC X(01).
000370         88  PO-OPEN                 VALUE 'O'.
000380         88  PO-PART-RECEIVED        VALUE 'P'.
000390         88  PO-RECEIVABLE           VALUE 'O' 'P'.
000400         88  PO-CLOSED               VALUE 'C'.
000410         88  PO-CANCELLED            VALUE 'X'.
000420     05  FILLER                PIC X(20).
