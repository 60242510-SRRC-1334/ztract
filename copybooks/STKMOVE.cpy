000100*****************************************************************
000110*  STKMOVE.CPY
000120*  STOCK-MOVEMENT-RECORD - ONE CHANGE TO STK-ON-HAND-QTY, AS
000130*  POSTED.  EVERY PROGRAM THAT REWRITES AN ON-HAND BALANCE -
000140*  STKALLOC (SHIP), STKRECV (RECEIVE), RMAPROC (RETURN), CCPOST
000150*  (COUNT ADJUSTMENT), STKLOAD (REFRESH ADJUSTMENT) - APPENDS
000155*  ONE RECORD PER CHANGE TO THE COMMON STOCK MOVEMENT LEDGER,
000160*  SO AN ON-HAND BALANCE CAN BE EXPLAINED MOVEMENT BY MOVEMENT
000170*  AND STKRFWD CAN PROVE EACH DAY'S ROLL-FORWARD.  MV-QTY IS
000180*  THE SIGNED CHANGE TO ON-HAND (A SHIPMENT IS NEGATIVE).
000190*  MV-MOVE-DATE IS THE DATE THE MOVEMENT WAS POSTED, NOT THE
000200*  BUSINESS DATE ON THE PAPERWORK.
000210*  THE FILE IS A LOG - EACH RUN APPENDS.
000220*****************************************************************
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  ---------------------------------------------
000260*  2026-10-15 JLH   INITIAL VERSION.
000263*  2026-10-15 JLH   STKLOAD WRITES AN ADJUST MOVEMENT WHEN A
000266*                   REFRESH CHANGES AN ON-HAND BALANCE.
000270*****************************************************************
000280 01  STOCK-MOVEMENT-RECORD.
000290     05  MV-PRODUCT            PIC X(20).
000300     05  MV-MOVE-TYPE          PIC X(01).
000310         88  MV-SHIP                 VALUE 'S'.
000320         88  MV-RECEIVE              VALUE 'R'.
000330         88  MV-RETURN               VALUE 'T'.
000340         88  MV-ADJUST               VALUE 'A'.
000350     05  MV-QTY                PIC S9(07).
000360     05  MV-REFERENCE          PIC X(20).
000370     05  MV-ORDER-REFERENCE REDEFINES MV-REFERENCE.
000380         10  MV-REF-ORDER-ID   PIC 9(10).
000390         10  MV-REF-LINE-NR    PIC 9(05).
000400         10  FILLER            PIC X(05).
000410     05  MV-MOVE-DATE          PIC 9(08).
000420     05  MV-MOVE-TIME          PIC 9(06).
000430     05  MV-JOB-NAME           PIC X(08).
000440     05  MV-ON-HAND-AFTER      PIC 9(07).
000450     05  FILLER                PIC X(13).
