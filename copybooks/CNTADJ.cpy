000100*****************************************************************
000110*  CNTADJ.CPY
000120*  STOCK-ADJUSTMENT-RECORD - ONE APPROVED CYCLE COUNT
000130*  ADJUSTMENT.  CCRECON WRITES ONE FOR EVERY COUNTED PRODUCT
000140*  WHOSE COUNT DIFFERS FROM THE FROZEN BOOK AND IS EITHER WITHIN
000150*  TOLERANCE OR CONFIRMED BY A RECOUNT; CCPOST APPLIES
000160*  SA-ADJUST-QTY (COUNT MINUS FROZEN BOOK, SIGNED) TO THE
000170*  INVENTORY MASTER AND PRINTS THE ADJUSTMENT REGISTER.
000180*****************************************************************
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  ---------  ----  ---------------------------------------------
000220*  2026-10-15 JLH   INITIAL VERSION.
000230*****************************************************************
000240 01  STOCK-ADJUSTMENT-RECORD.
000250     05  SA-PRODUCT            PIC X(20).
000260     05  SA-BOOK-QTY           PIC 9(07).
000270     05  SA-COUNTED-QTY        PIC 9(07).
000280     05  SA-ADJUST-QTY         PIC S9(07).
000290     05  SA-UNIT-PRICE         PIC S9(7)V99 COMP-3.
000300     05  SA-ADJUST-VALUE       PIC S9(11)V99 COMP-3.
000310     05  SA-FREEZE-DATE        PIC 9(08).
000320     05  SA-COUNT-DATE         PIC 9(08).
000330     05  SA-COUNTED-BY         PIC X(08).
000340     05  SA-APPROVAL           PIC X(01).
000350         88  SA-WITHIN-TOLERANCE     VALUE 'T'.
000360         88  SA-RECOUNTED            VALUE 'R'.
000370     05  FILLER                PIC X(10).
