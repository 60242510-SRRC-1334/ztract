000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-09-03 JLH   INITIAL VERSION.
000202*  2026-10-15 JLH   ADDED PRC-TAX-CLASS - WHETHER SALES TAX IS
000204*                   CHARGED ON THE PRODUCT.  BLANK IS TAXABLE.
000210*****************************************************************
000220 01  PRICE-RECORD.
000230     05  PRC-PRODUCT           PIC X(20).
000240     05  PRC-LIST-PRICE        PIC S9(7)V99 COMP-3.
000250     05  PRC-EFF-DATE          PIC 9(08).
000252     05  PRC-TAX-CLASS         PIC X(01).
000254         88  PRC-TAXABLE                 VALUE 'T' ' '.
000256         88  PRC-TAX-EXEMPT              VALUE 'E'.
000260     05  FILLER                PIC X(14).
