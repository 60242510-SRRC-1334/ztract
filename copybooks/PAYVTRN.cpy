000100*****************************************************************
000110*  PAYVTRN.CPY
000120*  PAYMENT-VOID-TRAN - ONE VOID, STOP-PAYMENT OR RELEASE
000130*  REQUEST AGAINST AN ISSUED PAYMENT, INPUT TO PAYVOID.  THE
000140*  PAYMENT IS NAMED BY ITS ISSUE DATE AND ISSUE SEQUENCE (THE
000150*  KEY OF THE ISSUED-PAYMENT REGISTER, COPY ISSPAY).  A VOID OR
000160*  STOP MUST CARRY A REASON CODE; VX-REISSUE-SW SAYS WHETHER
000170*  THE SETTLED DOCUMENTS GO BACK INTO THE NEXT PAYSEL RUN OR
000180*  ARE HELD.  A RELEASE LETS A HELD VOID'S DOCUMENTS BE PAID
000190*  AGAIN.
000200*****************************************************************
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------  ----  ---------------------------------------------
000240*  2026-10-15 JLH   INITIAL VERSION.
000250*****************************************************************
000260 01  PAYMENT-VOID-TRAN.
000270     05  VX-ISSUE-DATE         PIC 9(08).
000280     05  VX-ISSUE-SEQ          PIC 9(05).
000290     05  VX-ACTION             PIC X(01).
000300         88  VX-VOID                 VALUE 'V'.
000310         88  VX-STOP                 VALUE 'S'.
000320         88  VX-RELEASE              VALUE 'R'.
000330     05  VX-REASON-CODE        PIC X(02).
000340     05  VX-REISSUE-SW         PIC X(01).
000350         88  VX-REISSUE              VALUE 'Y'.
000360     05  VX-REQUESTED-BY       PIC X(08).
000370     05  VX-COMMENT            PIC X(30).
000380     05  FILLER                PIC X(25).
