000130*  INSTRUCTION PAYSEL SENDS THE BANK, SO THE BANK CAN VERIFY
000140*  PRESENTMENTS AGAINST WHAT WAS ACTUALLY ISSUED.  PP-ISSUE-DATE
000150*  PLUS PP-ISSUE-SEQ MATCHES THE BP-VALUE-DATE/BP-ISSUE-SEQ OF
000160*  THE BANK-PAYMENT-RECORD (COPY BNKPAY) IT COVERS.  PAYVOID
000163*  SENDS THE SAME KEY AGAIN WITH PP-ACTION SET TO VOID OR STOP
000166*  SO THE BANK REFUSES THE ITEM.
000170*****************************************************************
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-09-03 JLH   INITIAL VERSION.
000212*  2026-10-15 JLH   ADDED PP-ACTION, CARVED OUT OF THE TRAILING
000214*                   FILLER.  BLANK (EVERY EXISTING WRITER CLEARS
000216*                   THE RECORD TO SPACES) READS AS AN ISSUE.
000220*****************************************************************
000230 01  POSITIVE-PAY-RECORD.
000240     05  PP-ISSUE-DATE         PIC 9(08).
000260     05  PP-AMOUNT             PIC S9(11)V99 COMP-3.
000270     05  PP-PAYEE-NAME         PIC X(40).
000280     05  PP-CURRENCY           PIC X(03).
000282     05  PP-ACTION             PIC X(01).
000284         88  PP-ISSUE            VALUE ' ' 'I'.
000286         88  PP-VOID             VALUE 'V'.
000288         88  PP-STOP             VALUE 'S'.
000290     05  FILLER                PIC X(09).
