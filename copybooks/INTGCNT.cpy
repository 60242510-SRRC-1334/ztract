000100*****************************************************************
000110*  INTGCNT.CPY
000120*  INTEGRITY-COUNT-RECORD - ONE LINK TYPE'S RESULT FROM A
000130*  REFCHECK REFERENTIAL INTEGRITY SWEEP: HOW MANY RECORDS WERE
000140*  CHECKED FOR THE LINK AND HOW MANY WERE BROKEN.  EACH WEEK'S
000150*  RUN WRITES A NEW GENERATION AND READS LAST WEEK'S BACK, SO
000160*  THE SUMMARY CAN SHOW WHICH WAY EACH COUNT IS MOVING.
000170*****************************************************************
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-10-15 JLH   INITIAL VERSION.
000220*****************************************************************
000230 01  INTEGRITY-COUNT-RECORD.
000240     05  IK-LINK-CODE          PIC X(08).
000250     05  IK-RUN-DATE           PIC 9(08).
000260     05  IK-CHECKED-COUNT      PIC 9(09).
000270     05  IK-BROKEN-COUNT       PIC 9(09).
000280     05  FILLER                PIC X(16).
