000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ---------------------------------------------
000230*  2026-08-22 JLH   INITIAL VERSION.
000231*  2026-10-15 JLH   ADDED GL-ACCOUNT-TYPE, CARVED OUT OF THE LINE
000232*                   FILLER.  BLANK IS THE LINE'S USUAL ACCOUNT
000233*                   (DEPARTMENT EXPENSE WITH A DEPT-CODE, AP
000234*                   WITHOUT); DT IS THE DISCOUNTS-TAKEN CREDIT
000235*                   DISCRPT POSTS.
000240*****************************************************************
000250 01  GL-JOURNAL-RECORD.
000260     05  GL-RECORD-TYPE        PIC X(01).
000410         10  GL-AMOUNT         PIC S9(11)V99 COMP-3.
000420         10  GL-CURRENCY       PIC X(03).
000430         10  GL-POSTING-DATE   PIC 9(08).
000432         10  GL-ACCOUNT-TYPE   PIC X(02).
000434             88  GL-ACCT-DEFAULT     VALUE SPACES.
000436             88  GL-ACCT-DISCOUNT    VALUE 'DT'.
000440         10  FILLER            PIC X(06).
