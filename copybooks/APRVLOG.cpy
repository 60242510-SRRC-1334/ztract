000100*****************************************************************
000110*  APRVLOG.CPY
000120*  APPROVAL-LOG-RECORD - ONE AUTHORITY DECISION, GRANTED OR
000130*  REFUSED.  INVHUPD APPENDS ONE FOR EVERY INVOICE APPROVAL IT
000140*  CHECKS AND MSEGUPD ONE FOR EVERY BL BALANCE CHANGE ABOVE THE
000150*  SECOND-APPROVER THRESHOLD.  AG-USER-ID IS THE APPROVER WHOSE
000160*  AUTHORITY WAS TESTED; AG-OTHER-USER IS THE OPERATOR WHO
000170*  ENTERED OR LAST CHANGED THE INVOICE, OR WHO KEYED THE BALANCE
000180*  CHANGE.  AG-USER-LIMIT IS THE APPROVER'S LIMIT AT THE TIME OF
000190*  THE DECISION.  THE FILE IS A LOG - EACH RUN APPENDS - AND
000200*  ACCSRPT REPORTS IT MONTHLY.
000210*****************************************************************
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  ---------------------------------------------
000250*  2026-10-15 JLH   INITIAL VERSION.
000260*****************************************************************
000270 01  APPROVAL-LOG-RECORD.
000280     05  AG-DECISION-DATE      PIC 9(08).
000290     05  AG-DECISION-MONTH REDEFINES AG-DECISION-DATE.
000300         10  AG-DECISION-YYYYMM PIC 9(06).
000310         10  FILLER            PIC 9(02).
000320     05  AG-DECISION-TIME      PIC 9(06).
000330     05  AG-USER-ID            PIC X(08).
000340     05  AG-SOURCE             PIC X(08).
000350     05  AG-ITEM-TYPE          PIC X(02).
000360         88  AG-INVOICE-APPROVAL     VALUE 'IN'.
000370         88  AG-BALANCE-CHANGE       VALUE 'BL'.
000380     05  AG-ITEM-KEY           PIC X(20).
000390     05  AG-AMOUNT-HOME        PIC S9(11)V99 COMP-3.
000400     05  AG-USER-LIMIT         PIC S9(11)V99 COMP-3.
000410     05  AG-USER-ROLE          PIC X(02).
000420     05  AG-OTHER-USER         PIC X(08).
000430     05  AG-RESULT             PIC X(01).
000440         88  AG-GRANTED              VALUE 'G'.
000450         88  AG-REFUSED              VALUE 'R'.
000460     05  AG-REASON             PIC X(40).
000470     05  FILLER                PIC X(03).
