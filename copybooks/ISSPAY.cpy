000100*****************************************************************
000110*  ISSPAY.CPY
000120*  ISSUED-PAYMENT-RECORD - ONE PAYMENT ISSUED TO THE BANK, ON
000130*  THE INDEXED ISSUED-PAYMENT REGISTER.  PAYSEL WRITES ONE
000140*  RECORD FOR EVERY BANK INSTRUCTION (COPY BNKPAY) AND POSITIVE-
000150*  PAY ISSUE (COPY POSPAY) IT SENDS, KEYED THE SAME WAY - ISSUE
000160*  DATE PLUS ISSUE SEQUENCE.  BANKRECN MARKS THE ITEM CLEARED
000170*  WHEN THE BANK'S PAID-ITEMS FILE SAYS IT WAS PAID, AND AGES
000180*  WHAT IS STILL OUTSTANDING.  PAYVOID MARKS AN OUTSTANDING ITEM
000183*  VOIDED OR STOPPED, WITH THE REASON, WHO ASKED, AND WHETHER
000186*  THE PAYMENT IS TO BE REISSUED.
000190*****************************************************************
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ---------------------------------------------
000230*  2026-10-15 JLH   INITIAL VERSION.
000232*  2026-10-15 JLH   ADDED THE VOID/STOP STATUSES AND IP-VOID-DATE,
000234*                   IP-VOID-REASON, IP-VOIDED-BY AND
000236*                   IP-REISSUE-SW, CARVED OUT OF THE TRAILING
000238*                   FILLER SO THE RECORD LENGTH IS UNCHANGED.
000240*****************************************************************
000250 01  ISSUED-PAYMENT-RECORD.
000260     05  IP-KEY.
000270         10  IP-ISSUE-DATE     PIC 9(08).
000280         10  IP-ISSUE-SEQ      PIC 9(05).
000290     05  IP-VENDOR-ID          PIC X(10).
000300     05  IP-PAYEE-NAME         PIC X(40).
000310     05  IP-AMOUNT             PIC S9(11)V99 COMP-3.
000320     05  IP-CURRENCY           PIC X(03).
000330     05  IP-STATUS             PIC X(01).
000340         88  IP-OUTSTANDING          VALUE 'O'.
000350         88  IP-CLEARED              VALUE 'C'.
000352         88  IP-VOIDED               VALUE 'V'.
000354         88  IP-STOPPED              VALUE 'S'.
000356         88  IP-CANCELLED            VALUE 'V' 'S'.
000360     05  IP-ISSUED-RUN-DATE    PIC 9(08).
000370     05  IP-CLEARED-DATE       PIC 9(08).
000380     05  IP-CLEARED-AMOUNT     PIC S9(11)V99 COMP-3.
000390     05  IP-PRESENT-COUNT      PIC 9(03).
000391     05  IP-VOID-DATE          PIC 9(08).
000392     05  IP-VOID-REASON        PIC X(02).
000393     05  IP-VOIDED-BY          PIC X(08).
000394     05  IP-REISSUE-SW         PIC X(01).
000395         88  IP-REISSUE              VALUE 'Y'.
000400     05  FILLER                PIC X(21).
