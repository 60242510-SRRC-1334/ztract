000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-08-09 JLH   INITIAL VERSION.
000201*  2026-10-15 JLH   ADDED XREF-NETTING-SW, CARVED OUT OF THE
000202*                   TRAILING FILLER: Y WHEN THE PARTY HAS SIGNED
000203*                   A NETTING AGREEMENT, SO ARAPNET MAY OFFSET
000204*                   ITS APPROVED VENDOR INVOICES AGAINST ITS
000205*                   DEBIT ACCOUNT BALANCE.  BLANK READS AS NO.
000210*****************************************************************
000220 01  PARTY-XREF-RECORD.
000230     05  XREF-PARTY-ID           PIC 9(10).
000310     05  XREF-COMMON-KEY         PIC 9(10).
000320     05  XREF-COMMON-KEY-SW      PIC X(01).
000330         88  XREF-HAS-COMMON-KEY       VALUE 'Y'.
000333     05  XREF-NETTING-SW         PIC X(01).
000336         88  XREF-NETTING-AGREED       VALUE 'Y'.
000340     05  FILLER                  PIC X(19).
