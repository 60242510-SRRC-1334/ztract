000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ---------------------------------------------
000230*  2026-09-03 JLH   INITIAL VERSION.
000233*  2026-10-15 JLH   RC-CORRECTED-IMAGE WIDENED TO PIC X(982)
000236*                   WITH THE INVOICE-RECORD LAYOUT.
000240*****************************************************************
000250 01  REJECT-CORRECTION-RECORD.
000260     05  RC-SOURCE-FILE        PIC X(08).
000320         88  RC-WRITE-OFF            VALUE 'W'.
000330     05  RC-CORRECTED-BY       PIC X(08).
000340     05  RC-CORRECTED-DATE     PIC 9(08).
000350     05  RC-CORRECTED-IMAGE    PIC X(982).
