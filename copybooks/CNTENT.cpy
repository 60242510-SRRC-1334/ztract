000100*****************************************************************
000110*  CNTENT.CPY
000120*  COUNT-ENTRY-RECORD - ONE PHYSICAL COUNT KEYED FROM A CYCLE
000130*  COUNT SHEET, IN PRODUCT SEQUENCE.  THE FIRST COUNT OF A
000140*  PRODUCT IS TYPE C; A RECOUNT ORDERED BECAUSE THE FIRST COUNT
000150*  WAS OUTSIDE TOLERANCE IS KEYED AS TYPE R AFTER IT AND
000160*  SUPERSEDES IT IN CCRECON.
000170*****************************************************************
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-10-15 JLH   INITIAL VERSION.
000220*****************************************************************
000230 01  COUNT-ENTRY-RECORD.
000240     05  CE-PRODUCT            PIC X(20).
000250     05  CE-COUNT-TYPE         PIC X(01).
000260         88  CE-FIRST-COUNT          VALUE 'C'.
000270         88  CE-RECOUNT              VALUE 'R'.
000280     05  CE-COUNTED-QTY        PIC 9(07).
000290     05  CE-COUNTED-BY         PIC X(08).
000300     05  CE-COUNT-DATE         PIC 9(08).
000310     05  FILLER                PIC X(16).
