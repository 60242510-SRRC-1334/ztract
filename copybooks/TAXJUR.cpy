000100*****************************************************************
000110*  TAXJUR.CPY
000120*  TAX-JURISDICTION-RECORD - SALES TAX RATE TABLE, ONE RECORD PER
000130*  SHIP-TO ZIP PREFIX AND EFFECTIVE DATE.  TJ-ZIP-PREFIX IS THE
000140*  LEADING THREE TO FIVE CHARACTERS OF CUST-ZIP, LEFT-JUSTIFIED
000150*  AND SPACE-FILLED; THE LONGEST PREFIX THAT MATCHES A CUSTOMER'S
000160*  ZIP WINS, SO A CITY CAN CARRY ITS OWN RATES INSIDE A WIDER
000170*  COUNTY ENTRY.  THE THREE RATES ARE FRACTIONS (0.062500 FOR
000180*  6.25 PERCENT) AND ARE APPLIED SEPARATELY, EACH ROUNDED, SO THE
000190*  TAX ON AN ORDER IS THE SUM OF WHAT EACH AUTHORITY IS OWED.
000200*****************************************************************
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------  ----  ---------------------------------------------
000240*  2026-10-15 JLH   INITIAL VERSION.
000250*****************************************************************
000260 01  TAX-JURISDICTION-RECORD.
000270     05  TJ-ZIP-PREFIX         PIC X(05).
000280     05  TJ-EFF-DATE           PIC 9(08).
000290     05  TJ-STATE-CODE         PIC X(02).
000300     05  TJ-COUNTY-NAME        PIC X(20).
000310     05  TJ-CITY-NAME          PIC X(20).
000320     05  TJ-STATE-RATE         PIC S9(03)V9(06) COMP-3.
000330     05  TJ-COUNTY-RATE        PIC S9(03)V9(06) COMP-3.
000340     05  TJ-CITY-RATE          PIC S9(03)V9(06) COMP-3.
000350     05  FILLER                PIC X(10).
