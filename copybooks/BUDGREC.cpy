000100*****************************************************************
000110*  BUDGREC.CPY
000120*  BUDGET-RECORD - DEPARTMENTAL BUDGET MASTER LAYOUT, ONE RECORD
000130*  PER DEPT-CODE AND FISCAL PERIOD.  BG-DEPT-CODE MATCHES THE
000140*  DEPT-CODE CARRIED IN THE INVOICE DEPARTMENTS TABLE AND
000150*  BG-PERIOD IS THE FISCAL PERIOD AS YYYYMM, THE SAME FORM AS
000160*  THE INVOICE-DATE MONTH.  BG-BUDGET-AMOUNT IS IN HOME
000170*  CURRENCY.  BUDLOAD BUILDS THE INDEXED MASTER KEYED ON BG-KEY;
000180*  THE ACTUAL, ENCUMBERED AND STATUS FIELDS ARE BLANK ON LOAD
000190*  AND ARE STAMPED BY THE MONTHLY BUDRPT RUN, WHICH IS WHERE
000200*  INVEDIT LEARNS THAT A DEPARTMENT HAS GONE OVER.
000210*****************************************************************
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  ---------------------------------------------
000250*  2026-10-15 JLH   INITIAL VERSION.
000260*****************************************************************
000270 01  BUDGET-RECORD.
000280     05  BG-KEY.
000290         10  BG-DEPT-CODE      PIC X(04).
000300         10  BG-PERIOD         PIC 9(06).
000310         10  BG-PERIOD-R REDEFINES BG-PERIOD.
000320             15  BG-PERIOD-YEAR  PIC 9(04).
000330             15  BG-PERIOD-MONTH PIC 9(02).
000340     05  BG-DEPT-NAME          PIC X(20).
000350     05  BG-BUDGET-OWNER       PIC X(30).
000360     05  BG-BUDGET-AMOUNT      PIC S9(11)V99 COMP-3.
000370     05  BG-ACTUAL-AMOUNT      PIC S9(11)V99 COMP-3.
000380     05  BG-ENCUMBERED-AMOUNT  PIC S9(11)V99 COMP-3.
000390     05  BG-LAST-REPORTED      PIC 9(08).
000400     05  BG-BUDGET-STATUS      PIC X(01).
000410         88  BG-WITHIN-BUDGET        VALUE ' '.
000420         88  BG-OVER-BUDGET          VALUE 'O'.
000430         88  BG-PROJECTED-OVER       VALUE 'P'.
000440     05  FILLER                PIC X(20).
