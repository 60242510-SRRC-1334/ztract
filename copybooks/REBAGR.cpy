000100*****************************************************************
000110*  REBAGR.CPY
000120*  REBATE-AGREEMENT-RECORD - ONE VOLUME REBATE AGREEMENT WITH A
000130*  KEY ACCOUNT FOR ONE REBATE PERIOD, KEYED BY CUSTOMER-NR AND
000140*  PERIOD START DATE.  UP TO FIVE TIERS, IN ASCENDING ORDER OF
000150*  RB-TIER-FROM, EACH A NET SHIPPED VALUE (HOME CURRENCY) AT OR
000160*  ABOVE WHICH RB-TIER-PCT APPLIES.  RB-RETROACTIVE PAYS THE
000170*  WHOLE VOLUME AT THE RATE OF THE HIGHEST TIER REACHED;
000180*  RB-INCREMENTAL PAYS EACH BAND OF VOLUME AT ITS OWN TIER'S
000190*  RATE.  REBLOAD BUILDS AND AMENDS THE INDEXED MASTER; THE
000200*  ACCRUED FIELDS ARE STAMPED BY REBACCR AND THE SETTLED FIELDS
000210*  BY REBSETL, AND A SETTLED AGREEMENT IS NEVER CHANGED AGAIN.
000220*****************************************************************
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  ---------------------------------------------
000260*  2026-10-15 JLH   INITIAL VERSION.
000270*****************************************************************
000280 01  REBATE-AGREEMENT-RECORD.
000290     05  RB-KEY.
000300         10  RB-CUSTOMER-NR    PIC 9(10).
000310         10  RB-PERIOD-FROM    PIC 9(08).
000320     05  RB-PERIOD-TO          PIC 9(08).
000330     05  RB-AGREEMENT-REF      PIC X(12).
000340     05  RB-TIER-METHOD        PIC X(01).
000350         88  RB-RETROACTIVE          VALUE 'R'.
000360         88  RB-INCREMENTAL          VALUE 'I'.
000370     05  RB-TIER-COUNT         PIC 9(01).
000380     05  RB-TIER OCCURS 5 TIMES.
000390         10  RB-TIER-FROM      PIC S9(11)V99 COMP-3.
000400         10  RB-TIER-PCT       PIC 9(02)V99.
000410     05  RB-ACCRUED-AMOUNT     PIC S9(11)V99 COMP-3.
000420     05  RB-LAST-ACCRUAL-DATE  PIC 9(08).
000430     05  RB-SETTLED-SW         PIC X(01).
000440         88  RB-SETTLED              VALUE 'Y'.
000450     05  RB-SETTLED-DATE       PIC 9(08).
000460     05  RB-SETTLED-AMOUNT     PIC S9(11)V99 COMP-3.
000470     05  FILLER                PIC X(24).
