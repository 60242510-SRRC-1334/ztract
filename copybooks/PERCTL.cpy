000100*****************************************************************
000110*  PERCTL.CPY
000120*  PERIOD-CONTROL-CARD - THE PERIOD-LOCK CONTROL CARD EACH
000130*  POSTING JOB (INVHUPD, ACCRUAL, FXREVAL, ACCTPOST, GLEXTR,
000135*  DISCRPT, ARAPNET, REBSETL, RMAPROC, PAYVOID) READS FROM ITS
000140*  OWN PERCTL DD AT START-UP, SO THE CLOSED-PERIOD RULE IS SET
000150*  PER JOB.
000160*
000170*  PC-CLOSED-ACTION SAYS WHAT BECOMES OF A POSTING DATED IN A
000180*  PERIOD THE JOB MAY NOT POST INTO: F ROLLS IT FORWARD TO THE
000190*  START OF THE FIRST LATER PERIOD IT MAY POST INTO, R (OR
000200*  BLANK) REJECTS IT TO THE COMMON REJECT LOG.  PC-FINANCE-SW Y
000210*  MARKS A FINANCE RUN, WHICH MAY ALSO POST INTO A SOFT-CLOSED
000220*  PERIOD.  PC-POSTING-DATE, WHEN NONZERO, DATES THE RUN'S
000230*  POSTINGS INSTEAD OF THE RUN DATE - OR, FOR REBSETL, THE
000235*  SETTLEMENT DATE (INVHUPD AND DISCRPT DATE EACH POSTING FROM
000240*  ITS OWN TRANSACTION AND IGNORE IT).  NO CARD AT ALL MEANS
000250*  RUN DATE, REJECT, NOT A FINANCE RUN.
000260*****************************************************************
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  ---------  ----  ---------------------------------------------
000300*  2026-10-15 JLH   INITIAL VERSION.
000303*  2026-10-15 JLH   DISCRPT, ARAPNET, REBSETL, RMAPROC AND PAYVOID
000306*                   NOW READ THE CARD AS WELL.
000310*****************************************************************
000320 01  PERIOD-CONTROL-CARD.
000330     05  PC-POSTING-DATE           PIC 9(08).
000340     05  PC-CLOSED-ACTION          PIC X(01).
000350         88  PC-ROLL-FORWARD           VALUE 'F'.
000360         88  PC-REJECT-POSTING         VALUE 'R' ' '.
000370     05  PC-FINANCE-SW             PIC X(01).
000380         88  PC-FINANCE-RUN            VALUE 'Y'.
000390     05  FILLER                    PIC X(70).
