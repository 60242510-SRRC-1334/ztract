000100*****************************************************************
000110*  FISCPER.CPY
000120*  FISCAL-PERIOD-RECORD - ONE RECORD PER ACCOUNTING PERIOD ON THE
000130*  FISCAL PERIOD CALENDAR (PERCAL), IN START-DATE SEQUENCE WITH
000140*  NO GAPS OR OVERLAPS.  FINANCE MAINTAINS THE STATUS:
000150*
000160*      O  OPEN         - EVERY POSTING JOB MAY POST INTO IT
000170*      S  SOFT-CLOSED  - ONLY A FINANCE RUN (PERCTL) MAY POST
000180*      C  CLOSED       - NOTHING POSTS; A POSTING DATED IN IT
000190*                        ROLLS FORWARD OR IS REJECTED, AS THE
000200*                        JOB'S PERIOD CONTROL CARD SAYS
000210*
000220*  ANY OTHER STATUS IS TREATED AS CLOSED.  PERCLOSE VALIDATES THE
000230*  CALENDAR AND PRINTS THE PERIOD-CLOSE CHECKLIST.
000240*****************************************************************
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  ---------------------------------------------
000280*  2026-10-15 JLH   INITIAL VERSION.
000290*****************************************************************
000300 01  FISCAL-PERIOD-RECORD.
000310     05  FP-PERIOD-ID.
000320         10  FP-FISCAL-YEAR        PIC 9(04).
000330         10  FP-PERIOD-NR          PIC 9(02).
000340     05  FP-START-DATE             PIC 9(08).
000350     05  FP-END-DATE               PIC 9(08).
000360     05  FP-STATUS                 PIC X(01).
000370         88  FP-OPEN                   VALUE 'O'.
000380         88  FP-SOFT-CLOSED            VALUE 'S'.
000390         88  FP-CLOSED                 VALUE 'C'.
000400     05  FP-STATUS-DATE            PIC 9(08).
000410     05  FP-STATUS-BY              PIC X(08).
000420     05  FILLER                    PIC X(20).
