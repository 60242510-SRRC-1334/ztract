000100*****************************************************************
000110*  SCRNDSP.CPY
000120*  SCREEN-DISPOSITION-RECORD - COMPLIANCE'S DECISION ON ONE
000130*  SCREENING-QUEUE MATCH, KEYED THE SAME AS SCREEN-MATCH-RECORD.
000140*  SX-ACTION IS C TO CLEAR (NOT THE LISTED PARTY) OR F TO
000150*  CONFIRM.  A CONFIRMED MATCH MAY LATER BE CLEARED WHEN THE
000160*  PARTY IS DELISTED OR THE CONFIRMATION WAS WRONG.  SCRNDISP
000170*  READS THESE AS INPUT AND APPENDS EVERY ONE, WITH THE OUTCOME
000180*  AND THE TIME IT WAS APPLIED FILLED IN, TO THE CUMULATIVE
000190*  DISPOSITION LOG, SO THE LOG SHOWS EVERY DECISION EVER TAKEN
000200*  ON A MATCH AND NOT ONLY THE LATEST.
000210*****************************************************************
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  ---------------------------------------------
000250*  2026-10-15 JLH   INITIAL VERSION.
000260*****************************************************************
000270 01  SCREEN-DISPOSITION-RECORD.
000280     05  SX-KEY.
000290         10  SX-SOURCE         PIC X(02).
000300         10  SX-PARTY-KEY      PIC X(10).
000310         10  SX-WATCH-ID       PIC X(12).
000320     05  SX-ACTION             PIC X(01).
000330         88  SX-CLEAR                VALUE 'C'.
000340         88  SX-CONFIRM              VALUE 'F'.
000350     05  SX-DISPOSED-BY        PIC X(08).
000360     05  SX-NOTE               PIC X(30).
000370     05  SX-PRIOR-STATUS       PIC X(01).
000380     05  SX-RESULT             PIC X(01).
000390         88  SX-APPLIED              VALUE 'A'.
000400         88  SX-REFUSED              VALUE 'R'.
000410     05  SX-REFUSAL-REASON     PIC X(30).
000420     05  SX-APPLIED-DATE       PIC 9(08).
000430     05  SX-APPLIED-TIME       PIC 9(06).
000440     05  SX-VENDOR-HELD-SW     PIC X(01).
000450         88  SX-VENDOR-HELD          VALUE 'Y'.
000460     05  SX-ORDERS-HELD        PIC 9(05).
000470     05  FILLER                PIC X(15).
