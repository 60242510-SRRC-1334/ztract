000100*****************************************************************
000110*  SCRNMTCH.CPY
000120*  SCREEN-MATCH-RECORD - ONE POTENTIAL RESTRICTED-PARTY MATCH ON
000130*  THE SCREENING QUEUE, KEYED BY WHERE THE NAME CAME FROM, THE
000140*  PARTY'S KEY THERE, AND THE WATCHLIST ENTRY IT RESEMBLED:
000150*      'VN'  VENDOR MASTER       SQ-PARTY-KEY = VENDOR-ID
000160*      'XR'  PARTY XREF          SQ-PARTY-KEY = PARTY-ID
000170*      'CU'  CU SEGMENT          SQ-PARTY-KEY = COMMON-KEY
000180*  SCRNRUN WRITES A NEW MATCH AS PENDING AND RESOLVES THE
000190*  PARTY'S VENDOR-ID, CUSTOMER-NR AND COMMON-KEY THROUGH THE
000200*  XREF SO A CONFIRMATION CAN REACH EVERY SIDE OF THE PARTY.
000210*  SCRNDISP APPLIES COMPLIANCE'S CLEAR OR CONFIRM AND STAMPS
000220*  WHO DID IT AND WHEN.  A CONFIRMED MATCH IS READ BY PAYSEL,
000230*  ORDLOAD AND VENDLOAD TO KEEP THE PARTY BLOCKED UNTIL IT IS
000240*  CLEARED.
000250*****************************************************************
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  ---------------------------------------------
000290*  2026-10-15 JLH   INITIAL VERSION.
000300*****************************************************************
000310 01  SCREEN-MATCH-RECORD.
000320     05  SQ-KEY.
000330         10  SQ-SOURCE         PIC X(02).
000340             88  SQ-FROM-VENDOR      VALUE 'VN'.
000350             88  SQ-FROM-XREF        VALUE 'XR'.
000360             88  SQ-FROM-CUSTOMER    VALUE 'CU'.
000370         10  SQ-PARTY-KEY      PIC X(10).
000380         10  SQ-WATCH-ID       PIC X(12).
000390     05  SQ-PARTY-NAME         PIC X(40).
000400     05  SQ-PARTY-CITY         PIC X(30).
000410     05  SQ-WATCH-NAME         PIC X(40).
000420     05  SQ-WATCH-LIST-CODE    PIC X(04).
000430     05  SQ-MATCH-SCORE        PIC 9(03).
000440     05  SQ-VENDOR-ID          PIC X(10).
000450     05  SQ-CUSTOMER-NR        PIC 9(10).
000460     05  SQ-COMMON-KEY         PIC 9(10).
000470     05  SQ-STATUS             PIC X(01).
000480         88  SQ-PENDING              VALUE 'P'.
000490         88  SQ-CLEARED              VALUE 'C'.
000500         88  SQ-CONFIRMED            VALUE 'F'.
000510     05  SQ-FIRST-FOUND        PIC 9(08).
000520     05  SQ-LAST-SCREENED      PIC 9(08).
000530     05  SQ-DISPOSED-BY        PIC X(08).
000540     05  SQ-DISPOSED-DATE      PIC 9(08).
000550     05  SQ-DISPOSED-TIME      PIC 9(06).
000560     05  SQ-DISPOSITION-NOTE   PIC X(30).
000570     05  FILLER                PIC X(20).
