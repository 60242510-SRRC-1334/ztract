000100*****************************************************************
000110*  WATCHLST.CPY
000120*  WATCHLIST-RECORD - ONE ENTRY ON THE GOVERNMENT RESTRICTED-
000130*  PARTY LIST.  COMPLIANCE RECEIVES THE LIST EACH TIME IT IS
000140*  PUBLISHED AND WLLOAD REBUILDS THE INDEXED WATCHLIST MASTER,
000150*  KEYED ON WL-ENTRY-ID, FROM IT.  WL-ENTRY-CITY IS BLANK WHEN
000160*  THE LIST GIVES NO LOCATION.  WL-LIST-DATE IS THE PUBLICATION
000170*  DATE OF THE LIST THE ENTRY CAME IN ON.  SCRNRUN READS THE
000180*  MASTER INTO STORAGE FOR THE SCREENING PASS.
000190*****************************************************************
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ---------------------------------------------
000230*  2026-10-15 JLH   INITIAL VERSION.
000240*****************************************************************
000250 01  WATCHLIST-RECORD.
000260     05  WL-ENTRY-ID           PIC X(12).
000270     05  WL-ENTRY-NAME         PIC X(40).
000280     05  WL-ENTRY-CITY         PIC X(30).
000290     05  WL-ENTRY-COUNTRY      PIC X(03).
000300     05  WL-LIST-CODE          PIC X(04).
000310     05  WL-ENTRY-TYPE         PIC X(01).
000320         88  WL-INDIVIDUAL           VALUE 'I'.
000330         88  WL-ENTITY               VALUE 'E'.
000340         88  WL-VESSEL               VALUE 'V'.
000350     05  WL-LIST-DATE          PIC 9(08).
000360     05  FILLER                PIC X(22).
