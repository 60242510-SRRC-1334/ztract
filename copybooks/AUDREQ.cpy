000100*****************************************************************
000110*  AUDREQ.CPY
000120*  AUDIT-TRAIL-REQUEST - ONE REQUEST CARD FOR THE AUDTINQ
000130*  AUDIT TRAIL INQUIRY.  THE CARD NAMES WHAT THE AUDITOR IS
000140*  ASKING ABOUT AND THE WINDOW TO LOOK IN:
000150*
000160*      PT / CU / VN / CK - A PARTY, BY ANY OF ITS FOUR KEYS
000170*                          (LOCATED ON THE CROSS-REFERENCE THE
000180*                          SAME WAY AS THE PTYREQ CARD)
000190*      IN                - ONE INVOICE-ID
000200*      OR                - ONE ORDER-ID
000210*      US                - EVERYTHING ONE USER-ID CHANGED
000220*
000230*  A ZERO FROM-DATE MEANS FROM THE BEGINNING, A ZERO TO-DATE
000240*  MEANS TO THE END.  TQ-EXTRACT-SW = Y ALSO WRITES THE TRAIL TO
000250*  THE EXTRACT FILE (COPY AUDEVT) FOR THE AUDITORS' OWN TOOLS.
000260*****************************************************************
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  ---------  ----  ---------------------------------------------
000300*  2026-10-15 JLH   INITIAL VERSION.
000310*****************************************************************
000320 01  AUDIT-TRAIL-REQUEST.
000330     05  TQ-KEY-TYPE           PIC X(02).
000340         88  TQ-BY-PARTY-ID         VALUE 'PT'.
000350         88  TQ-BY-CUSTOMER-NR      VALUE 'CU'.
000360         88  TQ-BY-VENDOR-ID        VALUE 'VN'.
000370         88  TQ-BY-COMMON-KEY       VALUE 'CK'.
000380         88  TQ-BY-PARTY            VALUE 'PT' 'CU' 'VN' 'CK'.
000390         88  TQ-BY-INVOICE-ID       VALUE 'IN'.
000400         88  TQ-BY-ORDER-ID         VALUE 'OR'.
000410         88  TQ-BY-USER-ID          VALUE 'US'.
000420     05  TQ-KEY-VALUE          PIC X(10).
000430     05  TQ-FROM-DATE          PIC 9(08).
000440     05  TQ-TO-DATE            PIC 9(08).
000450     05  TQ-EXTRACT-SW         PIC X(01).
000460         88  TQ-EXTRACT-WANTED      VALUE 'Y'.
000470     05  FILLER                PIC X(51).
