000100*****************************************************************
000110*  AUDEVT.CPY
000120*  AUDIT-EVENT-RECORD - ONE CHANGE EVENT ON AN AUDIT TRAIL, IN
000130*  ONE LAYOUT WHICHEVER HISTORY OR AUDIT FILE IT CAME FROM.
000140*  AUDTINQ BUILDS THESE FOR EACH REQUEST CARD, SORTS THEM INTO
000150*  DATE/TIME ORDER, PRINTS THEM, AND - WHEN THE CARD ASKS -
000160*  WRITES THEM TO THE AUDITORS' EXTRACT FILE.
000170*
000180*  AE-SOURCE IS THE PROGRAM THAT MADE THE CHANGE.  AE-OBJECT-
000190*  TYPE/AE-OBJECT-KEY NAME WHAT WAS CHANGED:
000200*      CU/AC/PY/KY + COMMON-KEY    MULTI-SEGMENT MASTER
000210*      XR          + PARTY-ID      CROSS-REFERENCE (PARTY MERGE)
000220*      IN          + INVOICE-ID    INVOICE
000230*      OR          + ORDER-ID      ORDER
000240*      VN          + VENDOR-ID     VENDOR MASTER
000250*      BL          + COMMON-KEY    ACCOUNT BALANCE APPROVAL
000260*      MS          + COMMON-KEY    ARCHIVED PARTY SEGMENTS
000270*  VALUES ARE CARRIED IN DISPLAY FORM, AS THE SOURCE FILE HAD
000280*  THEM.  AE-SOURCE-SEQ IS THE ORDER THE EVENT WAS SELECTED IN
000290*  AND KEEPS EVENTS WITH THE SAME TIME STAMP IN FILE ORDER.
000300*****************************************************************
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  ---------  ----  ---------------------------------------------
000340*  2026-10-15 JLH   INITIAL VERSION.
000350*****************************************************************
000360 01  AUDIT-EVENT-RECORD.
000370     05  AE-REQUEST-NR         PIC 9(05).
000380     05  AE-REQUEST-KEY-TYPE   PIC X(02).
000390     05  AE-REQUEST-KEY        PIC X(10).
000400     05  AE-EVENT-DATE         PIC 9(08).
000410     05  AE-EVENT-TIME         PIC 9(06).
000420     05  AE-SOURCE-SEQ         PIC 9(09).
000430     05  AE-SOURCE             PIC X(08).
000440     05  AE-CHANGED-BY         PIC X(08).
000450     05  AE-OBJECT-TYPE        PIC X(02).
000460     05  AE-OBJECT-KEY         PIC X(20).
000470     05  AE-FIELD-NAME         PIC X(20).
000480     05  AE-BEFORE-VALUE       PIC X(60).
000490     05  AE-AFTER-VALUE        PIC X(60).
000500     05  AE-COMMENT            PIC X(40).
000510     05  FILLER                PIC X(02).
