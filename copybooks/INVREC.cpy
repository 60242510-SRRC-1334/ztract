000378*                   TRANSLATED BEFORE THE FIELD EXISTED) READS
000379*                   AS AN ORDINARY KEYED INVOICE.  RECORD
000380*                   LENGTH GROWS FROM 965 TO 966.
000381*  2026-10-15 JLH   ADDED INV-ENTERED-BY AND INV-LAST-CHANGED-BY
000382*                   SO INVHUPD CAN REFUSE AN APPROVAL BY THE
000383*                   OPERATOR WHO KEYED OR LAST CHANGED THE
000384*                   INVOICE.  THE INTAKE STAMPS THE KEYING
000385*                   OPERATOR (EDIINVIN AND RCURGEN THEIR OWN
000386*                   JOB NAMES); INVHUPD STAMPS THE OPERATOR ON
000387*                   EVERY STATUS CHANGE IT APPLIES.  RECORD
000388*                   LENGTH GROWS FROM 966 TO 982.
000389*****************************************************************
000390 01  INVOICE-RECORD.
000391     05  INVOICE-ID        PIC 9(10).
000400     05  INVOICE-DATE      PIC 9(8).
000410     05  VENDOR-ID         PIC X(10).
000420     05  DEPT-COUNT        PIC 9(2).
000770     05  INV-RECURRING-SW      PIC X(1).
000780         88  INV-GENERATED-RECURRING   VALUE 'R'.
000790         88  INV-KEYED-DOCUMENT        VALUE ' '.
000791     05  INV-ENTERED-BY        PIC X(8).
000792     05  INV-LAST-CHANGED-BY   PIC X(8).

