000290*                   SO CUSTOMER-SEGMENT IS NOW THE SAME SIZE AS
000291*                   KYC-SEGMENT (225 BYTES), MAKING
000292*                   MULTI-SEGMENT-RECORD 225 BYTES OVERALL.
000293*  2026-10-15 JLH   ADDED CUST-TAX-EXEMPT-SW AND THE EXEMPTION
000294*                   CERTIFICATE NUMBER BEHIND IT TO CUSTOMER-
000295*                   SEGMENT.  ORDEDIT CHARGES NO SALES TAX TO A
000296*                   CUSTOMER FLAGGED EXEMPT.  FILLER CUT, SIZE
000297*                   UNCHANGED.
000298*****************************************************************
000300 01  MULTI-SEGMENT-RECORD.
000310     05  SEGMENT-ID              PIC X(2).
000320         88  SEGMENT-IS-CUSTOMER       VALUE 'CU'.
000420             15  CUST-CITY       PIC X(30).
000430             15  CUST-ZIP        PIC X(10).
000440             15  CUST-PHONE      PIC X(15).
000442             15  CUST-TAX-EXEMPT-SW
000443                                 PIC X(1).
000444                 88  CUST-TAX-EXEMPT           VALUE 'Y'.
000446             15  CUST-EXEMPT-CERT-NR
000447                                 PIC X(15).
000450             15  FILLER          PIC X(34).
000460         10  ACCOUNT-SEGMENT REDEFINES CUSTOMER-SEGMENT.
000470             15  ACCT-TYPE       PIC X(3).
000480             15  ACCT-STATUS     PIC X(1).
