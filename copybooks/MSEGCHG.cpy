000217*                   ACCRUAL RUN USES.  MC-NEW-VALUE-NUM IS THE
000218*                   NUMERIC VIEW OF THE NEW VALUE FOR FIELDS
000219*                   THAT ARE AMOUNTS RATHER THAN TEXT.
000220*  2026-10-15 JLH   ADDED MC-APPROVED-BY - THE SECOND OPERATOR
000221*                   MSEGUPD REQUIRES ON A BL CHANGE ABOVE ITS
000222*                   THRESHOLD.  MUST DIFFER FROM MC-CHANGED-BY.
000223*  2026-10-15 JLH   ADDED FIELD-ID TX - A CU SEGMENT'S SALES TAX
000224*                   EXEMPTION.  MC-NEW-VALUE-EXEMPT IS ITS VIEW
000225*                   OF THE NEW VALUE: THE Y/N SWITCH FOLLOWED BY
000226*                   THE EXEMPTION CERTIFICATE NUMBER.
000227*****************************************************************
000230 01  MULTI-SEGMENT-CHANGE-RECORD.
000240     05  MC-COMMON-KEY         PIC 9(10).
000250     05  MC-SEGMENT-ID         PIC X(02).
000260     05  MC-NEW-VALUE          PIC X(60).
000262     05  MC-NEW-VALUE-NUM REDEFINES MC-NEW-VALUE
000264                               PIC S9(11)V99.
000265     05  MC-NEW-VALUE-EXEMPT REDEFINES MC-NEW-VALUE.
000266         10  MC-NEW-EXEMPT-SW  PIC X(01).
000267         10  MC-NEW-EXEMPT-CERT-NR
000268                               PIC X(15).
000269         10  FILLER            PIC X(44).
000270     05  MC-CHANGED-BY         PIC X(08).
000280     05  MC-CHANGE-DATE        PIC 9(08).
000290     05  MC-CHANGE-TIME        PIC 9(06).
000310     05  MC-FIELD-ID           PIC X(02).
000320         88  MC-FIELD-IS-DEFAULT       VALUE '  '.
000330         88  MC-FIELD-IS-BALANCE       VALUE 'BL'.
000340         88  MC-FIELD-IS-TAX-EXEMPT    VALUE 'TX'.
000350     05  MC-APPROVED-BY        PIC X(08).
