000215*                   VENDTAXR REPORTING RUN.  A BLANK FLAG ON
000216*                   RECORDS LOADED BEFORE THE FIELDS EXISTED
000217*                   READS AS NOT REPORTABLE.
000218*  2026-10-15 JLH   ADDED VEND-DISC-PCT AND VEND-DISC-DAYS, THE
000219*                   EARLY-PAYMENT DISCOUNT TERMS (E.G. 2.00
000220*                   PERCENT IN 10 DAYS, NET VEND-TERMS-DAYS),
000221*                   CARVED OUT OF THE TRAILING FILLER.  ZERO
000222*                   PERCENT MEANS NO DISCOUNT IS OFFERED.
000223*  2026-10-15 JLH   ADDED THE REMIT-TO VERIFICATION STATE SET BY
000224*                   VENDLOAD WHEN THE REMIT-TO OR TAX ID
000225*                   CHANGES AND CLEARED BY A VENDVRFY CALLBACK:
000226*                   VEND-VERIFY-SW, VEND-CHANGE-DATE (START OF
000227*                   THE COOLING-OFF HOLD PAYSEL HONORS),
000228*                   VEND-VERIFIED-BY, VEND-VERIFIED-DATE.  THE
000229*                   RECORD GROWS FROM 176 TO 212 BYTES.  THESE
000230*                   FIELDS ARE MAINTAINED BY THE SYSTEM - WHAT A
000231*                   MAINTENANCE CARD CARRIES THERE IS IGNORED.
000232*  2026-10-15 JLH   ADDED VEND-EDI-SW, CARVED OUT OF THE TRAILING
000233*                   FILLER.  A VENDOR FLAGGED EDI-CAPABLE GETS
000234*                   ITS REMITTANCE ADVICE AS AN 820-STYLE SET
000235*                   FROM EDIREM; BLANK (RECORDS LOADED BEFORE
000236*                   THE FLAG EXISTED) READS AS PAPER ONLY.
000237*****************************************************************
000238 01  VENDOR-RECORD.
000240     05  VEND-VENDOR-ID        PIC X(10).
000250     05  VEND-NAME             PIC X(40).
000260     05  VEND-REMIT-ADDR       PIC X(60).
000350     05  VEND-TAX-REPORT-SW    PIC X(01).
000360         88  VEND-TAX-REPORTABLE     VALUE 'Y'.
000370         88  VEND-NOT-REPORTABLE     VALUE 'N' ' '.
000373     05  VEND-DISC-PCT         PIC 9(02)V99.
000376     05  VEND-DISC-DAYS        PIC 9(03).
000377     05  VEND-VERIFY-SW        PIC X(01).
000378         88  VEND-VERIFY-PENDING     VALUE 'P'.
000379         88  VEND-VERIFIED           VALUE 'V'.
000380         88  VEND-VERIFY-NOT-NEEDED  VALUE ' '.
000381     05  VEND-CHANGE-DATE      PIC 9(08).
000382     05  VEND-VERIFIED-BY      PIC X(08).
000383     05  VEND-VERIFIED-DATE    PIC 9(08).
000393     05  VEND-EDI-SW           PIC X(01).
000403         88  VEND-EDI-CAPABLE        VALUE 'Y'.
000413         88  VEND-PAPER-ONLY         VALUE 'N' ' '.
000423     05  FILLER                PIC X(14).
