000270*                   INSTEAD OF OPEN, AND ONLY AN EXPLICIT
000280*                   RELEASE (OR CANCELLATION) THROUGH ORDSTUPD
000290*                   MOVES IT ON.
000291*  2026-10-15 JLH   ADDED LINE-PROMISE-DATE TO EACH ORDER LINE.
000292*                   ORDEDIT STAMPS IT FROM THE AVAILABLE-TO-
000293*                   PROMISE POSITION, OR SETS THE CANNOT-PROMISE
000294*                   VALUE.  EACH LINE GROWS FROM 46 TO 54 BYTES
000295*                   AND THE FILLER IS CUT FROM 48 TO 18 - THE
000296*                   RECORD IS NOW 60 TO 600 BYTES (WAS 90 TO 550).
000297*                   EXISTING ORDER FILES MUST BE CONVERTED.
000298*  2026-10-15 JLH   SALES TAX.  ORDEDIT STAMPS THE SHIP-TO TAX
000299*                   JURISDICTION (COPY TAXJUR ZIP PREFIX), THE
000300*                   CUSTOMER'S EXEMPTION, THE TAXABLE PART OF
000301*                   ORDER-TOTAL, AND THE TAX ON IT.  THE TAX IS
000302*                   CHARGED ON TOP OF ORDER-TOTAL.  ORDER-TOTAL
000303*                   LESS ORDER-TAXABLE-AMOUNT IS THE EXEMPT PART.
000304*                   THE TAX FIELDS TAKE THE LAST 18 BYTES OF
000305*                   FILLER (STILL 60 TO 600 BYTES).  OLDER ORDER
000306*                   FILES HOLD SPACES THERE AND MUST BE CONVERTED,
000307*                   TAX AMOUNTS ZERO, BEFORE USE.
000308*****************************************************************
000310 01  ORDER-RECORD.
000320     05  ORDER-ID                PIC 9(10).
000330     05  ORDER-DATE              PIC 9(8).
000470         10  LINE-SHIPPED-QTY    PIC 9(5).
000480         10  LINE-PRICE          PIC S9(7)V99 COMP-3.
000490         10  LINE-AMOUNT         PIC S9(9)V99 COMP-3.
000492         10  LINE-PROMISE-DATE   PIC 9(8).
000494             88  LINE-NOT-PROMISED         VALUE ZERO.
000496             88  LINE-CANNOT-PROMISE       VALUE 99999999.
000500     05  ORDER-TOTAL             PIC S9(11)V99 COMP-3.
000510     05  ORDER-TAX-JURIS         PIC X(5).
000520     05  ORDER-TAX-EXEMPT-SW     PIC X(1).
000530         88  ORDER-TAX-EXEMPT          VALUE 'Y'.
000540     05  ORDER-TAXABLE-AMOUNT    PIC S9(9)V99 COMP-3.
000550     05  ORDER-TAX-AMOUNT        PIC S9(9)V99 COMP-3.

