000257*                   LIST WITH THE AMOUNTS AND ORDER-TOTAL
000258*                   RE-EXTENDED.  MISPRICED EDI ORDERS NOW STOP
000259*                   AT INTAKE INSTEAD OF AT INVOICING TIME.
000260*  2026-10-15 JLH   AVAILABLE-TO-PROMISE.  EVERY LINE OF A PASSED
000261*                   ORDER IS STAMPED WITH A PROMISED SHIP DATE
000262*                   FROM ON-HAND LESS OPEN DEMAND ON THE ORDER
000263*                   MASTER PLUS INBOUND OPEN PO QUANTITY BY
000264*                   EXPECTED DATE, OR MARKED CANNOT-PROMISE.
000265*                   SHIP LEAD DAYS ADDED TO THE CONTROL CARD.
000266*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000267*                   TO THE COMMON EXECUTION LOG FOR THE
000268*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000269*  2026-10-15 JLH   SALES TAX.  EVERY PASSED ORDER IS STAMPED
000270*                   WITH ITS SHIP-TO JURISDICTION OFF THE TAX
000271*                   RATE TABLE (COPY TAXJUR), THE CUSTOMER'S
000272*                   EXEMPTION OFF THE CU SEGMENT, ITS TAXABLE
000273*                   AMOUNT BY PRODUCT TAX CLASS, AND THE STATE,
000274*                   COUNTY, AND CITY TAX ON IT.
000275*  2026-10-15 JLH   PURCHASE ORDER MASTER MADE OPTIONAL, AS POGEN
000276*                   DECLARES IT.  NO MASTER YET MEANS NO INBOUND
000277*                   SUPPLY - LINES PROMISE FROM ON-HAND ONLY.
000278*****************************************************************
000279*  REMARKS.
000280*      THE INTAKE GATE FOR THE ORDER PIPELINE.  EVERY INCOMING
000290*      ORDER-RECORD IS EDITED BEFORE IT IS ALLOWED THROUGH TO
000300*      ORDLOAD:
000420*      VALIDATION STEP'S REJECTS) AND DOES NOT REACH THE OUTPUT
000430*      FILE; THE FIRST RULE VIOLATED IS THE ONE REPORTED.
000440*      EVERYTHING ELSE PASSES THROUGH UNCHANGED.
000441*
000442*      EVERY LINE OF AN ORDER THAT PASSES IS THEN GIVEN A
000443*      PROMISED SHIP DATE.  OPEN DEMAND IS THE UNSHIPPED
000444*      QUANTITY ON EVERY OPEN OR CREDIT-HELD ORDER ON THE ORDER
000445*      MASTER, SUMMED BY PRODUCT AT START-UP AND TREATED AS DUE
000446*      NOW; EACH LINE PROMISED IN THIS RUN IS ADDED TO IT, SO
000447*      LATER ORDERS IN THE FILE DO NOT PROMISE THE SAME STOCK
000448*      TWICE.  WHEN ON-HAND LESS DEMAND COVERS THE LINE IT IS
000449*      PROMISED FOR TODAY PLUS THE CONTROL-CARD LEAD DAYS.
000450*      OTHERWISE THE RECEIVABLE PURCHASE ORDER LINES FOR THE
000451*      PRODUCT ARE TAKEN IN EXPECTED-DATE ORDER UNTIL THE LINE
000452*      IS COVERED, AND IT IS PROMISED FOR THAT EXPECTED DATE
000453*      (TODAY IF ALREADY PAST) PLUS THE LEAD DAYS.  A LINE THE
000454*      INBOUND CANNOT COVER IS MARKED CANNOT-PROMISE AND STILL
000455*      PASSES - THE ORDER IS GOOD, ONLY THE DATE IS OPEN.
000456*
000457*      LAST, THE ORDER IS TAXED.  ITS CUSTOMER'S CU SEGMENT
000458*      (THROUGH THE CROSS-REFERENCE COMMON-KEY) GIVES THE
000459*      SHIP-TO CUST-ZIP AND THE EXEMPTION SWITCH.  THE TAX RATE
000460*      TABLE ENTRY WITH THE LONGEST ZIP PREFIX MATCHING THE ZIP
000461*      IS THE JURISDICTION, AND ITS LATEST RATES EFFECTIVE ON OR
000462*      BEFORE ORDER-DATE APPLY.  THE TAXABLE AMOUNT IS THE SUM
000463*      OF THE LINE AMOUNTS WHOSE PRODUCT IS TAXABLE ON THE PRICE
000464*      MASTER (A PRODUCT WITH NO PRICE ENTRY IS TAXABLE); THE
000465*      STATE, COUNTY, AND CITY TAX ARE EACH ROUNDED AND SUMMED
000466*      INTO ORDER-TAX-AMOUNT.  AN EXEMPT CUSTOMER'S ORDER
000467*      CARRIES ITS JURISDICTION WITH NO TAXABLE AMOUNT AND NO
000468*      TAX.  AN ORDER WHOSE CUSTOMER HAS NO CU SEGMENT, OR WHOSE
000469*      ZIP MATCHES NO JURISDICTION, STILL PASSES UNTAXED WITH A
000470*      BLANK JURISDICTION AND IS NAMED ON THE CONSOLE.
000471*****************************************************************
000472 ENVIRONMENT DIVISION.
000473 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000514            ORGANIZATION IS SEQUENTIAL.
000520     SELECT ORDER-IN       ASSIGN TO ORDIN
000530            ORGANIZATION IS SEQUENTIAL.
000531     SELECT ORDER-MASTER   ASSIGN TO ORDMSTR
000532            ORGANIZATION IS INDEXED
000533            ACCESS MODE IS SEQUENTIAL
000534            RECORD KEY IS ORDER-ID
000535            ALTERNATE RECORD KEY IS CUSTOMER-NR
000536                WITH DUPLICATES
000537            FILE STATUS IS WS-ORDMSTR-STATUS.
000538     SELECT OPTIONAL
000539            PO-MASTER      ASSIGN TO POMSTR
000540            ORGANIZATION IS INDEXED
000541            ACCESS MODE IS DYNAMIC
000542            RECORD KEY IS PO-KEY
000543            ALTERNATE RECORD KEY IS PO-PRODUCT
000544                WITH DUPLICATES
000545            FILE STATUS IS WS-POMSTR-STATUS.
000546     SELECT STOCK-MASTER   ASSIGN TO STKMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS RANDOM
000570            RECORD KEY IS STK-PRODUCT
000695            ACCESS MODE IS RANDOM
000696            RECORD KEY IS PRC-PRODUCT
000697            FILE STATUS IS WS-PRCMSTR-STATUS.
000698     SELECT MSEG-IN        ASSIGN TO MSEGIN
000699            ORGANIZATION IS SEQUENTIAL.
000701     SELECT TAX-JUR-IN     ASSIGN TO TAXJUR
000703            ORGANIZATION IS SEQUENTIAL.
000705     SELECT ORDER-OUT      ASSIGN TO ORDOUT
000710            ORGANIZATION IS SEQUENTIAL.
000720     SELECT REJECT-OUT     ASSIGN TO REJOUT
000730            ORGANIZATION IS SEQUENTIAL.
000732     SELECT OPTIONAL
000734            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000736            ORGANIZATION IS SEQUENTIAL
000738            FILE STATUS IS WS-EXECLOG-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000754 01  CONTROL-CARD-RECORD.
000755     05  CC-PRICE-TOL-PCT          PIC 9(03).
000756     05  CC-REPRICE-SW             PIC X(01).
000758     05  CC-SHIP-LEAD-DAYS         PIC 9(02).

000760 FD  ORDER-IN
000770     LABEL RECORDS ARE STANDARD.
000780 01  ORDER-IN-RECORD           PIC X(600).

000781*    THE ORDER MASTER RECORD AREA DOUBLES AS THE WORK AREA FOR
000782*    EACH INCOMING ORDER ONCE THE OPEN-DEMAND PASS IS DONE.
000783 FD  ORDER-MASTER
000784     LABEL RECORDS ARE STANDARD.
000785 COPY ORDREC.

000786 FD  PO-MASTER
000787     LABEL RECORDS ARE STANDARD.
000788 COPY POMSTR.

000790 FD  STOCK-MASTER
000800     LABEL RECORDS ARE STANDARD.
001014     LABEL RECORDS ARE STANDARD.
001016 COPY PRICEREC.

001017 FD  MSEG-IN
001018     LABEL RECORDS ARE STANDARD.
001019 COPY MSEGREC.

001021 FD  TAX-JUR-IN
001023     LABEL RECORDS ARE STANDARD.
001025 COPY TAXJUR.

001027 FD  ORDER-OUT
001030     LABEL RECORDS ARE STANDARD.
001040 01  ORDER-OUT-RECORD          PIC X(600).

001060     LABEL RECORDS ARE STANDARD.
001070 COPY REJCREC.

001072 FD  EXEC-LOG-OUT
001074     LABEL RECORDS ARE STANDARD.
001076 COPY EXECLOG.

001080 WORKING-STORAGE SECTION.
001090 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
001100 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001102 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.
001104 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001106 01  WS-POMSTR-STATUS          PIC X(02)  VALUE SPACES.
001108 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001110 01  WS-SWITCHES.
001120     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
001177         88  WS-REPRICE-TO-LIST           VALUE 'Y'.
001178     05  WS-ORDER-REPRICED-SW  PIC X(01)  VALUE 'N'.
001179         88  WS-ORDER-REPRICED            VALUE 'Y'.
001180     05  WS-MASTER-EOF         PIC X(01)  VALUE 'N'.
001181         88  MASTER-EOF                   VALUE 'Y'.
001182     05  WS-PO-SCAN-DONE-SW    PIC X(01)  VALUE 'N'.
001183         88  WS-PO-SCAN-DONE              VALUE 'Y'.
001184     05  WS-PO-FILE-SW         PIC X(01)  VALUE 'N'.
001185         88  PO-FILE-PRESENT              VALUE 'Y'.
001186     05  WS-DEMAND-FOUND-SW    PIC X(01)  VALUE 'N'.
001187         88  WS-DEMAND-FOUND              VALUE 'Y'.
001188     05  WS-INBOUND-LEFT-SW    PIC X(01)  VALUE 'N'.
001189         88  WS-INBOUND-LEFT              VALUE 'Y'.
001190     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
001191         88  MSEG-EOF                     VALUE 'Y'.
001192     05  WS-TAXJUR-EOF         PIC X(01)  VALUE 'N'.
001193         88  TAXJUR-EOF                   VALUE 'Y'.
001194     05  WS-CUST-FOUND-SW      PIC X(01)  VALUE 'N'.
001195         88  WS-CUST-FOUND                VALUE 'Y'.

001196 01  WS-COUNTERS                          COMP.
001197     05  WS-ORDERS-READ        PIC 9(09)  VALUE ZERO.
001200     05  WS-ORDERS-PASSED      PIC 9(09)  VALUE ZERO.
001210     05  WS-ORDERS-REJECTED    PIC 9(09)  VALUE ZERO.
001212     05  WS-LINES-REPRICED     PIC 9(09)  VALUE ZERO.
001214     05  WS-LINES-UNPRICED     PIC 9(09)  VALUE ZERO.
001215     05  WS-MASTER-ORDERS-READ PIC 9(09)  VALUE ZERO.
001216     05  WS-LINES-PROMISED     PIC 9(09)  VALUE ZERO.
001217     05  WS-LINES-ON-INBOUND   PIC 9(09)  VALUE ZERO.
001218     05  WS-LINES-NO-PROMISE   PIC 9(09)  VALUE ZERO.
001220     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.
001221     05  WS-DM-COUNT           PIC 9(05)  VALUE ZERO.
001222     05  WS-DM-NDX             PIC 9(05)  VALUE ZERO.
001223     05  WS-IB-COUNT           PIC 9(05)  VALUE ZERO.
001224     05  WS-IB-NDX             PIC 9(05)  VALUE ZERO.
001225     05  WS-IB-NEXT            PIC 9(05)  VALUE ZERO.
001226     05  WS-ORDERS-TAXED       PIC 9(09)  VALUE ZERO.
001227     05  WS-ORDERS-TAX-EXEMPT  PIC 9(09)  VALUE ZERO.
001228     05  WS-ORDERS-NO-JURIS    PIC 9(09)  VALUE ZERO.
001229     05  WS-CUST-COUNT         PIC 9(09)  VALUE ZERO.
001230     05  WS-CUST-NDX           PIC 9(09)  VALUE ZERO.
001231     05  WS-TJ-COUNT           PIC 9(05)  VALUE ZERO.
001232     05  WS-TJ-NDX             PIC 9(05)  VALUE ZERO.
001233     05  WS-TJ-BEST            PIC 9(05)  VALUE ZERO.
001234     05  WS-PREFIX-LEN         PIC 9(02)  VALUE ZERO.
001235     05  WS-BEST-LEN           PIC 9(02)  VALUE ZERO.

001236 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001240 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001250 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001260 01  WS-EXPECTED-AMOUNT        PIC S9(09)V99 COMP-3 VALUE ZERO.
001272 01  WS-PRICE-TOL-PCT          PIC 9(03)  VALUE 10.
001274 01  WS-PRICE-TOLERANCE        PIC S9(07)V99 COMP-3 VALUE ZERO.
001276 01  WS-PRICE-DIFF             PIC S9(07)V99 COMP-3 VALUE ZERO.
001277 01  WS-SHIP-LEAD-DAYS         PIC 9(02)  VALUE 1.
001278 01  WS-UNSHIPPED-QTY          PIC S9(07) COMP-3 VALUE ZERO.
001279 01  WS-ATP-QTY                PIC S9(11) COMP-3 VALUE ZERO.
001280 01  WS-COVER-DATE             PIC 9(08)  VALUE ZERO.
001281 01  WS-TAXABLE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
001282 01  WS-BEST-DATE              PIC 9(08)  VALUE ZERO.
001283 01  WS-STATE-TAX              PIC S9(09)V99 COMP-3 VALUE ZERO.
001284 01  WS-COUNTY-TAX             PIC S9(09)V99 COMP-3 VALUE ZERO.
001285 01  WS-CITY-TAX               PIC S9(09)V99 COMP-3 VALUE ZERO.

001286*----------------------------------------------------------------
001287*    OPEN DEMAND BY PRODUCT - THE UNSHIPPED QUANTITY ON THE OPEN
001288*    AND CREDIT-HELD ORDERS ON THE MASTER, PLUS EVERY LINE THIS
001289*    RUN HAS ALREADY PROMISED.
001290*----------------------------------------------------------------
001291 01  WS-DEMAND-TABLE.
001292     05  WS-DM-ENTRY OCCURS 1 TO 5000 TIMES
001293                     DEPENDING ON WS-DM-COUNT.
001294         10  WS-DM-PRODUCT      PIC X(20).
001295         10  WS-DM-QTY          PIC S9(11) COMP-3.

001296*----------------------------------------------------------------
001297*    THE RECEIVABLE PURCHASE ORDER LINES FOR THE PRODUCT BEING
001298*    PROMISED, BUILT FRESH FOR EACH LINE THAT ON-HAND CANNOT
001299*    COVER.  PAST THE TABLE SIZE THE LATER PO LINES ARE LEFT
001300*    OUT, WHICH CAN ONLY MAKE THE PROMISE LATER, NEVER EARLIER.
001301*----------------------------------------------------------------
001302 01  WS-INBOUND-TABLE.
001303     05  WS-IB-ENTRY OCCURS 1 TO 100 TIMES
001304                     DEPENDING ON WS-IB-COUNT.
001305         10  WS-IB-DATE         PIC 9(08).
001306         10  WS-IB-QTY          PIC 9(07).
001307         10  WS-IB-TAKEN-SW     PIC X(01).
001308             88  WS-IB-TAKEN               VALUE 'Y'.

001309*----------------------------------------------------------------
001310*    EVERY CU SEGMENT OFF THE MULTI-SEGMENT FILE, KEYED BY
001311*    COMMON-KEY - THE SHIP-TO ZIP AND THE TAX EXEMPTION.
001312*----------------------------------------------------------------
001313 01  WS-CUST-TABLE.
001314     05  WS-CU-ENTRY OCCURS 1 TO 20000 TIMES
001315                     DEPENDING ON WS-CUST-COUNT.
001316         10  WS-CU-COMMON-KEY   PIC 9(10).
001317         10  WS-CU-ZIP          PIC X(10).
001318         10  WS-CU-EXEMPT-SW    PIC X(01).
001319             88  WS-CU-EXEMPT              VALUE 'Y'.

001320*----------------------------------------------------------------
001321*    THE TAX RATE TABLE, EVERY JURISDICTION AND EFFECTIVE DATE,
001322*    WITH THE LENGTH OF EACH ZIP PREFIX WORKED OUT AT LOAD.
001323*----------------------------------------------------------------
001324 01  WS-JURIS-TABLE.
001325     05  WS-TJ-ENTRY OCCURS 1 TO 5000 TIMES
001326                     DEPENDING ON WS-TJ-COUNT.
001327         10  WS-TJ-PREFIX       PIC X(05).
001328         10  WS-TJ-PREFIX-LEN   PIC 9(02).
001329         10  WS-TJ-EFF-DATE     PIC 9(08).
001330         10  WS-TJ-STATE-RATE   PIC S9(03)V9(06) COMP-3.
001331         10  WS-TJ-COUNTY-RATE  PIC S9(03)V9(06) COMP-3.
001332         10  WS-TJ-CITY-RATE    PIC S9(03)V9(06) COMP-3.

001333 PROCEDURE DIVISION.
001334*---------------------------------------------------------------*
001335 0000-MAINLINE.
001336*---------------------------------------------------------------*
001337     PERFORM 9700-LOG-STEP-START
001338          THRU 9700-LOG-STEP-START-EXIT.
001339     PERFORM 1000-INITIALIZE
001340          THRU 1000-INITIALIZE-EXIT.
001341     PERFORM 2000-EDIT-ORDER
001350          THRU 2000-EDIT-ORDER-EXIT
001360          UNTIL ORDER-EOF.
001370     PERFORM 9000-TERMINATE
001380          THRU 9000-TERMINATE-EXIT.
001383     PERFORM 9710-LOG-STEP-END
001386          THRU 9710-LOG-STEP-END-EXIT.
001390     GOBACK.

001400*---------------------------------------------------------------*
001447         NOT AT END
001448             MOVE CC-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
001449             MOVE CC-REPRICE-SW    TO WS-REPRICE-OPT-SW
001450             IF CC-SHIP-LEAD-DAYS NUMERIC
001451                 MOVE CC-SHIP-LEAD-DAYS TO WS-SHIP-LEAD-DAYS
001452             END-IF
001453     END-READ.
001454     CLOSE CONTROL-CARD-IN.
001455     OPEN INPUT  ORDER-IN
001456                 ORDER-MASTER
001457                 PO-MASTER
001460                 STOCK-MASTER
001470                 XREF-MASTER
001475                 PRICE-MASTER
001480          OUTPUT ORDER-OUT
001490                 REJECT-OUT.
001491*    NO PURCHASE ORDER MASTER YET (STATUS 05 OR 35) MEANS NO
001492*    INBOUND SUPPLY TO PROMISE FROM.
001493     IF WS-POMSTR-STATUS = '00'
001494         SET PO-FILE-PRESENT TO TRUE
001495     END-IF.
001496     MOVE ZERO TO WS-DM-COUNT.
001497     READ ORDER-MASTER NEXT RECORD
001498         AT END SET MASTER-EOF TO TRUE
001499     END-READ.
001500     PERFORM 1100-LOAD-OPEN-DEMAND
001501          THRU 1100-LOAD-OPEN-DEMAND-EXIT
001502          UNTIL MASTER-EOF.
001503     OPEN INPUT  MSEG-IN
001504                 TAX-JUR-IN.
001505     PERFORM 1200-LOAD-CUST-TABLE
001506          THRU 1200-LOAD-CUST-TABLE-EXIT
001507          UNTIL MSEG-EOF.
001508     PERFORM 1300-LOAD-JURIS-TABLE
001509          THRU 1300-LOAD-JURIS-TABLE-EXIT
001510          UNTIL TAXJUR-EOF.
001511     CLOSE MSEG-IN
001512           TAX-JUR-IN.
001513     READ ORDER-IN
001514         AT END SET ORDER-EOF TO TRUE
001520     END-READ.
001530 1000-INITIALIZE-EXIT.
001540     EXIT.

001541*---------------------------------------------------------------*
001542*    ONE ORDER MASTER RECORD.  THE UNSHIPPED QUANTITY ON EACH     *
001543*    LINE OF AN OPEN OR CREDIT-HELD ORDER IS OPEN DEMAND ON ITS   *
001544*    PRODUCT.  A FULL DEMAND TABLE FAILS THE STEP - PROMISES      *
001545*    MADE AGAINST A SHORT DEMAND FIGURE WOULD BE WRONG.           *
001546*---------------------------------------------------------------*
001547 1100-LOAD-OPEN-DEMAND.
001548*---------------------------------------------------------------*
001549     ADD 1 TO WS-MASTER-ORDERS-READ.
001550     IF ORD-OPEN OR ORD-CREDIT-HOLD
001551         PERFORM 1110-ADD-LINE-DEMAND
001552              THRU 1110-ADD-LINE-DEMAND-EXIT
001553              VARYING WS-LINE-IX FROM 1 BY 1
001554              UNTIL WS-LINE-IX > LINE-COUNT
001555     END-IF.
001556     READ ORDER-MASTER NEXT RECORD
001557         AT END SET MASTER-EOF TO TRUE
001558     END-READ.
001559 1100-LOAD-OPEN-DEMAND-EXIT.
001560     EXIT.

001561 1110-ADD-LINE-DEMAND.
001562     COMPUTE WS-UNSHIPPED-QTY = LINE-QTY (WS-LINE-IX)
001563                              - LINE-SHIPPED-QTY (WS-LINE-IX).
001564     IF WS-UNSHIPPED-QTY NOT > ZERO
001565         GO TO 1110-ADD-LINE-DEMAND-EXIT
001566     END-IF.
001567     PERFORM 2310-FIND-DEMAND
001568          THRU 2310-FIND-DEMAND-EXIT.
001569     ADD WS-UNSHIPPED-QTY TO WS-DM-QTY (WS-DM-NDX).
001570 1110-ADD-LINE-DEMAND-EXIT.
001571     EXIT.

001572*---------------------------------------------------------------*
001573*    ONE TAX TABLE ENTRY PER CU SEGMENT ON THE MULTI-SEGMENT      *
001574*    FILE.  A FULL TABLE FAILS THE STEP - AN ORDER TAXED AS IF    *
001575*    ITS CUSTOMER HAD NO CU SEGMENT WOULD GO OUT UNTAXED.         *
001576*---------------------------------------------------------------*
001577 1200-LOAD-CUST-TABLE.
001578*---------------------------------------------------------------*
001579     READ MSEG-IN
001580         AT END
001581             SET MSEG-EOF TO TRUE
001582             GO TO 1200-LOAD-CUST-TABLE-EXIT
001583     END-READ.
001584     IF NOT SEGMENT-IS-CUSTOMER
001585         GO TO 1200-LOAD-CUST-TABLE-EXIT
001586     END-IF.
001587     IF WS-CUST-COUNT >= 20000
001588         DISPLAY 'ORDEDIT - CU SEGMENT TABLE FULL AT 20000 '
001589                 'CUSTOMERS - RUN STOPPED'
001590         CLOSE ORDER-IN ORDER-MASTER PO-MASTER STOCK-MASTER
001591               XREF-MASTER PRICE-MASTER ORDER-OUT REJECT-OUT
001592               MSEG-IN TAX-JUR-IN
001593         MOVE 16 TO RETURN-CODE
001594         PERFORM 9710-LOG-STEP-END
001595              THRU 9710-LOG-STEP-END-EXIT
001596         GOBACK
001597     END-IF.
001598     ADD 1 TO WS-CUST-COUNT.
001599     MOVE COMMON-KEY TO WS-CU-COMMON-KEY (WS-CUST-COUNT).
001600     MOVE CUST-ZIP   TO WS-CU-ZIP (WS-CUST-COUNT).
001601     MOVE CUST-TAX-EXEMPT-SW
001602                     TO WS-CU-EXEMPT-SW (WS-CUST-COUNT).
001603 1200-LOAD-CUST-TABLE-EXIT.
001604     EXIT.

001605*---------------------------------------------------------------*
001606*    ONE TAX RATE TABLE RECORD.  AN ENTRY WITH A BLANK ZIP        *
001607*    PREFIX WOULD MATCH EVERY CUSTOMER AND IS IGNORED.  A FULL    *
001608*    TABLE FAILS THE STEP.                                        *
001609*---------------------------------------------------------------*
001610 1300-LOAD-JURIS-TABLE.
001611*---------------------------------------------------------------*
001612     READ TAX-JUR-IN
001613         AT END
001614             SET TAXJUR-EOF TO TRUE
001615             GO TO 1300-LOAD-JURIS-TABLE-EXIT
001616     END-READ.
001617     MOVE ZERO TO WS-PREFIX-LEN.
001618     INSPECT TJ-ZIP-PREFIX TALLYING WS-PREFIX-LEN
001619         FOR CHARACTERS BEFORE INITIAL SPACE.
001620     IF WS-PREFIX-LEN = ZERO
001621         DISPLAY 'ORDEDIT - TAX RATE ENTRY WITH BLANK ZIP '
001622                 'PREFIX IGNORED'
001623         GO TO 1300-LOAD-JURIS-TABLE-EXIT
001624     END-IF.
001625     IF WS-TJ-COUNT >= 5000
001626         DISPLAY 'ORDEDIT - TAX RATE TABLE FULL AT 5000 '
001627                 'ENTRIES - RUN STOPPED'
001628         CLOSE ORDER-IN ORDER-MASTER PO-MASTER STOCK-MASTER
001629               XREF-MASTER PRICE-MASTER ORDER-OUT REJECT-OUT
001630               MSEG-IN TAX-JUR-IN
001631         MOVE 16 TO RETURN-CODE
001632         PERFORM 9710-LOG-STEP-END
001633              THRU 9710-LOG-STEP-END-EXIT
001634         GOBACK
001635     END-IF.
001636     ADD 1 TO WS-TJ-COUNT.
001637     MOVE TJ-ZIP-PREFIX  TO WS-TJ-PREFIX (WS-TJ-COUNT).
001638     MOVE WS-PREFIX-LEN  TO WS-TJ-PREFIX-LEN (WS-TJ-COUNT).
001639     MOVE TJ-EFF-DATE    TO WS-TJ-EFF-DATE (WS-TJ-COUNT).
001640     MOVE TJ-STATE-RATE  TO WS-TJ-STATE-RATE (WS-TJ-COUNT).
001641     MOVE TJ-COUNTY-RATE TO WS-TJ-COUNTY-RATE (WS-TJ-COUNT).
001642     MOVE TJ-CITY-RATE   TO WS-TJ-CITY-RATE (WS-TJ-COUNT).
001643 1300-LOAD-JURIS-TABLE-EXIT.
001644     EXIT.

001645*---------------------------------------------------------------*
001646 2000-EDIT-ORDER.
001647*---------------------------------------------------------------*
001648     MOVE ORDER-IN-RECORD TO ORDER-RECORD.
001649     ADD 1 TO WS-ORDERS-READ.
001650     MOVE 'Y' TO WS-ORDER-VALID-SW.
001651     MOVE 'N' TO WS-ORDER-REPRICED-SW.
001652     MOVE SPACES TO WS-REJECT-REASON.
001653     PERFORM 2100-CHECK-CUSTOMER
001654          THRU 2100-CHECK-CUSTOMER-EXIT.
001655     MOVE ZERO TO WS-LINE-TOTAL
001656                  WS-TAXABLE-TOTAL.
001657     PERFORM 2200-CHECK-LINE
001658          THRU 2200-CHECK-LINE-EXIT
001660          VARYING WS-LINE-IX FROM 1 BY 1
001670          UNTIL WS-LINE-IX > LINE-COUNT
001680             OR NOT WS-ORDER-VALID.
001730           TO WS-REJECT-REASON
001740     END-IF.
001750     IF WS-ORDER-VALID
001751         PERFORM 2300-PROMISE-LINE
001752              THRU 2300-PROMISE-LINE-EXIT
001753              VARYING WS-LINE-IX FROM 1 BY 1
001754              UNTIL WS-LINE-IX > LINE-COUNT
001755     END-IF.
001757     IF WS-ORDER-VALID
001759         PERFORM 2400-COMPUTE-TAX
001761              THRU 2400-COMPUTE-TAX-EXIT
001763     END-IF.
001765     IF WS-ORDER-VALID
001767         ADD 1 TO WS-ORDERS-PASSED
001770         MOVE SPACES TO ORDER-OUT-RECORD
001780         MOVE ORDER-RECORD TO ORDER-OUT-RECORD
001790         WRITE ORDER-OUT-RECORD
002338         GO TO 2200-CHECK-LINE-EXIT
002339     END-IF.
002340     ADD LINE-AMOUNT (WS-LINE-IX) TO WS-LINE-TOTAL.
002342*    2250 LEFT THE LINE'S PRICE MASTER ENTRY IN THE RECORD AREA.
002344     IF NOT WS-PRICE-FOUND
002345         ADD LINE-AMOUNT (WS-LINE-IX) TO WS-TAXABLE-TOTAL
002346     ELSE
002347         IF PRC-TAXABLE
002348             ADD LINE-AMOUNT (WS-LINE-IX) TO WS-TAXABLE-TOTAL
002349         END-IF
002352     END-IF.
002355 2200-CHECK-LINE-EXIT.
002360     EXIT.

002370 2210-READ-STOCK.
002519     EXIT.

002520*---------------------------------------------------------------*
002521*    PROMISE ONE LINE.  ON-HAND LESS OPEN DEMAND FIRST; WHERE     *
002522*    THAT FALLS SHORT, THE PRODUCT'S INBOUND PO LINES IN          *
002523*    EXPECTED-DATE ORDER UNTIL THE LINE IS COVERED.  THE LINE     *
002524*    JOINS THE OPEN DEMAND EITHER WAY - A LINE THAT CANNOT BE     *
002525*    PROMISED TODAY IS STILL A CLAIM ON THE NEXT RECEIPT.         *
002526*---------------------------------------------------------------*
002527 2300-PROMISE-LINE.
002528*---------------------------------------------------------------*
002529     PERFORM 2210-READ-STOCK
002530          THRU 2210-READ-STOCK-EXIT.
002531     PERFORM 2310-FIND-DEMAND
002532          THRU 2310-FIND-DEMAND-EXIT.
002533     COMPUTE WS-ATP-QTY = STK-ON-HAND-QTY - WS-DM-QTY (WS-DM-NDX).
002534     MOVE WS-RUN-DATE TO WS-COVER-DATE.
002535     IF WS-ATP-QTY < LINE-QTY (WS-LINE-IX)
002536         PERFORM 2320-LOAD-INBOUND
002537              THRU 2320-LOAD-INBOUND-EXIT
002538         MOVE 'Y' TO WS-INBOUND-LEFT-SW
002539         PERFORM 2330-TAKE-NEXT-INBOUND
002540              THRU 2330-TAKE-NEXT-INBOUND-EXIT
002541              UNTIL WS-ATP-QTY NOT < LINE-QTY (WS-LINE-IX)
002542                 OR NOT WS-INBOUND-LEFT
002543     END-IF.
002544     ADD LINE-QTY (WS-LINE-IX) TO WS-DM-QTY (WS-DM-NDX).
002545     IF WS-ATP-QTY < LINE-QTY (WS-LINE-IX)
002546         SET LINE-CANNOT-PROMISE (WS-LINE-IX) TO TRUE
002547         ADD 1 TO WS-LINES-NO-PROMISE
002548         GO TO 2300-PROMISE-LINE-EXIT
002549     END-IF.
002550     IF WS-COVER-DATE > WS-RUN-DATE
002551         ADD 1 TO WS-LINES-ON-INBOUND
002552     END-IF.
002553     COMPUTE LINE-PROMISE-DATE (WS-LINE-IX) =
002554             FUNCTION DATE-OF-INTEGER
002555                 (FUNCTION INTEGER-OF-DATE (WS-COVER-DATE)
002556                  + WS-SHIP-LEAD-DAYS).
002557     ADD 1 TO WS-LINES-PROMISED.
002558 2300-PROMISE-LINE-EXIT.
002559     EXIT.

002560*---------------------------------------------------------------*
002561*    POSITION WS-DM-NDX ON THE PRODUCT'S DEMAND ENTRY, ADDING A   *
002562*    ZERO ENTRY WHEN THE PRODUCT HAS NONE YET.                    *
002563*---------------------------------------------------------------*
002564 2310-FIND-DEMAND.
002565*---------------------------------------------------------------*
002566     MOVE 'N' TO WS-DEMAND-FOUND-SW.
002567     PERFORM 2311-SCAN-ONE-DEMAND
002568          THRU 2311-SCAN-ONE-DEMAND-EXIT
002569          VARYING WS-DM-NDX FROM 1 BY 1
002570          UNTIL WS-DM-NDX > WS-DM-COUNT
002571             OR WS-DEMAND-FOUND.
002572*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002573*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002574     IF WS-DEMAND-FOUND
002575         SUBTRACT 1 FROM WS-DM-NDX
002576         GO TO 2310-FIND-DEMAND-EXIT
002577     END-IF.
002578     IF WS-DM-COUNT >= 5000
002579         DISPLAY 'ORDEDIT - OPEN DEMAND TABLE FULL AT 5000 '
002580                 'PRODUCTS - RUN STOPPED'
002581         CLOSE ORDER-IN ORDER-MASTER PO-MASTER STOCK-MASTER
002582               XREF-MASTER PRICE-MASTER ORDER-OUT REJECT-OUT
002583         MOVE 16 TO RETURN-CODE
002584         PERFORM 9710-LOG-STEP-END
002585              THRU 9710-LOG-STEP-END-EXIT
002586         GOBACK
002587     END-IF.
002588     ADD 1 TO WS-DM-COUNT.
002589     MOVE WS-DM-COUNT TO WS-DM-NDX.
002590     MOVE LINE-PRODUCT (WS-LINE-IX) TO WS-DM-PRODUCT (WS-DM-NDX).
002591     MOVE ZERO TO WS-DM-QTY (WS-DM-NDX).
002592 2310-FIND-DEMAND-EXIT.
002593     EXIT.

002594 2311-SCAN-ONE-DEMAND.
002595     IF WS-DM-PRODUCT (WS-DM-NDX) = LINE-PRODUCT (WS-LINE-IX)
002596         SET WS-DEMAND-FOUND TO TRUE
002597     END-IF.
002598 2311-SCAN-ONE-DEMAND-EXIT.
002599     EXIT.

002600*---------------------------------------------------------------*
002601*    THE PRODUCT'S RECEIVABLE PO LINES WITH QUANTITY STILL TO     *
002602*    COME, READ THROUGH THE PO-PRODUCT ALTERNATE KEY.             *
002603*---------------------------------------------------------------*
002604 2320-LOAD-INBOUND.
002605*---------------------------------------------------------------*
002606     MOVE ZERO TO WS-IB-COUNT.
002607     MOVE 'N' TO WS-PO-SCAN-DONE-SW.
002608     IF NOT PO-FILE-PRESENT
002609         GO TO 2320-LOAD-INBOUND-EXIT
002610     END-IF.
002611     MOVE LINE-PRODUCT (WS-LINE-IX) TO PO-PRODUCT.
002612     START PO-MASTER KEY IS = PO-PRODUCT
002613         INVALID KEY
002614             GO TO 2320-LOAD-INBOUND-EXIT
002615     END-START.
002616     PERFORM 2321-READ-NEXT-PO-LINE
002617          THRU 2321-READ-NEXT-PO-LINE-EXIT
002618          UNTIL WS-PO-SCAN-DONE.
002619 2320-LOAD-INBOUND-EXIT.
002620     EXIT.

002621 2321-READ-NEXT-PO-LINE.
002622     READ PO-MASTER NEXT RECORD
002623         AT END
002624             SET WS-PO-SCAN-DONE TO TRUE
002625             GO TO 2321-READ-NEXT-PO-LINE-EXIT
002626     END-READ.
002627     IF PO-PRODUCT NOT = LINE-PRODUCT (WS-LINE-IX)
002628         SET WS-PO-SCAN-DONE TO TRUE
002629         GO TO 2321-READ-NEXT-PO-LINE-EXIT
002630     END-IF.
002631     IF NOT PO-RECEIVABLE
002632        OR PO-RECEIVED-QTY NOT < PO-ORDER-QTY
002633         GO TO 2321-READ-NEXT-PO-LINE-EXIT
002634     END-IF.
002635     IF WS-IB-COUNT >= 100
002636         SET WS-PO-SCAN-DONE TO TRUE
002637         GO TO 2321-READ-NEXT-PO-LINE-EXIT
002638     END-IF.
002639     ADD 1 TO WS-IB-COUNT.
002640     MOVE PO-EXPECTED-DATE TO WS-IB-DATE (WS-IB-COUNT).
002641     COMPUTE WS-IB-QTY (WS-IB-COUNT) =
002642             PO-ORDER-QTY - PO-RECEIVED-QTY.
002643     MOVE 'N' TO WS-IB-TAKEN-SW (WS-IB-COUNT).
002644 2321-READ-NEXT-PO-LINE-EXIT.
002645     EXIT.

002646*---------------------------------------------------------------*
002647*    TAKE THE EARLIEST INBOUND PO LINE NOT YET TAKEN INTO THE     *
002648*    AVAILABLE QUANTITY.  ITS EXPECTED DATE, OR TODAY IF THAT     *
002649*    HAS PASSED, BECOMES THE DATE THE LINE IS COVERED.            *
002650*---------------------------------------------------------------*
002651 2330-TAKE-NEXT-INBOUND.
002652*---------------------------------------------------------------*
002653     MOVE ZERO TO WS-IB-NEXT.
002654     PERFORM 2331-CHECK-ONE-INBOUND
002655          THRU 2331-CHECK-ONE-INBOUND-EXIT
002656          VARYING WS-IB-NDX FROM 1 BY 1
002657          UNTIL WS-IB-NDX > WS-IB-COUNT.
002658     IF WS-IB-NEXT = ZERO
002659         MOVE 'N' TO WS-INBOUND-LEFT-SW
002660         GO TO 2330-TAKE-NEXT-INBOUND-EXIT
002661     END-IF.
002662     SET WS-IB-TAKEN (WS-IB-NEXT) TO TRUE.
002663     ADD WS-IB-QTY (WS-IB-NEXT) TO WS-ATP-QTY.
002664     IF WS-IB-DATE (WS-IB-NEXT) > WS-COVER-DATE
002665         MOVE WS-IB-DATE (WS-IB-NEXT) TO WS-COVER-DATE
002666     END-IF.
002667 2330-TAKE-NEXT-INBOUND-EXIT.
002668     EXIT.

002669 2331-CHECK-ONE-INBOUND.
002670     IF WS-IB-TAKEN (WS-IB-NDX)
002671         GO TO 2331-CHECK-ONE-INBOUND-EXIT
002672     END-IF.
002673     IF WS-IB-NEXT = ZERO
002674         MOVE WS-IB-NDX TO WS-IB-NEXT
002675         GO TO 2331-CHECK-ONE-INBOUND-EXIT
002676     END-IF.
002677     IF WS-IB-DATE (WS-IB-NDX) < WS-IB-DATE (WS-IB-NEXT)
002678         MOVE WS-IB-NDX TO WS-IB-NEXT
002679     END-IF.
002680 2331-CHECK-ONE-INBOUND-EXIT.
002681     EXIT.

002682*---------------------------------------------------------------*
002683*    TAX THE ORDER.  THE CUSTOMER'S CU SEGMENT GIVES THE SHIP-TO  *
002684*    ZIP AND THE EXEMPTION; THE ZIP GIVES THE JURISDICTION AND    *
002685*    ITS RATES ON ORDER-DATE.  EACH AUTHORITY'S SHARE IS ROUNDED  *
002686*    ON ITS OWN.  NO CU SEGMENT OR NO JURISDICTION LEAVES THE     *
002687*    ORDER UNTAXED WITH A BLANK JURISDICTION.                     *
002688*---------------------------------------------------------------*
002689 2400-COMPUTE-TAX.
002690*---------------------------------------------------------------*
002691     MOVE SPACES           TO ORDER-TAX-JURIS.
002692     MOVE 'N'              TO ORDER-TAX-EXEMPT-SW.
002693     MOVE WS-TAXABLE-TOTAL TO ORDER-TAXABLE-AMOUNT.
002694     MOVE ZERO             TO ORDER-TAX-AMOUNT.
002695     PERFORM 2410-FIND-CUSTOMER
002696          THRU 2410-FIND-CUSTOMER-EXIT.
002697     IF NOT WS-CUST-FOUND
002698         ADD 1 TO WS-ORDERS-NO-JURIS
002699         DISPLAY 'ORDEDIT - ORDER ' ORDER-ID
002700                 ' NO CU SEGMENT FOR CUSTOMER, NOT TAXED'
002701         GO TO 2400-COMPUTE-TAX-EXIT
002702     END-IF.
002703     IF WS-CU-EXEMPT (WS-CUST-NDX)
002704         MOVE 'Y'  TO ORDER-TAX-EXEMPT-SW
002705         MOVE ZERO TO ORDER-TAXABLE-AMOUNT
002706     END-IF.
002707     PERFORM 2420-FIND-JURISDICTION
002708          THRU 2420-FIND-JURISDICTION-EXIT.
002709     IF WS-TJ-BEST = ZERO
002710         ADD 1 TO WS-ORDERS-NO-JURIS
002711         DISPLAY 'ORDEDIT - ORDER ' ORDER-ID ' ZIP '
002712                 WS-CU-ZIP (WS-CUST-NDX)
002713                 ' IN NO TAX JURISDICTION, NOT TAXED'
002714         GO TO 2400-COMPUTE-TAX-EXIT
002715     END-IF.
002716     MOVE WS-TJ-PREFIX (WS-TJ-BEST) TO ORDER-TAX-JURIS.
002717     IF ORDER-TAX-EXEMPT
002718         ADD 1 TO WS-ORDERS-TAX-EXEMPT
002719         GO TO 2400-COMPUTE-TAX-EXIT
002720     END-IF.
002721     COMPUTE WS-STATE-TAX ROUNDED =
002722             ORDER-TAXABLE-AMOUNT
002723             * WS-TJ-STATE-RATE (WS-TJ-BEST).
002724     COMPUTE WS-COUNTY-TAX ROUNDED =
002725             ORDER-TAXABLE-AMOUNT
002726             * WS-TJ-COUNTY-RATE (WS-TJ-BEST).
002727     COMPUTE WS-CITY-TAX ROUNDED =
002728             ORDER-TAXABLE-AMOUNT
002729             * WS-TJ-CITY-RATE (WS-TJ-BEST).
002730     COMPUTE ORDER-TAX-AMOUNT =
002731             WS-STATE-TAX + WS-COUNTY-TAX + WS-CITY-TAX.
002732     ADD 1 TO WS-ORDERS-TAXED.
002733 2400-COMPUTE-TAX-EXIT.
002734     EXIT.

002735*---------------------------------------------------------------*
002736*    THE ORDER'S CUSTOMER IN THE CU TABLE, BY THE COMMON-KEY ON   *
002737*    THE CROSS-REFERENCE ENTRY 2100 READ.  SETS WS-CUST-NDX.      *
002738*---------------------------------------------------------------*
002739 2410-FIND-CUSTOMER.
002740*---------------------------------------------------------------*
002741     MOVE 'N' TO WS-CUST-FOUND-SW.
002742     IF NOT XREF-HAS-COMMON-KEY
002743         GO TO 2410-FIND-CUSTOMER-EXIT
002744     END-IF.
002745     PERFORM 2411-SCAN-CUST-ENTRY
002746          THRU 2411-SCAN-CUST-ENTRY-EXIT
002747          VARYING WS-CUST-NDX FROM 1 BY 1
002748          UNTIL WS-CUST-NDX > WS-CUST-COUNT
002749             OR WS-CUST-FOUND.
002750*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002751*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002752     IF WS-CUST-FOUND
002753         SUBTRACT 1 FROM WS-CUST-NDX
002754     END-IF.
002755 2410-FIND-CUSTOMER-EXIT.
002756     EXIT.

002757 2411-SCAN-CUST-ENTRY.
002758     IF WS-CU-COMMON-KEY (WS-CUST-NDX) = XRFM-COMMON-KEY
002759         SET WS-CUST-FOUND TO TRUE
002760     END-IF.
002761 2411-SCAN-CUST-ENTRY-EXIT.
002762     EXIT.

002763*---------------------------------------------------------------*
002764*    THE JURISDICTION FOR THE CUSTOMER'S ZIP: OF THE ENTRIES      *
002765*    EFFECTIVE ON OR BEFORE ORDER-DATE WHOSE PREFIX MATCHES THE   *
002766*    ZIP, THE LONGEST PREFIX, AND FOR THAT PREFIX THE LATEST      *
002767*    EFFECTIVE DATE.  SETS WS-TJ-BEST, ZERO WHEN NONE MATCHES.    *
002768*---------------------------------------------------------------*
002769 2420-FIND-JURISDICTION.
002770*---------------------------------------------------------------*
002771     MOVE ZERO TO WS-TJ-BEST
002772                  WS-BEST-LEN
002773                  WS-BEST-DATE.
002774     PERFORM 2421-SCAN-JURIS-ENTRY
002775          THRU 2421-SCAN-JURIS-ENTRY-EXIT
002776          VARYING WS-TJ-NDX FROM 1 BY 1
002777          UNTIL WS-TJ-NDX > WS-TJ-COUNT.
002778 2420-FIND-JURISDICTION-EXIT.
002779     EXIT.

002780 2421-SCAN-JURIS-ENTRY.
002781     IF WS-TJ-EFF-DATE (WS-TJ-NDX) > ORDER-DATE
002782         GO TO 2421-SCAN-JURIS-ENTRY-EXIT
002783     END-IF.
002784     MOVE WS-TJ-PREFIX-LEN (WS-TJ-NDX) TO WS-PREFIX-LEN.
002785     IF WS-PREFIX-LEN < WS-BEST-LEN
002786         GO TO 2421-SCAN-JURIS-ENTRY-EXIT
002787     END-IF.
002788     IF WS-CU-ZIP (WS-CUST-NDX) (1:WS-PREFIX-LEN)
002789        NOT = WS-TJ-PREFIX (WS-TJ-NDX) (1:WS-PREFIX-LEN)
002790         GO TO 2421-SCAN-JURIS-ENTRY-EXIT
002791     END-IF.
002792     IF WS-PREFIX-LEN = WS-BEST-LEN
002793        AND WS-TJ-EFF-DATE (WS-TJ-NDX) < WS-BEST-DATE
002794         GO TO 2421-SCAN-JURIS-ENTRY-EXIT
002795     END-IF.
002796     MOVE WS-TJ-NDX                  TO WS-TJ-BEST.
002797     MOVE WS-PREFIX-LEN              TO WS-BEST-LEN.
002798     MOVE WS-TJ-EFF-DATE (WS-TJ-NDX) TO WS-BEST-DATE.
002799 2421-SCAN-JURIS-ENTRY-EXIT.
002800     EXIT.

002801*---------------------------------------------------------------*
002802 8010-LOG-REJECT.
002803*---------------------------------------------------------------*
002804     DISPLAY 'ORDEDIT - ORDER ' ORDER-ID ' REJECTED: '
002805             WS-REJECT-REASON.
002806     MOVE SPACES              TO REJECT-RECORD.
002807     MOVE 'ORDEDIT'           TO RJ-SOURCE-FILE.
002808     MOVE ORDER-ID            TO RJ-KEY-FIELD.
002809     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002810     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002811     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002812     WRITE REJECT-RECORD.
002813 8010-LOG-REJECT-EXIT.
002814     EXIT.

002815*---------------------------------------------------------------*
002816 9000-TERMINATE.
002817*---------------------------------------------------------------*
002818     DISPLAY 'ORDEDIT - ORDERS READ..........: ' WS-ORDERS-READ.
002819     DISPLAY 'ORDEDIT - ORDERS PASSED........: '
002820              WS-ORDERS-PASSED.
002821     DISPLAY 'ORDEDIT - ORDERS REJECTED......: '
002822              WS-ORDERS-REJECTED.
002823     DISPLAY 'ORDEDIT - LINES REPRICED.......: '
002824              WS-LINES-REPRICED.
002825     DISPLAY 'ORDEDIT - LINES NOT ON PRICES..: '
002826              WS-LINES-UNPRICED.
002827     DISPLAY 'ORDEDIT - MASTER ORDERS SCANNED: '
002828              WS-MASTER-ORDERS-READ.
002829     DISPLAY 'ORDEDIT - LINES PROMISED.......: '
002830              WS-LINES-PROMISED.
002831     DISPLAY 'ORDEDIT -   ON INBOUND PO......: '
002832              WS-LINES-ON-INBOUND.
002833     DISPLAY 'ORDEDIT - LINES CANNOT PROMISE.: '
002834              WS-LINES-NO-PROMISE.
002835     DISPLAY 'ORDEDIT - ORDERS TAXED.........: '
002836              WS-ORDERS-TAXED.
002837     DISPLAY 'ORDEDIT - ORDERS TAX-EXEMPT....: '
002838              WS-ORDERS-TAX-EXEMPT.
002839     DISPLAY 'ORDEDIT - ORDERS NO TAX JURIS..: '
002840              WS-ORDERS-NO-JURIS.
002841     CLOSE ORDER-IN ORDER-MASTER PO-MASTER STOCK-MASTER
002842           XREF-MASTER PRICE-MASTER
002843           ORDER-OUT REJECT-OUT.
002844 9000-TERMINATE-EXIT.
002845     EXIT.

002846*---------------------------------------------------------------*
002847*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002848*---------------------------------------------------------------*
002849 9700-LOG-STEP-START.
002850*---------------------------------------------------------------*
002851     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002852     MOVE 'ORDEDIT'         TO EX-JOB-NAME.
002853     SET EX-STEP-START      TO TRUE.
002854     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002855     ACCEPT EX-RUN-TIME FROM TIME.
002856     MOVE ZERO              TO EX-RECORDS-READ
002857                               EX-RECORDS-WRITTEN
002860                               EX-REJECT-COUNT
002870                               EX-COMPLETION-CODE.
002880     OPEN EXTEND EXEC-LOG-OUT.
002890     WRITE EXECUTION-LOG-RECORD.
002900     CLOSE EXEC-LOG-OUT.
002910 9700-LOG-STEP-START-EXIT.
002920     EXIT.

002930*---------------------------------------------------------------*
002940*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002950*    ENDING WITH.                                               *
002960*---------------------------------------------------------------*
002970 9710-LOG-STEP-END.
002980*---------------------------------------------------------------*
002990     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003000     MOVE 'ORDEDIT'         TO EX-JOB-NAME.
003010     SET EX-STEP-END        TO TRUE.
003020     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003030     ACCEPT EX-RUN-TIME FROM TIME.
003040     MOVE WS-ORDERS-READ    TO EX-RECORDS-READ.
003050     MOVE WS-ORDERS-PASSED  TO EX-RECORDS-WRITTEN.
003060     MOVE WS-ORDERS-REJECTED TO EX-REJECT-COUNT.
003070     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003080     OPEN EXTEND EXEC-LOG-OUT.
003090     WRITE EXECUTION-LOG-RECORD.
003100     CLOSE EXEC-LOG-OUT.
003110 9710-LOG-STEP-END-EXIT.
003120     EXIT.
