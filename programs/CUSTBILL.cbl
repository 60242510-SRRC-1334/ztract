000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CUSTBILL.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - NIGHTLY CUSTOMER BILLING
000210*                   RUN.  STKALLOC'S SHIP DETAIL CHARGED THE
000220*                   ACCOUNT THROUGH ACCTPOST BUT THE CUSTOMER
000230*                   NEVER GOT AN INVOICE DOCUMENT, AND NOTHING
000240*                   SAID WHICH SHIPMENTS MADE UP THE BALANCE.
000242*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000244*                   TO THE COMMON EXECUTION LOG FOR THE
000246*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000248*  2026-10-15 JLH   BILLS EACH TAXABLE SHIPPED LINE'S SHARE OF
000250*                   THE ORDER'S SALES TAX, PRINTED AS A TAX LINE
000252*                   AND CARRIED IN THE OPEN ITEM, SO THE OPEN
000254*                   ITEMS TIE TO THE BALANCE ACCTPOST CHARGES.
000256*****************************************************************
000260*  REMARKS.
000270*      ONE CUSTOMER INVOICE IS PRINTED PER ORDER ON THE DAY'S
000280*      SHIP-DETAIL FILE (COPY SHIPDTL), WHICH STKALLOC WRITES
000290*      WITH ALL OF ONE ORDER'S SHIPPED LINES ADJACENT, SO ONE
000300*      INVOICE PER ORDER FALLS OUT OF A CLASSIC CONTROL BREAK
000310*      THE SAME WAY EDIASN BUILDS ONE SHIP NOTICE PER ORDER:
000320*
000330*          - THE ORDER COMES OFF THE INDEXED ORDER MASTER, AND
000340*            EACH SHIPPED QUANTITY IS PRICED AT ITS ORDER LINE'S
000350*            LINE-PRICE
000360*          - THE CUSTOMER RESOLVES THROUGH THE CROSS-REFERENCE TO
000370*            ITS PARTY'S COMMON-KEY, AND THE BILL-TO BLOCK IS THAT
000380*            PARTY'S CU SEGMENT (LOADED INTO STORAGE AT START-UP
000390*            FROM THE MULTI-SEGMENT FILE)
000400*          - THE DUE DATE IS THE RUN DATE PLUS THE CONTROL-CARD
000410*            TERMS DAYS (30 WHEN THERE IS NO CARD)
000420*
000421*      SALES TAX IS BILLED AS IT IS SHIPPED.  EACH SHIPPED LINE
000422*      OF A TAXABLE PRODUCT (PRICE MASTER TAX CLASS) CARRIES ITS
000423*      SHARE OF THE ORDER'S TAX AT THE RATE THE ORDER WAS
000424*      ACTUALLY TAXED - ORDER-TAX-AMOUNT OVER ORDER-TAXABLE-
000425*      AMOUNT - THE SAME FORMULA RMAPROC CREDITS A RETURN AT.
000426*      THE TAX PRINTS AS ITS OWN LINE ABOVE THE INVOICE TOTAL,
000427*      AND THE TOTAL AND THE OPEN ITEM INCLUDE IT.
000428*
000430*      EVERY INVOICE PRINTED WRITES ONE OPEN-ITEM RECEIVABLE
000440*      RECORD (COPY ARITEM) - INVOICE NUMBER, DUE DATE, AMOUNT,
000450*      AND OPEN AMOUNT, WHICH STARTS AT THE FULL AMOUNT.  THE
000460*      OPEN-ITEM FILE IS CUMULATIVE: INVOICE NUMBERS ARE SEEDED
000470*      AT INITIALIZE FROM THE HIGHEST ONE ALREADY ON IT AND THE
000480*      FILE IS EXTENDED, THE SAME SHAPE AS THE EDI CONTROL LOG.
000490*
000500*      AN ORDER NOT ON THE MASTER, OR A CUSTOMER WITH NO PARTY OR
000510*      NO CU SEGMENT, GOES TO THE COMMON REJECT LOG AND IS NOT
000520*      BILLED.  A SHIPPED LINE NOT ON ITS ORDER IS REJECTED BY
000530*      ITSELF AND THE REST OF THE ORDER BILLS.  THE RUN ENDS WITH
000540*      A CONTROL SUMMARY SO THE INVOICES CAN BE BALANCED BEFORE
000550*      MAILING.
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT SHIP-DTL-IN   ASSIGN TO SHIPIN
000660            ORGANIZATION IS SEQUENTIAL.
000670     SELECT ORDER-MASTER  ASSIGN TO ORDMSTR
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS RANDOM
000700            RECORD KEY IS ORDER-ID
000710            ALTERNATE RECORD KEY IS CUSTOMER-NR
000720                WITH DUPLICATES
000730            FILE STATUS IS WS-ORDMSTR-STATUS.
000731     SELECT PRICE-MASTER  ASSIGN TO PRCMSTR
000732            ORGANIZATION IS INDEXED
000733            ACCESS MODE IS RANDOM
000734            RECORD KEY IS PRC-PRODUCT
000735            FILE STATUS IS WS-PRCMSTR-STATUS.
000740     SELECT XREF-MASTER   ASSIGN TO XREFMSTR
000750            ORGANIZATION IS INDEXED
000760            ACCESS MODE IS RANDOM
000770            RECORD KEY IS XRFM-PARTY-ID
000780            ALTERNATE RECORD KEY IS XRFM-CUSTOMER-NR
000790                WITH DUPLICATES
000800            ALTERNATE RECORD KEY IS XRFM-VENDOR-ID
000810                WITH DUPLICATES
000820            ALTERNATE RECORD KEY IS XRFM-COMMON-KEY
000830                WITH DUPLICATES
000840            FILE STATUS IS WS-XREFMSTR-STATUS.
000850     SELECT MSEG-IN       ASSIGN TO MSEGIN
000860            ORGANIZATION IS SEQUENTIAL.
000870     SELECT INVOICE-OUT   ASSIGN TO BILLOUT
000880            ORGANIZATION IS SEQUENTIAL.
000890     SELECT OPTIONAL
000900            OPEN-ITEM-IN  ASSIGN TO ARITEMS
000910            ORGANIZATION IS SEQUENTIAL
000920            FILE STATUS IS WS-ARIN-STATUS.
000930     SELECT OPEN-ITEM-OUT ASSIGN TO ARITEMS
000940            ORGANIZATION IS SEQUENTIAL.
000950     SELECT REJECT-OUT    ASSIGN TO REJOUT
000960            ORGANIZATION IS SEQUENTIAL.
000962     SELECT OPTIONAL
000964            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000966            ORGANIZATION IS SEQUENTIAL
000968            FILE STATUS IS WS-EXECLOG-STATUS.

000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  CONTROL-CARD-IN
001000     LABEL RECORDS ARE STANDARD.
001010 01  CONTROL-CARD-RECORD.
001020     05  CC-TERMS-DAYS             PIC 9(03).

001030 FD  SHIP-DTL-IN
001040     LABEL RECORDS ARE STANDARD.
001050 COPY SHIPDTL.

001060 FD  ORDER-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080 COPY ORDREC.

001082 FD  PRICE-MASTER
001084     LABEL RECORDS ARE STANDARD.
001086 COPY PRICEREC.

001090 FD  XREF-MASTER
001100     LABEL RECORDS ARE STANDARD.
001110 COPY XREFREC REPLACING ==PARTY-XREF-RECORD==
001120                     BY ==XREF-MASTER-RECORD==
001130                        ==XREF-PARTY-ID==
001140                     BY ==XRFM-PARTY-ID==
001150                        ==XREF-PARTY-NAME==
001160                     BY ==XRFM-PARTY-NAME==
001170                        ==XREF-CUSTOMER-NR-SW==
001180                     BY ==XRFM-CUSTOMER-NR-SW==
001190                        ==XREF-CUSTOMER-NR==
001200                     BY ==XRFM-CUSTOMER-NR==
001210                        ==XREF-VENDOR-ID-SW==
001220                     BY ==XRFM-VENDOR-ID-SW==
001230                        ==XREF-VENDOR-ID==
001240                     BY ==XRFM-VENDOR-ID==
001250                        ==XREF-COMMON-KEY-SW==
001260                     BY ==XRFM-COMMON-KEY-SW==
001270                        ==XREF-COMMON-KEY==
001280                     BY ==XRFM-COMMON-KEY==.

001290 FD  MSEG-IN
001300     LABEL RECORDS ARE STANDARD.
001310 COPY MSEGREC.

001320 FD  INVOICE-OUT
001330     LABEL RECORDS ARE STANDARD.
001340 01  INVOICE-LINE              PIC X(100).

001350 FD  OPEN-ITEM-IN
001360     LABEL RECORDS ARE STANDARD.
001370 COPY ARITEM REPLACING ==OPEN-ITEM-RECORD==
001380                    BY ==OPEN-ITEM-IN-RECORD==
001390                       ==OI-INVOICE-NR==
001400                    BY ==OII-INVOICE-NR==
001410                       ==OI-ORDER-ID==
001420                    BY ==OII-ORDER-ID==
001430                       ==OI-CUSTOMER-NR==
001440                    BY ==OII-CUSTOMER-NR==
001450                       ==OI-COMMON-KEY==
001460                    BY ==OII-COMMON-KEY==
001470                       ==OI-INVOICE-DATE==
001480                    BY ==OII-INVOICE-DATE==
001490                       ==OI-DUE-DATE==
001500                    BY ==OII-DUE-DATE==
001510                       ==OI-AMOUNT==
001520                    BY ==OII-AMOUNT==
001530                       ==OI-OPEN-AMOUNT==
001540                    BY ==OII-OPEN-AMOUNT==
001550                       ==OI-STATUS==
001560                    BY ==OII-STATUS==
001570                       ==OI-OPEN==
001580                    BY ==OII-OPEN==
001590                       ==OI-PAID==
001600                    BY ==OII-PAID==.

001610 FD  OPEN-ITEM-OUT
001620     LABEL RECORDS ARE STANDARD.
001630 COPY ARITEM.

001640 FD  REJECT-OUT
001650     LABEL RECORDS ARE STANDARD.
001660 COPY REJCREC.

001662 FD  EXEC-LOG-OUT
001664     LABEL RECORDS ARE STANDARD.
001666 COPY EXECLOG.

001670 WORKING-STORAGE SECTION.
001680 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001690 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001700 01  WS-ARIN-STATUS            PIC X(02)  VALUE SPACES.
001702 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.
001705 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001710 01  WS-SWITCHES.
001720     05  WS-SHIP-EOF           PIC X(01)  VALUE 'N'.
001730         88  SHIP-EOF                     VALUE 'Y'.
001740     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
001750         88  MSEG-EOF                     VALUE 'Y'.
001760     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001770         88  WS-TABLE-FULL                VALUE 'Y'.
001780     05  WS-ORDER-BILLABLE-SW  PIC X(01)  VALUE 'N'.
001790         88  WS-ORDER-BILLABLE            VALUE 'Y'.
001800     05  WS-CUST-FOUND-SW      PIC X(01)  VALUE 'N'.
001810         88  WS-CUST-FOUND                VALUE 'Y'.
001820     05  WS-LINE-FOUND-SW      PIC X(01)  VALUE 'N'.
001830         88  WS-LINE-FOUND                VALUE 'Y'.
001833     05  WS-PRICE-FOUND-SW     PIC X(01)  VALUE 'N'.
001836         88  WS-PRICE-FOUND               VALUE 'Y'.

001840 01  WS-LOG-SWITCHES.
001850     05  WS-ARIN-EOF           PIC X(01)  VALUE 'N'.
001860         88  ARIN-EOF                     VALUE 'Y'.
001870     05  WS-AR-FILE-PRESENT    PIC X(01)  VALUE 'N'.
001880         88  AR-FILE-PRESENT              VALUE 'Y'.

001890 01  WS-COUNTERS                          COMP.
001900     05  WS-DETAILS-READ       PIC 9(09)  VALUE ZERO.
001910     05  WS-LINES-BILLED       PIC 9(09)  VALUE ZERO.
001920     05  WS-INVOICES-PRINTED   PIC 9(09)  VALUE ZERO.
001930     05  WS-ORDERS-REJECTED    PIC 9(09)  VALUE ZERO.
001940     05  WS-LINES-REJECTED     PIC 9(09)  VALUE ZERO.
001950     05  WS-ITEMS-WRITTEN      PIC 9(09)  VALUE ZERO.
001960     05  WS-CUST-COUNT         PIC 9(09)  VALUE ZERO.
001970     05  WS-CUST-NDX           PIC 9(09)  VALUE ZERO.
001980     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.

001990*----------------------------------------------------------------
002000*    EVERY CU SEGMENT OFF THE MULTI-SEGMENT FILE, KEYED BY
002010*    COMMON-KEY, FOR THE INVOICE BILL-TO BLOCK.
002020*----------------------------------------------------------------
002030 01  WS-CUST-TABLE.
002040     05  WS-CU-ENTRY OCCURS 1 TO 20000 TIMES
002050                     DEPENDING ON WS-CUST-COUNT.
002060         10  WS-CU-COMMON-KEY   PIC 9(10).
002070         10  WS-CU-NAME         PIC X(40).
002080         10  WS-CU-ADDR         PIC X(60).
002090         10  WS-CU-CITY         PIC X(30).
002100         10  WS-CU-ZIP          PIC X(10).

002110 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002120 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
002130 01  WS-TERMS-DAYS             PIC 9(03)  VALUE 30.
002140 01  WS-DUE-DATE               PIC 9(08)  VALUE ZERO.
002150 01  WS-INVOICE-NR             PIC 9(10)  VALUE ZERO.
002160 01  WS-CURRENT-ORDER          PIC 9(10)  VALUE ZERO.
002170 01  WS-PARTY-COMMON-KEY       PIC 9(10)  VALUE ZERO.
002180 01  WS-REJECT-KEY             PIC X(20)  VALUE SPACES.
002190 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
002200 01  WS-LINE-EXTENSION         PIC S9(09)V99 COMP-3 VALUE ZERO.
002210 01  WS-INVOICE-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
002213 01  WS-LINE-TAX               PIC S9(09)V99 COMP-3 VALUE ZERO.
002216 01  WS-INVOICE-TAX            PIC S9(11)V99 COMP-3 VALUE ZERO.

002220 01  WS-RUN-TOTALS.
002230     05  WS-TOTAL-BILLED       PIC S9(15)V99 COMP-3 VALUE ZERO.
002235     05  WS-TOTAL-TAX          PIC S9(15)V99 COMP-3 VALUE ZERO.

002240 01  WS-REJECT-LINE-KEY.
002250     05  RK-ORDER-ID           PIC 9(10).
002260     05  FILLER                PIC X(01)  VALUE '/'.
002270     05  RK-LINE-ITEM-NR       PIC 9(05).

002280 01  WS-INV-HEADING.
002290     05  FILLER                 PIC X(03) VALUE SPACES.
002300     05  FILLER                 PIC X(09) VALUE 'INVOICE  '.
002310     05  BH-INVOICE-NR          PIC 9(10).
002320     05  FILLER                 PIC X(07) VALUE '  DATE '.
002330     05  BH-INVOICE-DATE        PIC 9(08).
002340     05  FILLER                 PIC X(06) VALUE '  DUE '.
002350     05  BH-DUE-DATE            PIC 9(08).
002360     05  FILLER                 PIC X(08) VALUE '  ORDER '.
002370     05  BH-ORDER-ID            PIC 9(10).

002380 01  WS-ADDR-LINE.
002390     05  FILLER                 PIC X(05) VALUE SPACES.
002400     05  AL-TEXT                PIC X(60).

002410 01  WS-COLUMN-HEADING.
002420     05  FILLER                 PIC X(07) VALUE SPACES.
002430     05  FILLER                 PIC X(07) VALUE 'LINE  '.
002440     05  FILLER                 PIC X(22) VALUE 'PRODUCT'.
002450     05  FILLER                 PIC X(08) VALUE '   QTY'.
002460     05  FILLER                 PIC X(14) VALUE '       PRICE'.
002470     05  FILLER                 PIC X(16) VALUE '         AMOUNT'.

002480 01  WS-DETAIL-LINE.
002490     05  FILLER                 PIC X(07) VALUE SPACES.
002500     05  BD-LINE-ITEM-NR        PIC 9(05).
002510     05  FILLER                 PIC X(02) VALUE SPACES.
002520     05  BD-PRODUCT             PIC X(20).
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  BD-SHIP-QTY            PIC ZZ,ZZ9.
002550     05  FILLER                 PIC X(02) VALUE SPACES.
002560     05  BD-PRICE               PIC Z,ZZZ,ZZ9.99-.
002570     05  FILLER                 PIC X(02) VALUE SPACES.
002580     05  BD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

002590 01  WS-TOTAL-LINE.
002600     05  FILLER                 PIC X(05) VALUE SPACES.
002610     05  TL-CAPTION             PIC X(18).
002620     05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.

002630 01  WS-SUMMARY-LINE.
002640     05  FILLER                 PIC X(03) VALUE SPACES.
002650     05  SU-CAPTION             PIC X(30).
002660     05  SU-COUNT               PIC ZZZ,ZZZ,ZZ9.
002670     05  FILLER                 PIC X(03) VALUE SPACES.
002680     05  SU-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

002690 PROCEDURE DIVISION.
002700*---------------------------------------------------------------*
002710 0000-MAINLINE.
002720*---------------------------------------------------------------*
002723     PERFORM 9700-LOG-STEP-START
002726          THRU 9700-LOG-STEP-START-EXIT.
002730     PERFORM 1000-INITIALIZE
002740          THRU 1000-INITIALIZE-EXIT.
002750     IF WS-TABLE-FULL
002760         DISPLAY 'CUSTBILL - CU SEGMENT TABLE FULL, BILLING '
002770                 'INCOMPLETE - FAILING THE STEP'
002780         CLOSE SHIP-DTL-IN ORDER-MASTER XREF-MASTER
002790               INVOICE-OUT OPEN-ITEM-OUT REJECT-OUT
002795               PRICE-MASTER
002800         MOVE 16 TO RETURN-CODE
002803         PERFORM 9710-LOG-STEP-END
002806              THRU 9710-LOG-STEP-END-EXIT
002810         GOBACK
002820     END-IF.
002830     PERFORM 2000-PROCESS-ORDER
002840          THRU 2000-PROCESS-ORDER-EXIT
002850          UNTIL SHIP-EOF.
002860     PERFORM 8000-PRINT-SUMMARY
002870          THRU 8000-PRINT-SUMMARY-EXIT.
002880     PERFORM 9000-TERMINATE
002890          THRU 9000-TERMINATE-EXIT.
002893     PERFORM 9710-LOG-STEP-END
002896          THRU 9710-LOG-STEP-END-EXIT.
002900     GOBACK.

002910*---------------------------------------------------------------*
002920 1000-INITIALIZE.
002930*---------------------------------------------------------------*
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002950     ACCEPT WS-RUN-TIME FROM TIME.
002960     OPEN INPUT CONTROL-CARD-IN.
002970     READ CONTROL-CARD-IN
002980         AT END
002990             DISPLAY 'CUSTBILL - NO CONTROL CARD, USING '
003000                     'DEFAULT TERMS OF 30 DAYS'
003010         NOT AT END
003020             IF CC-TERMS-DAYS NUMERIC
003030                 MOVE CC-TERMS-DAYS TO WS-TERMS-DAYS
003040             END-IF
003050     END-READ.
003060     CLOSE CONTROL-CARD-IN.
003070     COMPUTE WS-DUE-DATE =
003080             FUNCTION DATE-OF-INTEGER
003090                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003100                  + WS-TERMS-DAYS).
003110     PERFORM 1100-SEED-INVOICE-NUMBER
003120          THRU 1100-SEED-INVOICE-NUMBER-EXIT.
003130     OPEN INPUT  SHIP-DTL-IN
003140                 ORDER-MASTER
003145                 PRICE-MASTER
003150                 XREF-MASTER
003160                 MSEG-IN
003170          OUTPUT INVOICE-OUT
003180                 REJECT-OUT.
003190     IF AR-FILE-PRESENT
003200         OPEN EXTEND OPEN-ITEM-OUT
003210     ELSE
003220         OPEN OUTPUT OPEN-ITEM-OUT
003230     END-IF.
003240     PERFORM 1200-LOAD-CUST-TABLE
003250          THRU 1200-LOAD-CUST-TABLE-EXIT
003260          UNTIL MSEG-EOF
003270             OR WS-TABLE-FULL.
003280     CLOSE MSEG-IN.
003290     READ SHIP-DTL-IN
003300         AT END SET SHIP-EOF TO TRUE
003310     END-READ.
003320 1000-INITIALIZE-EXIT.
003330     EXIT.

003340*---------------------------------------------------------------*
003350*    THE OPEN-ITEM FILE IS CUMULATIVE, SO INVOICE NUMBERS MUST   *
003360*    KEEP CLIMBING ACROSS RUNS.  SEED THE COUNTER FROM THE       *
003370*    HIGHEST INVOICE NUMBER ALREADY ON THE FILE (IF IT EXISTS    *
003380*    FROM A PRIOR RUN), THE SAME SHAPE AS THE EDI CONTROL LOG.   *
003390*---------------------------------------------------------------*
003400 1100-SEED-INVOICE-NUMBER.
003410*---------------------------------------------------------------*
003420     OPEN INPUT OPEN-ITEM-IN.
003430     IF WS-ARIN-STATUS = '00'
003440         SET AR-FILE-PRESENT TO TRUE
003450         PERFORM 1110-READ-OPEN-ITEM
003460              THRU 1110-READ-OPEN-ITEM-EXIT
003470              UNTIL ARIN-EOF
003480         CLOSE OPEN-ITEM-IN
003490     END-IF.
003500 1100-SEED-INVOICE-NUMBER-EXIT.
003510     EXIT.

003520 1110-READ-OPEN-ITEM.
003530     READ OPEN-ITEM-IN
003540         AT END SET ARIN-EOF TO TRUE
003550         NOT AT END
003560             IF OII-INVOICE-NR > WS-INVOICE-NR
003570                 MOVE OII-INVOICE-NR TO WS-INVOICE-NR
003580             END-IF
003590     END-READ.
003600 1110-READ-OPEN-ITEM-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------*
003630*    ONE BILL-TO TABLE ENTRY PER CU SEGMENT ON THE MULTI-SEGMENT *
003640*    FILE.  A FULL TABLE FAILS THE STEP, THE SAME AS ACCTPOST.   *
003650*---------------------------------------------------------------*
003660 1200-LOAD-CUST-TABLE.
003670*---------------------------------------------------------------*
003680     READ MSEG-IN
003690         AT END SET MSEG-EOF TO TRUE
003700         NOT AT END
003710             IF SEGMENT-IS-CUSTOMER
003720                 IF WS-CUST-COUNT >= 20000
003730                     SET WS-TABLE-FULL TO TRUE
003740                 ELSE
003750                     ADD 1 TO WS-CUST-COUNT
003760                     MOVE COMMON-KEY
003770                       TO WS-CU-COMMON-KEY (WS-CUST-COUNT)
003780                     MOVE CUST-NAME TO WS-CU-NAME (WS-CUST-COUNT)
003790                     MOVE CUST-ADDR TO WS-CU-ADDR (WS-CUST-COUNT)
003800                     MOVE CUST-CITY TO WS-CU-CITY (WS-CUST-COUNT)
003810                     MOVE CUST-ZIP  TO WS-CU-ZIP (WS-CUST-COUNT)
003820                 END-IF
003830             END-IF
003840     END-READ.
003850 1200-LOAD-CUST-TABLE-EXIT.
003860     EXIT.

003870*---------------------------------------------------------------*
003880*    ONE PASS OF THIS PARAGRAPH IS ONE ORDER'S INVOICE - THE     *
003890*    ORDER AND BILL-TO ARE PROVED FIRST, THEN EVERY SHIPPED LINE *
003900*    IS PRICED AND PRINTED, THEN THE TOTAL AND THE OPEN ITEM.    *
003910*---------------------------------------------------------------*
003920 2000-PROCESS-ORDER.
003930*---------------------------------------------------------------*
003940     MOVE SD-ORDER-ID TO WS-CURRENT-ORDER.
003950     MOVE ZERO TO WS-INVOICE-AMOUNT
003955                  WS-INVOICE-TAX.
003960     PERFORM 2100-CHECK-ORDER
003970          THRU 2100-CHECK-ORDER-EXIT.
003980     IF NOT WS-ORDER-BILLABLE
003990         ADD 1 TO WS-ORDERS-REJECTED
004000         MOVE WS-CURRENT-ORDER TO WS-REJECT-KEY
004010         PERFORM 8010-LOG-REJECT
004020              THRU 8010-LOG-REJECT-EXIT
004030         PERFORM 2900-SKIP-DETAIL
004040              THRU 2900-SKIP-DETAIL-EXIT
004050              UNTIL SHIP-EOF
004060                 OR SD-ORDER-ID NOT = WS-CURRENT-ORDER
004070         GO TO 2000-PROCESS-ORDER-EXIT
004080     END-IF.
004090     ADD 1 TO WS-INVOICE-NR
004100              WS-INVOICES-PRINTED.
004110     PERFORM 2300-PRINT-INVOICE-HEADING
004120          THRU 2300-PRINT-INVOICE-HEADING-EXIT.
004130     PERFORM 2400-BILL-SHIPPED-LINE
004140          THRU 2400-BILL-SHIPPED-LINE-EXIT
004150          UNTIL SHIP-EOF
004160             OR SD-ORDER-ID NOT = WS-CURRENT-ORDER.
004170     PERFORM 2500-PRINT-INVOICE-TOTAL
004180          THRU 2500-PRINT-INVOICE-TOTAL-EXIT.
004190     PERFORM 2600-WRITE-OPEN-ITEM
004200          THRU 2600-WRITE-OPEN-ITEM-EXIT.
004210 2000-PROCESS-ORDER-EXIT.
004220     EXIT.

004230*---------------------------------------------------------------*
004240*    THE ORDER MUST BE ON THE MASTER, AND ITS CUSTOMER MUST      *
004250*    RESOLVE THROUGH THE CROSS-REFERENCE TO A PARTY WITH A CU    *
004260*    SEGMENT TO BILL TO.                                         *
004270*---------------------------------------------------------------*
004280 2100-CHECK-ORDER.
004290*---------------------------------------------------------------*
004300     MOVE 'N' TO WS-ORDER-BILLABLE-SW.
004310     MOVE WS-CURRENT-ORDER TO ORDER-ID.
004320     READ ORDER-MASTER
004330         INVALID KEY
004340             MOVE 'SHIPPED ORDER NOT ON MASTER'
004350               TO WS-REJECT-REASON
004360             GO TO 2100-CHECK-ORDER-EXIT
004370     END-READ.
004380     MOVE ZERO TO WS-PARTY-COMMON-KEY.
004390     MOVE CUSTOMER-NR TO XRFM-CUSTOMER-NR.
004400     READ XREF-MASTER KEY IS XRFM-CUSTOMER-NR
004410         INVALID KEY
004420             CONTINUE
004430         NOT INVALID KEY
004440             IF XREF-HAS-COMMON-KEY
004450                 MOVE XRFM-COMMON-KEY TO WS-PARTY-COMMON-KEY
004460             END-IF
004470     END-READ.
004480     IF WS-PARTY-COMMON-KEY = ZERO
004490         MOVE 'CUSTOMER RESOLVES TO NO PARTY'
004500           TO WS-REJECT-REASON
004510         GO TO 2100-CHECK-ORDER-EXIT
004520     END-IF.
004530     PERFORM 2200-FIND-BILL-TO
004540          THRU 2200-FIND-BILL-TO-EXIT.
004550     IF NOT WS-CUST-FOUND
004560         MOVE 'NO CU SEGMENT TO BILL TO'
004570           TO WS-REJECT-REASON
004580         GO TO 2100-CHECK-ORDER-EXIT
004590     END-IF.
004600     SET WS-ORDER-BILLABLE TO TRUE.
004610 2100-CHECK-ORDER-EXIT.
004620     EXIT.

004630 2200-FIND-BILL-TO.
004640     MOVE 'N' TO WS-CUST-FOUND-SW.
004650     PERFORM 2210-SCAN-CUST-ENTRY
004660          THRU 2210-SCAN-CUST-ENTRY-EXIT
004670          VARYING WS-CUST-NDX FROM 1 BY 1
004680          UNTIL WS-CUST-NDX > WS-CUST-COUNT
004690             OR WS-CUST-FOUND.
004700*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004710*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004720     IF WS-CUST-FOUND
004730         SUBTRACT 1 FROM WS-CUST-NDX
004740     END-IF.
004750 2200-FIND-BILL-TO-EXIT.
004760     EXIT.

004770 2210-SCAN-CUST-ENTRY.
004780     IF WS-CU-COMMON-KEY (WS-CUST-NDX) = WS-PARTY-COMMON-KEY
004790         SET WS-CUST-FOUND TO TRUE
004800     END-IF.
004810 2210-SCAN-CUST-ENTRY-EXIT.
004820     EXIT.

004830 2300-PRINT-INVOICE-HEADING.
004840     MOVE WS-INVOICE-NR    TO BH-INVOICE-NR.
004850     MOVE WS-RUN-DATE      TO BH-INVOICE-DATE.
004860     MOVE WS-DUE-DATE      TO BH-DUE-DATE.
004870     MOVE WS-CURRENT-ORDER TO BH-ORDER-ID.
004880     WRITE INVOICE-LINE FROM WS-INV-HEADING.
004890     MOVE WS-CU-NAME (WS-CUST-NDX) TO AL-TEXT.
004900     WRITE INVOICE-LINE FROM WS-ADDR-LINE.
004910     MOVE WS-CU-ADDR (WS-CUST-NDX) TO AL-TEXT.
004920     WRITE INVOICE-LINE FROM WS-ADDR-LINE.
004930     MOVE SPACES TO AL-TEXT.
004940     STRING WS-CU-CITY (WS-CUST-NDX) DELIMITED BY SIZE
004950            ' '                      DELIMITED BY SIZE
004960            WS-CU-ZIP (WS-CUST-NDX)  DELIMITED BY SIZE
004970            INTO AL-TEXT.
004980     WRITE INVOICE-LINE FROM WS-ADDR-LINE.
004990     WRITE INVOICE-LINE FROM WS-COLUMN-HEADING.
005000 2300-PRINT-INVOICE-HEADING-EXIT.
005010     EXIT.

005020*---------------------------------------------------------------*
005030*    ONE SHIPPED LINE: THE QUANTITY SHIPPED THIS RUN AT THE      *
005040*    ORDER LINE'S PRICE, PLUS ITS SHARE OF THE ORDER'S SALES     *
005045*    TAX.  A LINE THE ORDER DOES NOT CARRY IS REJECTED BY        *
005050*    ITSELF.                                                     *
005060*---------------------------------------------------------------*
005070 2400-BILL-SHIPPED-LINE.
005080*---------------------------------------------------------------*
005090     ADD 1 TO WS-DETAILS-READ.
005100     MOVE 'N' TO WS-LINE-FOUND-SW.
005110     PERFORM 2410-SCAN-ORDER-LINE
005120          THRU 2410-SCAN-ORDER-LINE-EXIT
005130          VARYING WS-LINE-IX FROM 1 BY 1
005140          UNTIL WS-LINE-IX > LINE-COUNT
005150             OR WS-LINE-FOUND.
005160*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
005170*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
005180     IF WS-LINE-FOUND
005190         SUBTRACT 1 FROM WS-LINE-IX
005200     ELSE
005210         ADD 1 TO WS-LINES-REJECTED
005220         MOVE SD-ORDER-ID     TO RK-ORDER-ID
005230         MOVE SD-LINE-ITEM-NR TO RK-LINE-ITEM-NR
005240         MOVE WS-REJECT-LINE-KEY TO WS-REJECT-KEY
005250         MOVE 'SHIPPED LINE NOT ON ORDER' TO WS-REJECT-REASON
005260         PERFORM 8010-LOG-REJECT
005270              THRU 8010-LOG-REJECT-EXIT
005280         GO TO 2400-BILL-SHIPPED-LINE-READ
005290     END-IF.
005300     COMPUTE WS-LINE-EXTENSION ROUNDED =
005310             SD-SHIP-QTY * LINE-PRICE (WS-LINE-IX).
005320     ADD WS-LINE-EXTENSION TO WS-INVOICE-AMOUNT.
005330     ADD 1 TO WS-LINES-BILLED.
005332     PERFORM 2420-COMPUTE-LINE-TAX
005334          THRU 2420-COMPUTE-LINE-TAX-EXIT.
005336     ADD WS-LINE-TAX TO WS-INVOICE-TAX.
005340     MOVE SPACES                  TO WS-DETAIL-LINE.
005350     MOVE SD-LINE-ITEM-NR         TO BD-LINE-ITEM-NR.
005360     MOVE SD-PRODUCT              TO BD-PRODUCT.
005370     MOVE SD-SHIP-QTY             TO BD-SHIP-QTY.
005380     MOVE LINE-PRICE (WS-LINE-IX) TO BD-PRICE.
005390     MOVE WS-LINE-EXTENSION       TO BD-AMOUNT.
005400     WRITE INVOICE-LINE FROM WS-DETAIL-LINE.
005410 2400-BILL-SHIPPED-LINE-READ.
005420     READ SHIP-DTL-IN
005430         AT END SET SHIP-EOF TO TRUE
005440     END-READ.
005450 2400-BILL-SHIPPED-LINE-EXIT.
005460     EXIT.

005470 2410-SCAN-ORDER-LINE.
005480     IF LINE-ITEM-NR (WS-LINE-IX) = SD-LINE-ITEM-NR
005490         SET WS-LINE-FOUND TO TRUE
005500     END-IF.
005510 2410-SCAN-ORDER-LINE-EXIT.
005520     EXIT.

005521*---------------------------------------------------------------*
005522*    THE LINE'S SHARE OF THE SALES TAX CHARGED ON THE ORDER, AT  *
005523*    THE RATE THE ORDER WAS ACTUALLY TAXED - ORDER-TAX-AMOUNT    *
005524*    OVER ORDER-TAXABLE-AMOUNT - SO THE INVOICES FOR A FULLY     *
005525*    SHIPPED ORDER ADD UP TO THE TAX ACCTPOST CHARGED.  AN       *
005526*    EXEMPT PRODUCT, OR AN ORDER THAT CARRIED NO TAX, BILLS      *
005527*    NONE.  THE SAME FORMULA RMAPROC CREDITS A RETURN AT.        *
005528*---------------------------------------------------------------*
005529 2420-COMPUTE-LINE-TAX.
005530*---------------------------------------------------------------*
005531     MOVE ZERO TO WS-LINE-TAX.
005532     IF ORDER-TAXABLE-AMOUNT NOT NUMERIC
005533        OR ORDER-TAX-AMOUNT NOT NUMERIC
005534         GO TO 2420-COMPUTE-LINE-TAX-EXIT
005535     END-IF.
005536     IF ORDER-TAXABLE-AMOUNT NOT > ZERO
005537        OR ORDER-TAX-AMOUNT = ZERO
005538         GO TO 2420-COMPUTE-LINE-TAX-EXIT
005539     END-IF.
005540     MOVE 'N' TO WS-PRICE-FOUND-SW.
005541     MOVE SD-PRODUCT TO PRC-PRODUCT.
005542     READ PRICE-MASTER
005543         INVALID KEY
005544             CONTINUE
005545         NOT INVALID KEY
005546             SET WS-PRICE-FOUND TO TRUE
005547     END-READ.
005548     IF WS-PRICE-FOUND
005549         IF PRC-TAX-EXEMPT
005550             GO TO 2420-COMPUTE-LINE-TAX-EXIT
005551         END-IF
005552     END-IF.
005553     COMPUTE WS-LINE-TAX ROUNDED =
005554             WS-LINE-EXTENSION * ORDER-TAX-AMOUNT
005555             / ORDER-TAXABLE-AMOUNT.
005556 2420-COMPUTE-LINE-TAX-EXIT.
005557     EXIT.

005558*---------------------------------------------------------------*
005559*    A TAXED INVOICE SHOWS THE MERCHANDISE AND THE SALES TAX     *
005560*    ABOVE THE TOTAL.  THE TOTAL - AND SO THE OPEN ITEM - IS     *
005561*    THE TWO TOGETHER.                                           *
005562*---------------------------------------------------------------*
005563 2500-PRINT-INVOICE-TOTAL.
005564*---------------------------------------------------------------*
005565     IF WS-INVOICE-TAX NOT = ZERO
005566         MOVE SPACES             TO WS-TOTAL-LINE
005567         MOVE 'MERCHANDISE'      TO TL-CAPTION
005568         MOVE WS-INVOICE-AMOUNT  TO TL-AMOUNT
005569         WRITE INVOICE-LINE FROM WS-TOTAL-LINE
005570         MOVE SPACES             TO WS-TOTAL-LINE
005571         MOVE 'SALES TAX'        TO TL-CAPTION
005572         MOVE WS-INVOICE-TAX     TO TL-AMOUNT
005573         WRITE INVOICE-LINE FROM WS-TOTAL-LINE
005574         ADD WS-INVOICE-TAX TO WS-INVOICE-AMOUNT
005575                               WS-TOTAL-TAX
005576     END-IF.
005577     MOVE SPACES             TO WS-TOTAL-LINE.
005578     MOVE 'INVOICE TOTAL'    TO TL-CAPTION.
005579     MOVE WS-INVOICE-AMOUNT  TO TL-AMOUNT.
005580     WRITE INVOICE-LINE FROM WS-TOTAL-LINE.
005581     ADD WS-INVOICE-AMOUNT TO WS-TOTAL-BILLED.
005590 2500-PRINT-INVOICE-TOTAL-EXIT.
005600     EXIT.

005610*---------------------------------------------------------------*
005620*    ONE OPEN ITEM PER INVOICE, OPEN FOR ITS FULL AMOUNT,        *
005625*    SALES TAX INCLUDED.                                         *
005630*---------------------------------------------------------------*
005640 2600-WRITE-OPEN-ITEM.
005650*---------------------------------------------------------------*
005660     MOVE SPACES              TO OPEN-ITEM-RECORD.
005670     MOVE WS-INVOICE-NR       TO OI-INVOICE-NR.
005680     MOVE WS-CURRENT-ORDER    TO OI-ORDER-ID.
005690     MOVE CUSTOMER-NR         TO OI-CUSTOMER-NR.
005700     MOVE WS-PARTY-COMMON-KEY TO OI-COMMON-KEY.
005710     MOVE WS-RUN-DATE         TO OI-INVOICE-DATE.
005720     MOVE WS-DUE-DATE         TO OI-DUE-DATE.
005730     MOVE WS-INVOICE-AMOUNT   TO OI-AMOUNT
005740                                 OI-OPEN-AMOUNT.
005750     SET OI-OPEN              TO TRUE.
005760     WRITE OPEN-ITEM-RECORD.
005770     ADD 1 TO WS-ITEMS-WRITTEN.
005780 2600-WRITE-OPEN-ITEM-EXIT.
005790     EXIT.

005800 2900-SKIP-DETAIL.
005810     ADD 1 TO WS-DETAILS-READ.
005820     READ SHIP-DTL-IN
005830         AT END SET SHIP-EOF TO TRUE
005840     END-READ.
005850 2900-SKIP-DETAIL-EXIT.
005860     EXIT.

005870*---------------------------------------------------------------*
005880*    CONTROL SUMMARY SO THE INVOICES CAN BE BALANCED BEFORE      *
005890*    MAILING.                                                    *
005900*---------------------------------------------------------------*
005910 8000-PRINT-SUMMARY.
005920*---------------------------------------------------------------*
005930     MOVE SPACES TO WS-SUMMARY-LINE.
005940     MOVE 'INVOICES PRINTED'     TO SU-CAPTION.
005950     MOVE WS-INVOICES-PRINTED    TO SU-COUNT.
005960     MOVE WS-TOTAL-BILLED        TO SU-AMOUNT.
005970     WRITE INVOICE-LINE FROM WS-SUMMARY-LINE.
005980     MOVE SPACES TO WS-SUMMARY-LINE.
005990     MOVE 'ORDERS NOT BILLED'    TO SU-CAPTION.
006000     MOVE WS-ORDERS-REJECTED     TO SU-COUNT.
006010     MOVE ZERO                   TO SU-AMOUNT.
006020     WRITE INVOICE-LINE FROM WS-SUMMARY-LINE.
006030     MOVE SPACES TO WS-SUMMARY-LINE.
006040     MOVE 'SHIPPED LINES NOT BILLED' TO SU-CAPTION.
006050     MOVE WS-LINES-REJECTED      TO SU-COUNT.
006060     MOVE ZERO                   TO SU-AMOUNT.
006070     WRITE INVOICE-LINE FROM WS-SUMMARY-LINE.
006071     MOVE SPACES TO WS-SUMMARY-LINE.
006072     MOVE 'SALES TAX BILLED'     TO SU-CAPTION.
006073     MOVE ZERO                   TO SU-COUNT.
006074     MOVE WS-TOTAL-TAX           TO SU-AMOUNT.
006075     WRITE INVOICE-LINE FROM WS-SUMMARY-LINE.
006080 8000-PRINT-SUMMARY-EXIT.
006090     EXIT.

006100*---------------------------------------------------------------*
006110 8010-LOG-REJECT.
006120*---------------------------------------------------------------*
006130     DISPLAY 'CUSTBILL - NOT BILLED ' WS-REJECT-KEY ': '
006140             WS-REJECT-REASON.
006150     MOVE SPACES              TO REJECT-RECORD.
006160     MOVE 'CUSTBILL'          TO RJ-SOURCE-FILE.
006170     MOVE WS-REJECT-KEY       TO RJ-KEY-FIELD.
006180     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
006190     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
006200     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
006210     WRITE REJECT-RECORD.
006220 8010-LOG-REJECT-EXIT.
006230     EXIT.

006240*---------------------------------------------------------------*
006250 9000-TERMINATE.
006260*---------------------------------------------------------------*
006270     DISPLAY 'CUSTBILL - SHIP DETAILS READ....: '
006280              WS-DETAILS-READ.
006290     DISPLAY 'CUSTBILL - LINES BILLED.........: '
006300              WS-LINES-BILLED.
006310     DISPLAY 'CUSTBILL - INVOICES PRINTED.....: '
006320              WS-INVOICES-PRINTED.
006330     DISPLAY 'CUSTBILL - OPEN ITEMS WRITTEN...: '
006340              WS-ITEMS-WRITTEN.
006350     DISPLAY 'CUSTBILL - ORDERS REJECTED......: '
006360              WS-ORDERS-REJECTED.
006370     DISPLAY 'CUSTBILL - LINES REJECTED.......: '
006380              WS-LINES-REJECTED.
006390     CLOSE SHIP-DTL-IN ORDER-MASTER XREF-MASTER
006400           INVOICE-OUT OPEN-ITEM-OUT REJECT-OUT
006405           PRICE-MASTER.
006410 9000-TERMINATE-EXIT.
006420     EXIT.

006430*---------------------------------------------------------------*
006440*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
006450*---------------------------------------------------------------*
006460 9700-LOG-STEP-START.
006470*---------------------------------------------------------------*
006480     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006490     MOVE 'CUSTBILL'        TO EX-JOB-NAME.
006500     SET EX-STEP-START      TO TRUE.
006510     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006520     ACCEPT EX-RUN-TIME FROM TIME.
006530     MOVE ZERO              TO EX-RECORDS-READ
006540                               EX-RECORDS-WRITTEN
006550                               EX-REJECT-COUNT
006560                               EX-COMPLETION-CODE.
006570     OPEN EXTEND EXEC-LOG-OUT.
006580     WRITE EXECUTION-LOG-RECORD.
006590     CLOSE EXEC-LOG-OUT.
006600 9700-LOG-STEP-START-EXIT.
006610     EXIT.

006620*---------------------------------------------------------------*
006630*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
006640*    ENDING WITH.                                               *
006650*---------------------------------------------------------------*
006660 9710-LOG-STEP-END.
006670*---------------------------------------------------------------*
006680     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006690     MOVE 'CUSTBILL'        TO EX-JOB-NAME.
006700     SET EX-STEP-END        TO TRUE.
006710     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006720     ACCEPT EX-RUN-TIME FROM TIME.
006730     MOVE WS-DETAILS-READ   TO EX-RECORDS-READ.
006740     MOVE WS-ITEMS-WRITTEN  TO EX-RECORDS-WRITTEN.
006750     COMPUTE EX-REJECT-COUNT = WS-ORDERS-REJECTED
006760                             + WS-LINES-REJECTED.
006770     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006780     OPEN EXTEND EXEC-LOG-OUT.
006790     WRITE EXECUTION-LOG-RECORD.
006800     CLOSE EXEC-LOG-OUT.
006810 9710-LOG-STEP-END-EXIT.
006820     EXIT.
