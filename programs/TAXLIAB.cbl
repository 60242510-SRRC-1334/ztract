000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TAXLIAB.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - MONTHLY SALES TAX LIABILITY
000210*                   BY JURISDICTION, NET OF CUSTOMER RETURNS, FOR
000220*                   THE RETURNS THAT USED TO BE WORKED BY HAND.
000230*****************************************************************
000240*  REMARKS.
000250*      A SALE IS TAXED WHEN IT SHIPS AND IS BILLED, NOT WHEN IT
000260*      IS ORDERED, SO THE SALES SIDE READS THE SHIP DETAIL (COPY
000270*      SHIPDTL - THE PERIOD'S DAILY STKALLOC FILES, CONCATENATED
000280*      AS FOR ONTIMRPT) AND TAKES EVERY SHIPMENT WHOSE SD-SHIP-
000290*      DATE FALLS IN THE CONTROL-CARD PERIOD.  EACH SHIPMENT IS
000300*      PRICED AT ITS ORDER LINE'S PRICE OFF THE INDEXED ORDER
000310*      MASTER AND ACCUMULATED UNDER THE ORDER'S TAX JURISDICTION
000320*      (ORDER-TAX-JURIS, AS ORDEDIT STAMPED IT):
000322*
000324*          - TAXABLE SALES - A SHIPMENT OF A TAXABLE PRODUCT ON
000326*            AN ORDER THAT CARRIED A TAXABLE AMOUNT
000328*          - EXEMPT SALES - EVERY OTHER SHIPMENT, EXEMPT
000330*            PRODUCTS AND EXEMPT CUSTOMERS' ORDERS ALIKE
000332*          - TAX COLLECTED - THE SHIPMENT'S SHARE OF THE ORDER'S
000334*            TAX, ORDER-TAX-AMOUNT OVER ORDER-TAXABLE-AMOUNT,
000336*            THE SAME SHARE CUSTBILL PUTS ON THE INVOICE
000340*
000350*      IT THEN READS THE RETURNS HISTORY (COPY RMAREC, WHAT
000360*      RMAPROC APPENDS) AND NETS EVERY RETURN DATED IN THE
000370*      PERIOD AGAINST THE JURISDICTION OF ITS ORIGINAL ORDER:
000380*      RMA-QTY AT THE LINE PRICE, TAXABLE WHEN THE ORDER CARRIED
000390*      A TAXABLE AMOUNT AND THE PRODUCT IS TAXABLE ON THE PRICE
000400*      MASTER, WITH THE TAX REFUNDED AT THE ORDER'S OWN RATE -
000410*      THE SAME CREDIT RMAPROC POSTED.
000420*
000430*      ONE LINE PRINTS PER JURISDICTION IN JURISDICTION ORDER,
000440*      NAMED OFF THE TAX RATE TABLE (COPY TAXJUR), WITH NET
000450*      TAXABLE SALES, NET EXEMPT SALES, TAX COLLECTED, TAX
000460*      REFUNDED ON RETURNS, AND NET TAX DUE, THEN A TOTAL LINE.
000470*      ORDERS WITH NO JURISDICTION PRINT TOGETHER FIRST.  AN
000480*      ORDER FROM BEFORE ORDERS CARRIED TAX IS COUNTED ON THE
000490*      CONSOLE AND LEFT OUT, AS ARE ITS RETURNS.  WITH NO
000500*      CONTROL CARD THE PERIOD IS OPEN-ENDED.  MORE THAN 5000
000503*      JURISDICTIONS IN ONE PERIOD FAILS THE STEP - A PARTIAL
000506*      RETURN MUST NOT BE FILED.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000590            ORGANIZATION IS SEQUENTIAL.
000593     SELECT SHIP-DTL-IN     ASSIGN TO SHIPIN
000596            ORGANIZATION IS SEQUENTIAL.
000600     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS RANDOM
000630            RECORD KEY IS ORDER-ID
000640            ALTERNATE RECORD KEY IS CUSTOMER-NR
000650                WITH DUPLICATES
000660            FILE STATUS IS WS-ORDMSTR-STATUS.
000670     SELECT PRICE-MASTER    ASSIGN TO PRCMSTR
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS RANDOM
000700            RECORD KEY IS PRC-PRODUCT
000710            FILE STATUS IS WS-PRCMSTR-STATUS.
000720     SELECT OPTIONAL
000730            RMA-HISTORY-IN  ASSIGN TO RMAHIST
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS WS-RMAHIST-STATUS.
000760     SELECT OPTIONAL
000770            TAX-JUR-IN      ASSIGN TO TAXJUR
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS WS-TAXJUR-STATUS.
000800     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000810            ORGANIZATION IS SEQUENTIAL.
000820     SELECT OPTIONAL
000830            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS WS-EXECLOG-STATUS.

000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CONTROL-CARD-IN
000890     LABEL RECORDS ARE STANDARD.
000900 01  CONTROL-CARD-RECORD.
000910     05  CC-FROM-DATE              PIC 9(08).
000920     05  CC-TO-DATE                PIC 9(08).

000922 FD  SHIP-DTL-IN
000924     LABEL RECORDS ARE STANDARD.
000926 COPY SHIPDTL.

000930 FD  ORDER-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ORDREC.

000960 FD  PRICE-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980 COPY PRICEREC.

000990 FD  RMA-HISTORY-IN
001000     LABEL RECORDS ARE STANDARD.
001010 COPY RMAREC.

001020 FD  TAX-JUR-IN
001030     LABEL RECORDS ARE STANDARD.
001040 COPY TAXJUR.

001050 FD  REPORT-OUT
001060     LABEL RECORDS ARE STANDARD.
001070 01  REPORT-LINE               PIC X(132).

001080 FD  EXEC-LOG-OUT
001090     LABEL RECORDS ARE STANDARD.
001100 COPY EXECLOG.

001110 WORKING-STORAGE SECTION.
001120 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001130 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.
001140 01  WS-RMAHIST-STATUS         PIC X(02)  VALUE SPACES.
001150 01  WS-TAXJUR-STATUS          PIC X(02)  VALUE SPACES.
001160 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001170 01  WS-SWITCHES.
001180     05  WS-SHIP-EOF           PIC X(01)  VALUE 'N'.
001190         88  SHIP-EOF                     VALUE 'Y'.
001200     05  WS-RMA-EOF            PIC X(01)  VALUE 'N'.
001210         88  RMA-EOF                      VALUE 'Y'.
001220     05  WS-TAXJUR-EOF         PIC X(01)  VALUE 'N'.
001230         88  TAXJUR-EOF                   VALUE 'Y'.
001240     05  WS-ENTRY-FOUND-SW     PIC X(01)  VALUE 'N'.
001250         88  WS-ENTRY-FOUND               VALUE 'Y'.
001260     05  WS-LINE-FOUND-SW      PIC X(01)  VALUE 'N'.
001270         88  WS-LINE-FOUND                VALUE 'Y'.
001280     05  WS-PRICE-FOUND-SW     PIC X(01)  VALUE 'N'.
001290         88  WS-PRICE-FOUND               VALUE 'Y'.
001300     05  WS-LINE-TAXABLE-SW    PIC X(01)  VALUE 'N'.
001310         88  WS-LINE-TAXABLE              VALUE 'Y'.

001320 01  WS-COUNTERS                          COMP.
001330     05  WS-SHIPS-READ         PIC 9(09)  VALUE ZERO.
001340     05  WS-SHIPS-IN-RANGE     PIC 9(09)  VALUE ZERO.
001350     05  WS-SHIPS-NO-ORDER     PIC 9(09)  VALUE ZERO.
001360     05  WS-SHIPS-UNTAXED      PIC 9(09)  VALUE ZERO.
001370     05  WS-RMAS-READ          PIC 9(09)  VALUE ZERO.
001380     05  WS-RMAS-IN-RANGE      PIC 9(09)  VALUE ZERO.
001390     05  WS-RMAS-NO-ORDER      PIC 9(09)  VALUE ZERO.
001400     05  WS-RMAS-UNTAXED       PIC 9(09)  VALUE ZERO.
001410     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.
001420     05  WS-JT-COUNT           PIC 9(05)  VALUE ZERO.
001430     05  WS-JN-COUNT           PIC 9(05)  VALUE ZERO.
001440     05  WS-TAB-IX             PIC 9(05)  VALUE ZERO.
001450     05  WS-SCAN-NDX           PIC 9(05)  VALUE ZERO.
001460     05  WS-PICK-NDX           PIC 9(05)  VALUE ZERO.

001470 01  WS-FROM-DATE              PIC 9(08)  VALUE ZERO.
001480 01  WS-TO-DATE                PIC 9(08)  VALUE 99999999.
001490 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001500 01  WS-CURRENT-JURIS          PIC X(05)  VALUE SPACES.
001510 01  WS-BEST-JURIS             PIC X(05)  VALUE SPACES.
001520 01  WS-FIND-LINE-NR           PIC 9(05)  VALUE ZERO.
001525 01  WS-FIND-PRODUCT           PIC X(20)  VALUE SPACES.
001530 01  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001540 01  WS-LINE-TAX               PIC S9(09)V99 COMP-3 VALUE ZERO.
001550 01  WS-NET-TAXABLE            PIC S9(13)V99 COMP-3 VALUE ZERO.
001560 01  WS-NET-EXEMPT             PIC S9(13)V99 COMP-3 VALUE ZERO.
001570 01  WS-NET-TAX                PIC S9(13)V99 COMP-3 VALUE ZERO.

001580 01  WS-REPORT-TOTALS.
001590     05  WS-TOT-NET-TAXABLE    PIC S9(15)V99 COMP-3 VALUE ZERO.
001600     05  WS-TOT-NET-EXEMPT     PIC S9(15)V99 COMP-3 VALUE ZERO.
001610     05  WS-TOT-TAX            PIC S9(15)V99 COMP-3 VALUE ZERO.
001620     05  WS-TOT-RET-TAX        PIC S9(15)V99 COMP-3 VALUE ZERO.
001630     05  WS-TOT-NET-TAX        PIC S9(15)V99 COMP-3 VALUE ZERO.

001640*----------------------------------------------------------------
001650*    ONE ENTRY PER JURISDICTION SEEN IN THE PERIOD, SALES AND
001660*    RETURNS SIDE BY SIDE.  THE PRINTED SWITCH DRIVES THE
001670*    JURISDICTION-ORDER SELECTION AT REPORT TIME.
001680*----------------------------------------------------------------
001690 01  WS-JURIS-TOTALS.
001700     05  WS-JT-ENTRY OCCURS 1 TO 5000 TIMES
001710                     DEPENDING ON WS-JT-COUNT.
001720         10  WS-JT-JURIS        PIC X(05).
001730         10  WS-JT-TAXABLE      PIC S9(13)V99   COMP-3.
001740         10  WS-JT-EXEMPT       PIC S9(13)V99   COMP-3.
001750         10  WS-JT-TAX          PIC S9(13)V99   COMP-3.
001760         10  WS-JT-RET-TAXABLE  PIC S9(13)V99   COMP-3.
001770         10  WS-JT-RET-EXEMPT   PIC S9(13)V99   COMP-3.
001780         10  WS-JT-RET-TAX      PIC S9(13)V99   COMP-3.
001790         10  WS-JT-PRINTED-SW   PIC X(01).

001800*----------------------------------------------------------------
001810*    ONE NAME ENTRY PER ZIP PREFIX ON THE TAX RATE TABLE, TAKEN
001820*    FROM ITS LATEST EFFECTIVE RECORD.
001830*----------------------------------------------------------------
001840 01  WS-JURIS-NAMES.
001850     05  WS-JN-ENTRY OCCURS 1 TO 5000 TIMES
001860                     DEPENDING ON WS-JN-COUNT.
001870         10  WS-JN-PREFIX       PIC X(05).
001880         10  WS-JN-EFF-DATE     PIC 9(08).
001890         10  WS-JN-STATE-CODE   PIC X(02).
001900         10  WS-JN-NAME         PIC X(20).

001910 01  WS-REPORT-HEADING-1.
001920     05  FILLER                 PIC X(03) VALUE SPACES.
001930     05  FILLER                 PIC X(30)
001940         VALUE 'SALES TAX LIABILITY - PERIOD '.
001950     05  RH-FROM-DATE           PIC 9(08).
001960     05  FILLER                 PIC X(03) VALUE ' - '.
001970     05  RH-TO-DATE             PIC 9(08).
001980     05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
001990     05  RH-RUN-DATE            PIC 9(08).

002000 01  WS-COLUMN-HEADING.
002010     05  FILLER                 PIC X(03) VALUE SPACES.
002020     05  FILLER                 PIC X(07) VALUE 'JURIS'.
002030     05  FILLER                 PIC X(04) VALUE 'ST'.
002040     05  FILLER                 PIC X(20) VALUE 'CITY / COUNTY'.
002050     05  FILLER                 PIC X(19)
002060         VALUE '        NET TAXABLE'.
002070     05  FILLER                 PIC X(19)
002080         VALUE '         NET EXEMPT'.
002090     05  FILLER                 PIC X(19)
002100         VALUE '      TAX COLLECTED'.
002110     05  FILLER                 PIC X(19)
002120         VALUE '       TAX REFUNDED'.
002130     05  FILLER                 PIC X(19)
002140         VALUE '        NET TAX DUE'.

002150 01  WS-JURIS-DETAIL.
002160     05  FILLER                 PIC X(03) VALUE SPACES.
002170     05  JD-JURIS               PIC X(05).
002180     05  FILLER                 PIC X(02) VALUE SPACES.
002190     05  JD-STATE-CODE          PIC X(02).
002200     05  FILLER                 PIC X(02) VALUE SPACES.
002210     05  JD-NAME                PIC X(20).
002220     05  FILLER                 PIC X(02) VALUE SPACES.
002230     05  JD-NET-TAXABLE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
002240     05  FILLER                 PIC X(02) VALUE SPACES.
002250     05  JD-NET-EXEMPT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002260     05  FILLER                 PIC X(02) VALUE SPACES.
002270     05  JD-TAX                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002280     05  FILLER                 PIC X(02) VALUE SPACES.
002290     05  JD-RET-TAX             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002300     05  FILLER                 PIC X(02) VALUE SPACES.
002310     05  JD-NET-TAX             PIC Z,ZZZ,ZZZ,ZZ9.99-.

002320 PROCEDURE DIVISION.
002330*---------------------------------------------------------------*
002340 0000-MAINLINE.
002350*---------------------------------------------------------------*
002360     PERFORM 9700-LOG-STEP-START
002370          THRU 9700-LOG-STEP-START-EXIT.
002380     PERFORM 1000-INITIALIZE
002390          THRU 1000-INITIALIZE-EXIT.
002400     PERFORM 2000-TALLY-SHIPMENT
002410          THRU 2000-TALLY-SHIPMENT-EXIT
002420          UNTIL SHIP-EOF.
002430     OPEN INPUT RMA-HISTORY-IN.
002440     IF WS-RMAHIST-STATUS = '00'
002450         READ RMA-HISTORY-IN
002460             AT END SET RMA-EOF TO TRUE
002470         END-READ
002480         PERFORM 3000-NET-RETURN
002490              THRU 3000-NET-RETURN-EXIT
002500              UNTIL RMA-EOF
002510     END-IF.
002520     CLOSE RMA-HISTORY-IN.
002530     PERFORM 8000-PRINT-REPORT
002540          THRU 8000-PRINT-REPORT-EXIT.
002550     PERFORM 9000-TERMINATE
002560          THRU 9000-TERMINATE-EXIT.
002570     PERFORM 9710-LOG-STEP-END
002580          THRU 9710-LOG-STEP-END-EXIT.
002590     GOBACK.

002600*---------------------------------------------------------------*
002610 1000-INITIALIZE.
002620*---------------------------------------------------------------*
002630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002640     OPEN INPUT CONTROL-CARD-IN.
002650     READ CONTROL-CARD-IN
002660         AT END
002670             DISPLAY 'TAXLIAB - NO CONTROL CARD, PERIOD '
002680                     'IS OPEN-ENDED'
002690         NOT AT END
002700             MOVE CC-FROM-DATE TO WS-FROM-DATE
002710             MOVE CC-TO-DATE   TO WS-TO-DATE
002720     END-READ.
002730     CLOSE CONTROL-CARD-IN.
002740     OPEN INPUT TAX-JUR-IN.
002750     IF WS-TAXJUR-STATUS = '00'
002760         PERFORM 1100-LOAD-JURIS-NAME
002770              THRU 1100-LOAD-JURIS-NAME-EXIT
002780              UNTIL TAXJUR-EOF
002790     END-IF.
002800     CLOSE TAX-JUR-IN.
002810     OPEN INPUT  SHIP-DTL-IN
002815                 ORDER-MASTER
002820                 PRICE-MASTER
002830          OUTPUT REPORT-OUT.
002840     READ SHIP-DTL-IN
002850         AT END SET SHIP-EOF TO TRUE
002860     END-READ.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.

002890*---------------------------------------------------------------*
002900*    ONE NAME ENTRY PER ZIP PREFIX - THE STATE CODE AND THE       *
002910*    CITY NAME, OR THE COUNTY NAME WHERE THE ENTRY HAS NO CITY,   *
002920*    OFF THE LATEST EFFECTIVE RECORD FOR THE PREFIX.  THE NAMES   *
002930*    ONLY LABEL THE REPORT, SO A FULL TABLE LEAVES THE REST       *
002940*    UNNAMED RATHER THAN FAILING THE STEP.                        *
002950*---------------------------------------------------------------*
002960 1100-LOAD-JURIS-NAME.
002970*---------------------------------------------------------------*
002980     READ TAX-JUR-IN
002990         AT END
003000             SET TAXJUR-EOF TO TRUE
003010             GO TO 1100-LOAD-JURIS-NAME-EXIT
003020     END-READ.
003030     MOVE 'N' TO WS-ENTRY-FOUND-SW.
003040     PERFORM 1110-SCAN-NAME-ENTRY
003050          THRU 1110-SCAN-NAME-ENTRY-EXIT
003060          VARYING WS-TAB-IX FROM 1 BY 1
003070          UNTIL WS-TAB-IX > WS-JN-COUNT
003080             OR WS-ENTRY-FOUND.
003090*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
003100*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
003110     IF WS-ENTRY-FOUND
003120         SUBTRACT 1 FROM WS-TAB-IX
003130         IF TJ-EFF-DATE < WS-JN-EFF-DATE (WS-TAB-IX)
003140             GO TO 1100-LOAD-JURIS-NAME-EXIT
003150         END-IF
003160     ELSE
003170         IF WS-JN-COUNT >= 5000
003180             DISPLAY 'TAXLIAB - JURISDICTION NAME TABLE FULL, '
003190                     'NOT NAMED: ' TJ-ZIP-PREFIX
003200             GO TO 1100-LOAD-JURIS-NAME-EXIT
003210         END-IF
003220         ADD 1 TO WS-JN-COUNT
003230         MOVE WS-JN-COUNT TO WS-TAB-IX
003240         MOVE TJ-ZIP-PREFIX TO WS-JN-PREFIX (WS-TAB-IX)
003250     END-IF.
003260     MOVE TJ-EFF-DATE   TO WS-JN-EFF-DATE (WS-TAB-IX).
003270     MOVE TJ-STATE-CODE TO WS-JN-STATE-CODE (WS-TAB-IX).
003280     IF TJ-CITY-NAME = SPACES
003290         MOVE TJ-COUNTY-NAME TO WS-JN-NAME (WS-TAB-IX)
003300     ELSE
003310         MOVE TJ-CITY-NAME   TO WS-JN-NAME (WS-TAB-IX)
003320     END-IF.
003330 1100-LOAD-JURIS-NAME-EXIT.
003340     EXIT.

003350 1110-SCAN-NAME-ENTRY.
003360     IF WS-JN-PREFIX (WS-TAB-IX) = TJ-ZIP-PREFIX
003370         SET WS-ENTRY-FOUND TO TRUE
003380     END-IF.
003390 1110-SCAN-NAME-ENTRY-EXIT.
003400     EXIT.

003410*---------------------------------------------------------------*
003420*    ONE SHIPMENT SHIPPED IN THE PERIOD IS ONE SALE, PRICED AT    *
003430*    ITS ORDER LINE'S PRICE.  IT IS TAXABLE WHEN THE ORDER        *
003440*    CARRIED A TAXABLE AMOUNT AND THE PRODUCT IS TAXABLE, AND     *
003443*    ITS TAX IS ITS SHARE OF THE ORDER'S TAX, AS CUSTBILL BILLED  *
003446*    IT.  AN ORDER WITH NO PACKED TAX FIELDS PREDATES ORDERS      *
003450*    CARRYING TAX AND IS COUNTED, NOT TALLIED.                    *
003460*---------------------------------------------------------------*
003470 2000-TALLY-SHIPMENT.
003480*---------------------------------------------------------------*
003490     ADD 1 TO WS-SHIPS-READ.
003500     IF SD-SHIP-DATE < WS-FROM-DATE
003510        OR SD-SHIP-DATE > WS-TO-DATE
003540         GO TO 2000-TALLY-SHIPMENT-READ
003550     END-IF.
003551     ADD 1 TO WS-SHIPS-IN-RANGE.
003552     MOVE SD-ORDER-ID TO ORDER-ID.
003553     READ ORDER-MASTER
003554         INVALID KEY
003555             ADD 1 TO WS-SHIPS-NO-ORDER
003556             GO TO 2000-TALLY-SHIPMENT-READ
003557     END-READ.
003558     MOVE SD-LINE-ITEM-NR TO WS-FIND-LINE-NR.
003559     PERFORM 3100-FIND-LINE
003560          THRU 3100-FIND-LINE-EXIT.
003561     IF NOT WS-LINE-FOUND
003562         ADD 1 TO WS-SHIPS-NO-ORDER
003563         GO TO 2000-TALLY-SHIPMENT-READ
003564     END-IF.
003565     IF ORDER-TAXABLE-AMOUNT NOT NUMERIC
003570        OR ORDER-TAX-AMOUNT NOT NUMERIC
003580         ADD 1 TO WS-SHIPS-UNTAXED
003590         GO TO 2000-TALLY-SHIPMENT-READ
003600     END-IF.
003601     COMPUTE WS-LINE-AMOUNT ROUNDED =
003602             SD-SHIP-QTY * LINE-PRICE (WS-LINE-IX).
003603     MOVE ZERO TO WS-LINE-TAX.
003604     MOVE 'N'  TO WS-LINE-TAXABLE-SW.
003605     IF ORDER-TAXABLE-AMOUNT > ZERO
003606         MOVE SD-PRODUCT TO WS-FIND-PRODUCT
003607         PERFORM 3200-CHECK-PRODUCT-CLASS
003608              THRU 3200-CHECK-PRODUCT-CLASS-EXIT
003609     END-IF.
003610     IF WS-LINE-TAXABLE
003611         COMPUTE WS-LINE-TAX ROUNDED =
003612                 WS-LINE-AMOUNT * ORDER-TAX-AMOUNT
003613                 / ORDER-TAXABLE-AMOUNT
003614     END-IF.
003620     MOVE ORDER-TAX-JURIS TO WS-CURRENT-JURIS.
003630     PERFORM 4000-FIND-OR-ADD-JURIS
003640          THRU 4000-FIND-OR-ADD-JURIS-EXIT.
003650     IF WS-LINE-TAXABLE
003660         ADD WS-LINE-AMOUNT TO WS-JT-TAXABLE (WS-TAB-IX)
003670         ADD WS-LINE-TAX    TO WS-JT-TAX (WS-TAB-IX)
003680     ELSE
003690         ADD WS-LINE-AMOUNT TO WS-JT-EXEMPT (WS-TAB-IX)
003710     END-IF.
003720 2000-TALLY-SHIPMENT-READ.
003730     READ SHIP-DTL-IN
003740         AT END SET SHIP-EOF TO TRUE
003750     END-READ.
003760 2000-TALLY-SHIPMENT-EXIT.
003770     EXIT.

003780*---------------------------------------------------------------*
003790*    A RETURN DATED IN THE PERIOD COMES OFF ITS ORIGINAL          *
003800*    ORDER'S JURISDICTION.  IT IS A TAXABLE RETURN WHEN THE       *
003810*    ORDER CARRIED A TAXABLE AMOUNT AND THE PRODUCT IS TAXABLE,   *
003820*    AND ITS TAX IS REFUNDED AT THE RATE THE ORDER WAS TAXED,     *
003830*    AS RMAPROC CREDITED IT; OTHERWISE IT IS AN EXEMPT RETURN.    *
003840*---------------------------------------------------------------*
003850 3000-NET-RETURN.
003860*---------------------------------------------------------------*
003870     ADD 1 TO WS-RMAS-READ.
003880     IF RMA-RETURN-DATE < WS-FROM-DATE
003890        OR RMA-RETURN-DATE > WS-TO-DATE
003900         GO TO 3000-NET-RETURN-READ
003910     END-IF.
003920     ADD 1 TO WS-RMAS-IN-RANGE.
003930     MOVE RMA-ORDER-ID TO ORDER-ID.
003940     READ ORDER-MASTER
003950         INVALID KEY
003960             ADD 1 TO WS-RMAS-NO-ORDER
003970             GO TO 3000-NET-RETURN-READ
003980     END-READ.
003985     MOVE RMA-LINE-ITEM-NR TO WS-FIND-LINE-NR.
003990     PERFORM 3100-FIND-LINE
004000          THRU 3100-FIND-LINE-EXIT.
004010     IF NOT WS-LINE-FOUND
004020         ADD 1 TO WS-RMAS-NO-ORDER
004030         GO TO 3000-NET-RETURN-READ
004040     END-IF.
004050     IF ORDER-TAXABLE-AMOUNT NOT NUMERIC
004060        OR ORDER-TAX-AMOUNT NOT NUMERIC
004070         ADD 1 TO WS-RMAS-UNTAXED
004080         GO TO 3000-NET-RETURN-READ
004090     END-IF.
004100     COMPUTE WS-LINE-AMOUNT ROUNDED =
004110             RMA-QTY * LINE-PRICE (WS-LINE-IX).
004120     MOVE ZERO TO WS-LINE-TAX.
004130     MOVE 'N'  TO WS-LINE-TAXABLE-SW.
004140     IF ORDER-TAXABLE-AMOUNT > ZERO
004145         MOVE RMA-PRODUCT TO WS-FIND-PRODUCT
004150         PERFORM 3200-CHECK-PRODUCT-CLASS
004160              THRU 3200-CHECK-PRODUCT-CLASS-EXIT
004170     END-IF.
004180     IF WS-LINE-TAXABLE
004190         COMPUTE WS-LINE-TAX ROUNDED =
004200                 WS-LINE-AMOUNT * ORDER-TAX-AMOUNT
004210                 / ORDER-TAXABLE-AMOUNT
004220     END-IF.
004230     MOVE ORDER-TAX-JURIS TO WS-CURRENT-JURIS.
004240     PERFORM 4000-FIND-OR-ADD-JURIS
004250          THRU 4000-FIND-OR-ADD-JURIS-EXIT.
004270     IF WS-LINE-TAXABLE
004280         ADD WS-LINE-AMOUNT TO WS-JT-RET-TAXABLE (WS-TAB-IX)
004300         ADD WS-LINE-TAX    TO WS-JT-RET-TAX (WS-TAB-IX)
004320     ELSE
004330         ADD WS-LINE-AMOUNT TO WS-JT-RET-EXEMPT (WS-TAB-IX)
004360     END-IF.
004370 3000-NET-RETURN-READ.
004380     READ RMA-HISTORY-IN
004390         AT END SET RMA-EOF TO TRUE
004400     END-READ.
004410 3000-NET-RETURN-EXIT.
004420     EXIT.

004430 3100-FIND-LINE.
004440     MOVE 'N' TO WS-LINE-FOUND-SW.
004450     PERFORM 3110-SCAN-ONE-LINE
004460          THRU 3110-SCAN-ONE-LINE-EXIT
004470          VARYING WS-LINE-IX FROM 1 BY 1
004480          UNTIL WS-LINE-IX > LINE-COUNT
004490             OR WS-LINE-FOUND.
004500*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004510*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004520     IF WS-LINE-FOUND
004530         SUBTRACT 1 FROM WS-LINE-IX
004540     END-IF.
004550 3100-FIND-LINE-EXIT.
004560     EXIT.

004570 3110-SCAN-ONE-LINE.
004580     IF LINE-ITEM-NR (WS-LINE-IX) = WS-FIND-LINE-NR
004590         SET WS-LINE-FOUND TO TRUE
004600     END-IF.
004610 3110-SCAN-ONE-LINE-EXIT.
004620     EXIT.

004630*---------------------------------------------------------------*
004640*    A PRODUCT IS TAXABLE UNLESS THE PRICE MASTER CLASSES IT      *
004650*    EXEMPT - ONE WITH NO PRICE ENTRY IS TAXABLE, AS ORDEDIT      *
004660*    TREATS IT.                                                   *
004670*---------------------------------------------------------------*
004680 3200-CHECK-PRODUCT-CLASS.
004690*---------------------------------------------------------------*
004700     MOVE 'N' TO WS-PRICE-FOUND-SW.
004710     MOVE WS-FIND-PRODUCT TO PRC-PRODUCT.
004720     READ PRICE-MASTER
004730         INVALID KEY
004740             CONTINUE
004750         NOT INVALID KEY
004760             SET WS-PRICE-FOUND TO TRUE
004770     END-READ.
004780     IF WS-PRICE-FOUND
004790         IF PRC-TAX-EXEMPT
004800             GO TO 3200-CHECK-PRODUCT-CLASS-EXIT
004810         END-IF
004820     END-IF.
004830     SET WS-LINE-TAXABLE TO TRUE.
004840 3200-CHECK-PRODUCT-CLASS-EXIT.
004850     EXIT.

004860*---------------------------------------------------------------*
004870*    LOCATE THE ACCUMULATOR ENTRY FOR WS-CURRENT-JURIS, ADDING    *
004880*    A NEW ENTRY THE FIRST TIME THE JURISDICTION IS SEEN.  SETS   *
004890*    WS-TAB-IX TO THE ENTRY SUBSCRIPT.  A FULL TABLE FAILS THE    *
004900*    STEP, THE SAME AS ORDEDIT - A LIABILITY REPORT THAT LEFT     *
004905*    JURISDICTIONS OUT WOULD UNDERSTATE THE TAX DUE.              *
004910*---------------------------------------------------------------*
004920 4000-FIND-OR-ADD-JURIS.
004930*---------------------------------------------------------------*
004940     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004950     PERFORM 4100-SCAN-JURIS-ENTRY
004960          THRU 4100-SCAN-JURIS-ENTRY-EXIT
004970          VARYING WS-TAB-IX FROM 1 BY 1
004980          UNTIL WS-TAB-IX > WS-JT-COUNT
004990             OR WS-ENTRY-FOUND.
005000*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
005010*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
005020     IF WS-ENTRY-FOUND
005030         SUBTRACT 1 FROM WS-TAB-IX
005040         GO TO 4000-FIND-OR-ADD-JURIS-EXIT
005050     END-IF.
005060     IF WS-JT-COUNT >= 5000
005070         DISPLAY 'TAXLIAB - JURISDICTION TABLE FULL AT 5000 '
005080                 'ENTRIES - FAILING THE STEP'
005087         CLOSE SHIP-DTL-IN ORDER-MASTER PRICE-MASTER
005094               RMA-HISTORY-IN REPORT-OUT
005101         MOVE 16 TO RETURN-CODE
005108         PERFORM 9710-LOG-STEP-END
005115              THRU 9710-LOG-STEP-END-EXIT
005122         GOBACK
005129     END-IF.
005136     ADD 1 TO WS-JT-COUNT.
005143     MOVE WS-JT-COUNT TO WS-TAB-IX.
005150     MOVE WS-CURRENT-JURIS TO WS-JT-JURIS (WS-TAB-IX).
005157     MOVE ZERO TO WS-JT-TAXABLE (WS-TAB-IX)
005164                  WS-JT-EXEMPT (WS-TAB-IX)
005171                  WS-JT-TAX (WS-TAB-IX)
005178                  WS-JT-RET-TAXABLE (WS-TAB-IX)
005185                  WS-JT-RET-EXEMPT (WS-TAB-IX)
005192                  WS-JT-RET-TAX (WS-TAB-IX).
005199     MOVE 'N'  TO WS-JT-PRINTED-SW (WS-TAB-IX).
005220 4000-FIND-OR-ADD-JURIS-EXIT.
005230     EXIT.

005240 4100-SCAN-JURIS-ENTRY.
005250     IF WS-JT-JURIS (WS-TAB-IX) = WS-CURRENT-JURIS
005260         SET WS-ENTRY-FOUND TO TRUE
005270     END-IF.
005280 4100-SCAN-JURIS-ENTRY-EXIT.
005290     EXIT.

005300*---------------------------------------------------------------*
005310*    THE JURISDICTIONS PRINT IN JURISDICTION ORDER: REPEATEDLY    *
005320*    SELECT THE LOWEST UNPRINTED ENTRY AND MARK IT PRINTED.       *
005330*---------------------------------------------------------------*
005340 8000-PRINT-REPORT.
005350*---------------------------------------------------------------*
005360     MOVE WS-FROM-DATE TO RH-FROM-DATE.
005370     MOVE WS-TO-DATE   TO RH-TO-DATE.
005380     MOVE WS-RUN-DATE  TO RH-RUN-DATE.
005390     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
005400     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
005410     PERFORM 8100-PRINT-NEXT-JURIS
005420          THRU 8100-PRINT-NEXT-JURIS-EXIT
005430          WS-JT-COUNT TIMES.
005440     MOVE SPACES             TO WS-JURIS-DETAIL.
005450     MOVE 'TOTAL'            TO JD-JURIS.
005460     MOVE 'ALL JURISDICTIONS' TO JD-NAME.
005470     MOVE WS-TOT-NET-TAXABLE TO JD-NET-TAXABLE.
005480     MOVE WS-TOT-NET-EXEMPT  TO JD-NET-EXEMPT.
005490     MOVE WS-TOT-TAX         TO JD-TAX.
005500     MOVE WS-TOT-RET-TAX     TO JD-RET-TAX.
005510     MOVE WS-TOT-NET-TAX     TO JD-NET-TAX.
005520     WRITE REPORT-LINE FROM WS-JURIS-DETAIL.
005530 8000-PRINT-REPORT-EXIT.
005540     EXIT.

005550 8100-PRINT-NEXT-JURIS.
005560     MOVE ZERO TO WS-PICK-NDX.
005570     PERFORM 8110-SCAN-NEXT-JURIS
005580          THRU 8110-SCAN-NEXT-JURIS-EXIT
005590          VARYING WS-SCAN-NDX FROM 1 BY 1
005600          UNTIL WS-SCAN-NDX > WS-JT-COUNT.
005610     IF WS-PICK-NDX = ZERO
005620         GO TO 8100-PRINT-NEXT-JURIS-EXIT
005630     END-IF.
005640     COMPUTE WS-NET-TAXABLE =
005650             WS-JT-TAXABLE (WS-PICK-NDX)
005660             - WS-JT-RET-TAXABLE (WS-PICK-NDX).
005670     COMPUTE WS-NET-EXEMPT =
005680             WS-JT-EXEMPT (WS-PICK-NDX)
005690             - WS-JT-RET-EXEMPT (WS-PICK-NDX).
005700     COMPUTE WS-NET-TAX =
005710             WS-JT-TAX (WS-PICK-NDX)
005720             - WS-JT-RET-TAX (WS-PICK-NDX).
005730     MOVE SPACES TO WS-JURIS-DETAIL.
005740     MOVE WS-JT-JURIS (WS-PICK-NDX) TO JD-JURIS.
005750     IF WS-JT-JURIS (WS-PICK-NDX) = SPACES
005760         MOVE 'NO JURISDICTION' TO JD-NAME
005770     ELSE
005780         PERFORM 8120-NAME-JURIS
005790              THRU 8120-NAME-JURIS-EXIT
005800     END-IF.
005810     MOVE WS-NET-TAXABLE              TO JD-NET-TAXABLE.
005820     MOVE WS-NET-EXEMPT               TO JD-NET-EXEMPT.
005830     MOVE WS-JT-TAX (WS-PICK-NDX)     TO JD-TAX.
005840     MOVE WS-JT-RET-TAX (WS-PICK-NDX) TO JD-RET-TAX.
005850     MOVE WS-NET-TAX                  TO JD-NET-TAX.
005860     WRITE REPORT-LINE FROM WS-JURIS-DETAIL.
005870     ADD WS-NET-TAXABLE              TO WS-TOT-NET-TAXABLE.
005880     ADD WS-NET-EXEMPT               TO WS-TOT-NET-EXEMPT.
005890     ADD WS-JT-TAX (WS-PICK-NDX)     TO WS-TOT-TAX.
005900     ADD WS-JT-RET-TAX (WS-PICK-NDX) TO WS-TOT-RET-TAX.
005910     ADD WS-NET-TAX                  TO WS-TOT-NET-TAX.
005920     MOVE 'Y' TO WS-JT-PRINTED-SW (WS-PICK-NDX).
005930 8100-PRINT-NEXT-JURIS-EXIT.
005940     EXIT.

005950 8110-SCAN-NEXT-JURIS.
005960     IF WS-JT-PRINTED-SW (WS-SCAN-NDX) = 'N'
005970         IF WS-PICK-NDX = ZERO
005980            OR WS-JT-JURIS (WS-SCAN-NDX) < WS-BEST-JURIS
005990             MOVE WS-JT-JURIS (WS-SCAN-NDX) TO WS-BEST-JURIS
006000             MOVE WS-SCAN-NDX TO WS-PICK-NDX
006010         END-IF
006020     END-IF.
006030 8110-SCAN-NEXT-JURIS-EXIT.
006040     EXIT.

006050 8120-NAME-JURIS.
006060     MOVE 'N' TO WS-ENTRY-FOUND-SW.
006070     PERFORM 8130-SCAN-NAME-ENTRY
006080          THRU 8130-SCAN-NAME-ENTRY-EXIT
006090          VARYING WS-SCAN-NDX FROM 1 BY 1
006100          UNTIL WS-SCAN-NDX > WS-JN-COUNT
006110             OR WS-ENTRY-FOUND.
006120*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
006130*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
006140     IF WS-ENTRY-FOUND
006150         SUBTRACT 1 FROM WS-SCAN-NDX
006160         MOVE WS-JN-STATE-CODE (WS-SCAN-NDX) TO JD-STATE-CODE
006170         MOVE WS-JN-NAME (WS-SCAN-NDX)       TO JD-NAME
006180     ELSE
006190         MOVE 'NOT ON RATE TABLE'             TO JD-NAME
006200     END-IF.
006210 8120-NAME-JURIS-EXIT.
006220     EXIT.

006230 8130-SCAN-NAME-ENTRY.
006240     IF WS-JN-PREFIX (WS-SCAN-NDX) = WS-JT-JURIS (WS-PICK-NDX)
006250         SET WS-ENTRY-FOUND TO TRUE
006260     END-IF.
006270 8130-SCAN-NAME-ENTRY-EXIT.
006280     EXIT.

006290*---------------------------------------------------------------*
006300 9000-TERMINATE.
006310*---------------------------------------------------------------*
006320     DISPLAY 'TAXLIAB - SHIPMENTS READ.......: '
006330              WS-SHIPS-READ.
006340     DISPLAY 'TAXLIAB - SHIPMENTS IN PERIOD..: '
006350              WS-SHIPS-IN-RANGE.
006360     DISPLAY 'TAXLIAB - SHIPMENTS NO ORD/LINE: '
006370              WS-SHIPS-NO-ORDER.
006380     DISPLAY 'TAXLIAB - SHIPMENTS NOT TAX-RDY: '
006390              WS-SHIPS-UNTAXED.
006400     DISPLAY 'TAXLIAB - RETURNS READ.........: '
006410              WS-RMAS-READ.
006420     DISPLAY 'TAXLIAB - RETURNS IN PERIOD....: '
006430              WS-RMAS-IN-RANGE.
006440     DISPLAY 'TAXLIAB - RETURNS NO ORDER/LINE: '
006450              WS-RMAS-NO-ORDER.
006460     DISPLAY 'TAXLIAB - RETURNS NOT TAX-READY: '
006470              WS-RMAS-UNTAXED.
006480     DISPLAY 'TAXLIAB - JURISDICTIONS........: '
006490              WS-JT-COUNT.
006500     CLOSE SHIP-DTL-IN ORDER-MASTER PRICE-MASTER REPORT-OUT.
006510 9000-TERMINATE-EXIT.
006520     EXIT.

006530*---------------------------------------------------------------*
006540*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
006550*---------------------------------------------------------------*
006560 9700-LOG-STEP-START.
006570*---------------------------------------------------------------*
006580     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006590     MOVE 'TAXLIAB'         TO EX-JOB-NAME.
006600     SET EX-STEP-START      TO TRUE.
006610     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006620     ACCEPT EX-RUN-TIME FROM TIME.
006630     MOVE ZERO              TO EX-RECORDS-READ
006640                               EX-RECORDS-WRITTEN
006650                               EX-REJECT-COUNT
006660                               EX-COMPLETION-CODE.
006670     OPEN EXTEND EXEC-LOG-OUT.
006680     WRITE EXECUTION-LOG-RECORD.
006690     CLOSE EXEC-LOG-OUT.
006700 9700-LOG-STEP-START-EXIT.
006710     EXIT.

006720*---------------------------------------------------------------*
006730*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
006740*    ENDING WITH.                                               *
006750*---------------------------------------------------------------*
006760 9710-LOG-STEP-END.
006770*---------------------------------------------------------------*
006780     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006790     MOVE 'TAXLIAB'         TO EX-JOB-NAME.
006800     SET EX-STEP-END        TO TRUE.
006810     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006820     ACCEPT EX-RUN-TIME FROM TIME.
006830     MOVE WS-SHIPS-READ     TO EX-RECORDS-READ.
006840     MOVE WS-JT-COUNT       TO EX-RECORDS-WRITTEN.
006850     MOVE ZERO              TO EX-REJECT-COUNT.
006860     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006870     OPEN EXTEND EXEC-LOG-OUT.
006880     WRITE EXECUTION-LOG-RECORD.
006890     CLOSE EXEC-LOG-OUT.
006900 9710-LOG-STEP-END-EXIT.
006910     EXIT.
