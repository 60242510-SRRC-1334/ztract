000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ATPINQ.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - AVAILABLE-TO-PROMISE INQUIRY
000210*                   BY PRODUCT, WEEK BY WEEK, ON THE SAME FIGURES
000220*                   ORDEDIT PROMISES SHIP DATES FROM.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000227*  2026-10-15 JLH   PURCHASE ORDER MASTER MADE OPTIONAL, AS POGEN
000228*                   DECLARES IT.  NO MASTER YET MEANS NO INBOUND
000229*                   QUANTITY IN ANY WEEK.
000230*****************************************************************
000240*  REMARKS.
000250*      EACH ATP-REQUEST NAMES A PRODUCT AND A NUMBER OF WEEKS
000260*      (EIGHT WHEN ZERO OR NOT GIVEN, AT MOST 26).  THE REQUESTS
000270*      ARE LOADED FIRST SO THE ORDER MASTER IS PASSED ONCE FOR
000280*      ALL OF THEM: OPEN DEMAND IS THE UNSHIPPED QUANTITY ON
000290*      EVERY OPEN OR CREDIT-HELD ORDER, TREATED AS DUE NOW, JUST
000300*      AS ORDEDIT TREATS IT.
000310*
000320*      FOR EACH PRODUCT THE REPORT SHOWS ON-HAND FROM THE
000330*      INVENTORY MASTER, THE OPEN DEMAND, AND WHAT IS AVAILABLE
000340*      NOW, THEN ONE LINE PER WEEK FROM TODAY: THE INBOUND
000350*      QUANTITY STILL TO COME ON RECEIVABLE PURCHASE ORDER LINES
000360*      EXPECTED IN THAT WEEK, AND THE CUMULATIVE AVAILABLE-TO-
000370*      PROMISE AT THE END OF IT.  A PO LINE ALREADY PAST ITS
000380*      EXPECTED DATE COUNTS IN THE FIRST WEEK; ONE DUE AFTER THE
000390*      LAST WEEK SHOWN IS TOTALLED ON A LATER LINE.  A PRODUCT
000400*      NOT ON THE INVENTORY MASTER IS REPORTED AS SUCH.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT REQUEST-IN     ASSIGN TO REQIN
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT ORDER-MASTER   ASSIGN TO ORDMSTR
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS SEQUENTIAL
000530            RECORD KEY IS ORDER-ID
000540            ALTERNATE RECORD KEY IS CUSTOMER-NR
000550                WITH DUPLICATES
000560            FILE STATUS IS WS-ORDMSTR-STATUS.
000565     SELECT OPTIONAL
000570            PO-MASTER      ASSIGN TO POMSTR
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS PO-KEY
000610            ALTERNATE RECORD KEY IS PO-PRODUCT
000620                WITH DUPLICATES
000630            FILE STATUS IS WS-POMSTR-STATUS.
000640     SELECT STOCK-MASTER   ASSIGN TO STKMSTR
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS RANDOM
000670            RECORD KEY IS STK-PRODUCT
000680            FILE STATUS IS WS-STKMSTR-STATUS.
000690     SELECT REPORT-OUT     ASSIGN TO RPTOUT
000700            ORGANIZATION IS SEQUENTIAL.
000702     SELECT OPTIONAL
000704            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000706            ORGANIZATION IS SEQUENTIAL
000708            FILE STATUS IS WS-EXECLOG-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  REQUEST-IN
000740     LABEL RECORDS ARE STANDARD.
000750 COPY ATPREQ.

000760 FD  ORDER-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ORDREC.

000790 FD  PO-MASTER
000800     LABEL RECORDS ARE STANDARD.
000810 COPY POMSTR.

000820 FD  STOCK-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840 COPY STOKREC.

000850 FD  REPORT-OUT
000860     LABEL RECORDS ARE STANDARD.
000870 01  REPORT-LINE               PIC X(132).

000872 FD  EXEC-LOG-OUT
000874     LABEL RECORDS ARE STANDARD.
000876 COPY EXECLOG.

000880 WORKING-STORAGE SECTION.
000890 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000900 01  WS-POMSTR-STATUS          PIC X(02)  VALUE SPACES.
000910 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000915 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000920 01  WS-SWITCHES.
000930     05  WS-REQUEST-EOF        PIC X(01)  VALUE 'N'.
000940         88  REQUEST-EOF                  VALUE 'Y'.
000950     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
000960         88  ORDER-EOF                    VALUE 'Y'.
000970     05  WS-PO-SCAN-DONE-SW    PIC X(01)  VALUE 'N'.
000980         88  WS-PO-SCAN-DONE              VALUE 'Y'.
000983     05  WS-PO-FILE-SW         PIC X(01)  VALUE 'N'.
000986         88  PO-FILE-PRESENT              VALUE 'Y'.
000990     05  WS-PRODUCT-FOUND-SW   PIC X(01)  VALUE 'N'.
001000         88  WS-PRODUCT-FOUND             VALUE 'Y'.

001010 01  WS-COUNTERS                          COMP.
001020     05  WS-REQUESTS-READ      PIC 9(09)  VALUE ZERO.
001030     05  WS-ORDERS-READ        PIC 9(09)  VALUE ZERO.
001040     05  WS-PO-LINES-READ      PIC 9(09)  VALUE ZERO.
001050     05  WS-PRODUCTS-NOT-FOUND PIC 9(09)  VALUE ZERO.
001060     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.
001070     05  WS-RQ-COUNT           PIC 9(05)  VALUE ZERO.
001080     05  WS-RQ-NDX             PIC 9(05)  VALUE ZERO.
001090     05  WS-WEEK-IX            PIC 9(03)  VALUE ZERO.
001100     05  WS-WEEK-COUNT         PIC 9(03)  VALUE ZERO.

001110 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001120 01  WS-RUN-DAY                PIC 9(07)  VALUE ZERO.
001130 01  WS-DUE-DAY                PIC 9(07)  VALUE ZERO.
001140 01  WS-WEEK-OFFSET            PIC S9(07) VALUE ZERO.
001150 01  WS-UNSHIPPED-QTY          PIC S9(07) COMP-3 VALUE ZERO.
001160 01  WS-ATP-QTY                PIC S9(11) COMP-3 VALUE ZERO.
001170 01  WS-LATER-QTY              PIC S9(11) COMP-3 VALUE ZERO.

001180*----------------------------------------------------------------
001190*    THE REQUESTED PRODUCTS AND THE OPEN DEMAND AGAINST EACH.
001200*----------------------------------------------------------------
001210 01  WS-REQUEST-TABLE.
001220     05  WS-RQ-ENTRY OCCURS 1 TO 500 TIMES
001230                     DEPENDING ON WS-RQ-COUNT.
001240         10  WS-RQ-PRODUCT      PIC X(20).
001250         10  WS-RQ-WEEKS        PIC 9(03).
001260         10  WS-RQ-DEMAND       PIC S9(11) COMP-3.

001270*----------------------------------------------------------------
001280*    INBOUND QUANTITY BY WEEK FOR THE PRODUCT BEING REPORTED.
001290*----------------------------------------------------------------
001300 01  WS-WEEK-TABLE.
001310     05  WS-WEEK-INBOUND OCCURS 26 TIMES
001320                                PIC S9(11) COMP-3.

001330 01  WS-HEADING-1.
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350     05  FILLER                 PIC X(40)
001360         VALUE 'ATPINQ - AVAILABLE TO PROMISE BY WEEK   '.
001370     05  FILLER                 PIC X(08) VALUE 'RUN DATE'.
001380     05  FILLER                 PIC X(01) VALUE SPACES.
001390     05  H1-RUN-DATE            PIC 9(08).

001400 01  WS-PRODUCT-LINE.
001410     05  FILLER                 PIC X(01) VALUE SPACES.
001420     05  FILLER                 PIC X(08) VALUE 'PRODUCT '.
001430     05  PL-PRODUCT             PIC X(20).
001440     05  FILLER                 PIC X(10) VALUE '  ON HAND '.
001450     05  PL-ON-HAND             PIC Z,ZZZ,ZZ9.
001460     05  FILLER                 PIC X(14) VALUE '  OPEN DEMAND '.
001470     05  PL-DEMAND              PIC ZZZ,ZZZ,ZZ9.
001480     05  FILLER                 PIC X(16)
001490         VALUE '  AVAILABLE NOW '.
001500     05  PL-AVAILABLE           PIC ZZZ,ZZZ,ZZ9-.

001510 01  WS-NOT-FOUND-LINE.
001520     05  FILLER                 PIC X(01) VALUE SPACES.
001530     05  FILLER                 PIC X(08) VALUE 'PRODUCT '.
001540     05  NF-PRODUCT             PIC X(20).
001550     05  FILLER                 PIC X(26)
001560         VALUE '  NOT ON INVENTORY MASTER'.

001570 01  WS-COLUMN-HEADING.
001580     05  FILLER                 PIC X(05) VALUE SPACES.
001590     05  FILLER                 PIC X(30)
001600         VALUE 'WEEK  FROM      TO         '.
001610     05  FILLER                 PIC X(30)
001620         VALUE '      INBOUND  CUMULATIVE ATP'.

001630 01  WS-WEEK-LINE.
001640     05  FILLER                 PIC X(05) VALUE SPACES.
001650     05  WL-WEEK                PIC Z9.
001660     05  FILLER                 PIC X(04) VALUE SPACES.
001670     05  WL-FROM-DATE           PIC 9(08).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  WL-TO-DATE             PIC 9(08).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  WL-INBOUND             PIC ZZZ,ZZZ,ZZ9.
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  WL-ATP                 PIC ZZZ,ZZZ,ZZ9-.

001740 01  WS-LATER-LINE.
001750     05  FILLER                 PIC X(05) VALUE SPACES.
001760     05  FILLER                 PIC X(26)
001770         VALUE 'LATER                     '.
001780     05  LL-INBOUND             PIC ZZZ,ZZZ,ZZ9.
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  LL-ATP                 PIC ZZZ,ZZZ,ZZ9-.

001810 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.

001820 PROCEDURE DIVISION.
001830*---------------------------------------------------------------*
001840 0000-MAINLINE.
001850*---------------------------------------------------------------*
001853     PERFORM 9700-LOG-STEP-START
001856          THRU 9700-LOG-STEP-START-EXIT.
001860     PERFORM 1000-INITIALIZE
001870          THRU 1000-INITIALIZE-EXIT.
001880     PERFORM 2000-ANSWER-REQUEST
001890          THRU 2000-ANSWER-REQUEST-EXIT
001900          VARYING WS-RQ-NDX FROM 1 BY 1
001910          UNTIL WS-RQ-NDX > WS-RQ-COUNT.
001920     PERFORM 9000-TERMINATE
001930          THRU 9000-TERMINATE-EXIT.
001933     PERFORM 9710-LOG-STEP-END
001936          THRU 9710-LOG-STEP-END-EXIT.
001940     GOBACK.

001950*---------------------------------------------------------------*
001960 1000-INITIALIZE.
001970*---------------------------------------------------------------*
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001990     COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
002000     OPEN INPUT  REQUEST-IN
002010                 ORDER-MASTER
002020                 PO-MASTER
002030                 STOCK-MASTER
002040          OUTPUT REPORT-OUT.
002041*    NO PURCHASE ORDER MASTER YET (STATUS 05 OR 35) MEANS
002042*    NOTHING INBOUND.
002043     IF WS-POMSTR-STATUS = '00'
002044         SET PO-FILE-PRESENT TO TRUE
002045     END-IF.
002050     MOVE WS-RUN-DATE TO H1-RUN-DATE.
002060     WRITE REPORT-LINE FROM WS-HEADING-1.
002070     MOVE ZERO TO WS-RQ-COUNT.
002080     READ REQUEST-IN
002090         AT END SET REQUEST-EOF TO TRUE
002100     END-READ.
002110     PERFORM 1100-LOAD-REQUEST
002120          THRU 1100-LOAD-REQUEST-EXIT
002130          UNTIL REQUEST-EOF.
002140     READ ORDER-MASTER NEXT RECORD
002150         AT END SET ORDER-EOF TO TRUE
002160     END-READ.
002170     PERFORM 1200-ADD-ORDER-DEMAND
002180          THRU 1200-ADD-ORDER-DEMAND-EXIT
002190          UNTIL ORDER-EOF.
002200 1000-INITIALIZE-EXIT.
002210     EXIT.

002220*---------------------------------------------------------------*
002230*    ONE REQUEST INTO THE TABLE, WITH ITS WEEKS DEFAULTED AND   *
002240*    CAPPED.  A FULL TABLE FAILS THE STEP.                      *
002250*---------------------------------------------------------------*
002260 1100-LOAD-REQUEST.
002270*---------------------------------------------------------------*
002280     ADD 1 TO WS-REQUESTS-READ.
002290     IF WS-RQ-COUNT >= 500
002300         DISPLAY 'ATPINQ - REQUEST TABLE FULL AT 500 PRODUCTS'
002310                 ' - RUN STOPPED'
002320         CLOSE REQUEST-IN ORDER-MASTER PO-MASTER STOCK-MASTER
002330               REPORT-OUT
002340         MOVE 16 TO RETURN-CODE
002343         PERFORM 9710-LOG-STEP-END
002346              THRU 9710-LOG-STEP-END-EXIT
002350         GOBACK
002360     END-IF.
002370     ADD 1 TO WS-RQ-COUNT.
002380     MOVE AQ-PRODUCT TO WS-RQ-PRODUCT (WS-RQ-COUNT).
002390     MOVE 8          TO WS-RQ-WEEKS (WS-RQ-COUNT).
002400     IF AQ-WEEKS NUMERIC
002410        AND AQ-WEEKS > ZERO
002420         MOVE AQ-WEEKS TO WS-RQ-WEEKS (WS-RQ-COUNT)
002430     END-IF.
002440     IF WS-RQ-WEEKS (WS-RQ-COUNT) > 26
002450         MOVE 26 TO WS-RQ-WEEKS (WS-RQ-COUNT)
002460     END-IF.
002470     MOVE ZERO TO WS-RQ-DEMAND (WS-RQ-COUNT).
002480     READ REQUEST-IN
002490         AT END SET REQUEST-EOF TO TRUE
002500     END-READ.
002510 1100-LOAD-REQUEST-EXIT.
002520     EXIT.

002530*---------------------------------------------------------------*
002540*    ONE ORDER MASTER RECORD.  THE UNSHIPPED QUANTITY ON EACH   *
002550*    LINE OF AN OPEN OR CREDIT-HELD ORDER FOR A REQUESTED       *
002560*    PRODUCT IS OPEN DEMAND ON IT.                              *
002570*---------------------------------------------------------------*
002580 1200-ADD-ORDER-DEMAND.
002590*---------------------------------------------------------------*
002600     ADD 1 TO WS-ORDERS-READ.
002610     IF ORD-OPEN OR ORD-CREDIT-HOLD
002620         PERFORM 1210-ADD-LINE-DEMAND
002630              THRU 1210-ADD-LINE-DEMAND-EXIT
002640              VARYING WS-LINE-IX FROM 1 BY 1
002650              UNTIL WS-LINE-IX > LINE-COUNT
002660     END-IF.
002670     READ ORDER-MASTER NEXT RECORD
002680         AT END SET ORDER-EOF TO TRUE
002690     END-READ.
002700 1200-ADD-ORDER-DEMAND-EXIT.
002710     EXIT.

002720 1210-ADD-LINE-DEMAND.
002730     COMPUTE WS-UNSHIPPED-QTY = LINE-QTY (WS-LINE-IX)
002740                              - LINE-SHIPPED-QTY (WS-LINE-IX).
002750     IF WS-UNSHIPPED-QTY NOT > ZERO
002760         GO TO 1210-ADD-LINE-DEMAND-EXIT
002770     END-IF.
002780     PERFORM 1211-SCAN-ONE-REQUEST
002790          THRU 1211-SCAN-ONE-REQUEST-EXIT
002800          VARYING WS-RQ-NDX FROM 1 BY 1
002810          UNTIL WS-RQ-NDX > WS-RQ-COUNT.
002820 1210-ADD-LINE-DEMAND-EXIT.
002830     EXIT.

002840*    THE SAME PRODUCT MAY BE ASKED FOR MORE THAN ONCE - EVERY   *
002850*    MATCHING REQUEST TAKES THE DEMAND.                         *
002860 1211-SCAN-ONE-REQUEST.
002870     IF WS-RQ-PRODUCT (WS-RQ-NDX) = LINE-PRODUCT (WS-LINE-IX)
002880         ADD WS-UNSHIPPED-QTY TO WS-RQ-DEMAND (WS-RQ-NDX)
002890     END-IF.
002900 1211-SCAN-ONE-REQUEST-EXIT.
002910     EXIT.

002920*---------------------------------------------------------------*
002930*    ONE REQUESTED PRODUCT: ON-HAND AND DEMAND, THEN THE        *
002940*    INBOUND PO LINES BUCKETED BY WEEK AND THE RUNNING ATP.     *
002950*---------------------------------------------------------------*
002960 2000-ANSWER-REQUEST.
002970*---------------------------------------------------------------*
002980     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
002990     MOVE WS-RQ-PRODUCT (WS-RQ-NDX) TO STK-PRODUCT.
003000     READ STOCK-MASTER
003010         INVALID KEY
003020             CONTINUE
003030         NOT INVALID KEY
003040             SET WS-PRODUCT-FOUND TO TRUE
003050     END-READ.
003060     WRITE REPORT-LINE FROM WS-BLANK-LINE.
003070     IF NOT WS-PRODUCT-FOUND
003080         ADD 1 TO WS-PRODUCTS-NOT-FOUND
003090         MOVE WS-RQ-PRODUCT (WS-RQ-NDX) TO NF-PRODUCT
003100         WRITE REPORT-LINE FROM WS-NOT-FOUND-LINE
003110         GO TO 2000-ANSWER-REQUEST-EXIT
003120     END-IF.
003130     COMPUTE WS-ATP-QTY = STK-ON-HAND-QTY
003140                        - WS-RQ-DEMAND (WS-RQ-NDX).
003150     MOVE WS-RQ-PRODUCT (WS-RQ-NDX) TO PL-PRODUCT.
003160     MOVE STK-ON-HAND-QTY           TO PL-ON-HAND.
003170     MOVE WS-RQ-DEMAND (WS-RQ-NDX)  TO PL-DEMAND.
003180     MOVE WS-ATP-QTY                TO PL-AVAILABLE.
003190     WRITE REPORT-LINE FROM WS-PRODUCT-LINE.
003200     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
003210     MOVE WS-RQ-WEEKS (WS-RQ-NDX) TO WS-WEEK-COUNT.
003220     PERFORM 2010-CLEAR-WEEK
003230          THRU 2010-CLEAR-WEEK-EXIT
003240          VARYING WS-WEEK-IX FROM 1 BY 1
003250          UNTIL WS-WEEK-IX > 26.
003260     MOVE ZERO TO WS-LATER-QTY.
003270     PERFORM 2100-LOAD-INBOUND
003280          THRU 2100-LOAD-INBOUND-EXIT.
003290     PERFORM 2200-PRINT-WEEK
003300          THRU 2200-PRINT-WEEK-EXIT
003310          VARYING WS-WEEK-IX FROM 1 BY 1
003320          UNTIL WS-WEEK-IX > WS-WEEK-COUNT.
003330     IF WS-LATER-QTY > ZERO
003340         ADD WS-LATER-QTY TO WS-ATP-QTY
003350         MOVE WS-LATER-QTY TO LL-INBOUND
003360         MOVE WS-ATP-QTY   TO LL-ATP
003370         WRITE REPORT-LINE FROM WS-LATER-LINE
003380     END-IF.
003390 2000-ANSWER-REQUEST-EXIT.
003400     EXIT.

003410 2010-CLEAR-WEEK.
003420     MOVE ZERO TO WS-WEEK-INBOUND (WS-WEEK-IX).
003430 2010-CLEAR-WEEK-EXIT.
003440     EXIT.

003450*---------------------------------------------------------------*
003460*    THE PRODUCT'S RECEIVABLE PO LINES WITH QUANTITY STILL TO   *
003470*    COME, READ THROUGH THE PO-PRODUCT ALTERNATE KEY.           *
003480*---------------------------------------------------------------*
003490 2100-LOAD-INBOUND.
003500*---------------------------------------------------------------*
003510     MOVE 'N' TO WS-PO-SCAN-DONE-SW.
003512     IF NOT PO-FILE-PRESENT
003514         GO TO 2100-LOAD-INBOUND-EXIT
003516     END-IF.
003520     MOVE WS-RQ-PRODUCT (WS-RQ-NDX) TO PO-PRODUCT.
003530     START PO-MASTER KEY IS = PO-PRODUCT
003540         INVALID KEY
003550             GO TO 2100-LOAD-INBOUND-EXIT
003560     END-START.
003570     PERFORM 2110-READ-NEXT-PO-LINE
003580          THRU 2110-READ-NEXT-PO-LINE-EXIT
003590          UNTIL WS-PO-SCAN-DONE.
003600 2100-LOAD-INBOUND-EXIT.
003610     EXIT.

003620 2110-READ-NEXT-PO-LINE.
003630     READ PO-MASTER NEXT RECORD
003640         AT END
003650             SET WS-PO-SCAN-DONE TO TRUE
003660             GO TO 2110-READ-NEXT-PO-LINE-EXIT
003670     END-READ.
003680     IF PO-PRODUCT NOT = WS-RQ-PRODUCT (WS-RQ-NDX)
003690         SET WS-PO-SCAN-DONE TO TRUE
003700         GO TO 2110-READ-NEXT-PO-LINE-EXIT
003710     END-IF.
003720     ADD 1 TO WS-PO-LINES-READ.
003730     IF NOT PO-RECEIVABLE
003740        OR PO-RECEIVED-QTY NOT < PO-ORDER-QTY
003750         GO TO 2110-READ-NEXT-PO-LINE-EXIT
003760     END-IF.
003770     COMPUTE WS-UNSHIPPED-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
003780     MOVE ZERO TO WS-WEEK-OFFSET.
003790     IF PO-EXPECTED-DATE > WS-RUN-DATE
003800         COMPUTE WS-DUE-DAY =
003810                 FUNCTION INTEGER-OF-DATE (PO-EXPECTED-DATE)
003820         COMPUTE WS-WEEK-OFFSET = (WS-DUE-DAY - WS-RUN-DAY) / 7
003830     END-IF.
003840     IF WS-WEEK-OFFSET NOT < WS-WEEK-COUNT
003850         ADD WS-UNSHIPPED-QTY TO WS-LATER-QTY
003860         GO TO 2110-READ-NEXT-PO-LINE-EXIT
003870     END-IF.
003880     COMPUTE WS-WEEK-IX = WS-WEEK-OFFSET + 1.
003890     ADD WS-UNSHIPPED-QTY TO WS-WEEK-INBOUND (WS-WEEK-IX).
003900 2110-READ-NEXT-PO-LINE-EXIT.
003910     EXIT.

003920 2200-PRINT-WEEK.
003930     ADD WS-WEEK-INBOUND (WS-WEEK-IX) TO WS-ATP-QTY.
003940     MOVE WS-WEEK-IX TO WL-WEEK.
003950     COMPUTE WL-FROM-DATE = FUNCTION DATE-OF-INTEGER
003960             (WS-RUN-DAY + (WS-WEEK-IX - 1) * 7).
003970     COMPUTE WL-TO-DATE = FUNCTION DATE-OF-INTEGER
003980             (WS-RUN-DAY + WS-WEEK-IX * 7 - 1).
003990     MOVE WS-WEEK-INBOUND (WS-WEEK-IX) TO WL-INBOUND.
004000     MOVE WS-ATP-QTY TO WL-ATP.
004010     WRITE REPORT-LINE FROM WS-WEEK-LINE.
004020 2200-PRINT-WEEK-EXIT.
004030     EXIT.

004040*---------------------------------------------------------------*
004050 9000-TERMINATE.
004060*---------------------------------------------------------------*
004070     DISPLAY 'ATPINQ - REQUESTS READ.........: ' WS-REQUESTS-READ.
004080     DISPLAY 'ATPINQ - ORDERS SCANNED........: ' WS-ORDERS-READ.
004090     DISPLAY 'ATPINQ - PO LINES READ.........: ' WS-PO-LINES-READ.
004100     DISPLAY 'ATPINQ - PRODUCTS NOT FOUND....: '
004110              WS-PRODUCTS-NOT-FOUND.
004120     CLOSE REQUEST-IN ORDER-MASTER PO-MASTER STOCK-MASTER
004130           REPORT-OUT.
004140 9000-TERMINATE-EXIT.
004150     EXIT.

004160*---------------------------------------------------------------*
004170*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004180*---------------------------------------------------------------*
004190 9700-LOG-STEP-START.
004200*---------------------------------------------------------------*
004210     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004220     MOVE 'ATPINQ'          TO EX-JOB-NAME.
004230     SET EX-STEP-START      TO TRUE.
004240     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004250     ACCEPT EX-RUN-TIME FROM TIME.
004260     MOVE ZERO              TO EX-RECORDS-READ
004270                               EX-RECORDS-WRITTEN
004280                               EX-REJECT-COUNT
004290                               EX-COMPLETION-CODE.
004300     OPEN EXTEND EXEC-LOG-OUT.
004310     WRITE EXECUTION-LOG-RECORD.
004320     CLOSE EXEC-LOG-OUT.
004330 9700-LOG-STEP-START-EXIT.
004340     EXIT.

004350*---------------------------------------------------------------*
004360*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004370*    ENDING WITH.                                               *
004380*---------------------------------------------------------------*
004390 9710-LOG-STEP-END.
004400*---------------------------------------------------------------*
004410     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004420     MOVE 'ATPINQ'          TO EX-JOB-NAME.
004430     SET EX-STEP-END        TO TRUE.
004440     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004450     ACCEPT EX-RUN-TIME FROM TIME.
004460     MOVE WS-REQUESTS-READ  TO EX-RECORDS-READ.
004470     MOVE ZERO              TO EX-RECORDS-WRITTEN.
004480     MOVE WS-PRODUCTS-NOT-FOUND TO EX-REJECT-COUNT.
004490     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004500     OPEN EXTEND EXEC-LOG-OUT.
004510     WRITE EXECUTION-LOG-RECORD.
004520     CLOSE EXEC-LOG-OUT.
004530 9710-LOG-STEP-END-EXIT.
004540     EXIT.
