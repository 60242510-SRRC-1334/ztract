000210*                   SUGGESTION RUN OFF THE REORDER POINTS NOW
000220*                   CARRIED ON THE STOCK MASTER, SO PURCHASING
000230*                   HEARS ABOUT A SHORTAGE BEFORE BACKORD DOES.
000232*  2026-10-15 JLH   EVERY SUGGESTION IS NOW ALSO WRITTEN TO A
000234*                   SUGGESTION FILE (COPY POSUGG) IN PRODUCT
000236*                   SEQUENCE, SO POGEN CAN RAISE PURCHASE ORDERS
000238*                   FROM THE ONES PURCHASING APPROVES INSTEAD OF
000239*                   THE LIST BEING RETYPED.
000240*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000241*                   TO THE COMMON EXECUTION LOG FOR THE
000242*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000243*  2026-10-15 JLH   OPEN PURCHASE ORDER QUANTITY STILL TO COME IN
000244*                   IS NETTED INTO AVAILABLE, SO A PRODUCT ALREADY
000245*                   ON ORDER IS NOT SUGGESTED (AND RAISED BY
000246*                   POGEN) A SECOND TIME.
000247*****************************************************************
000250*  REMARKS.
000260*      LOADS EVERY PRODUCT OFF THE INDEXED INVENTORY MASTER
000270*      STKLOAD BUILDS, THEN PASSES THE ORDER FILE ACCUMULATING
000280*      EACH PRODUCT'S OPEN UNFILLED DEMAND (LINE-QTY MINUS
000290*      LINE-SHIPPED-QTY ACROSS OPEN ORDERS).  EACH PRODUCT'S
000293*      QUANTITY ALREADY ON ORDER - ORDER-QTY LESS RECEIVED-QTY
000296*      OF ITS RECEIVABLE LINES ON THE PURCHASE ORDER MASTER,
000299*      READ THROUGH THE PO-PRODUCT ALTERNATE KEY - IS ADDED
000302*      BACK.  A PRODUCT WHOSE ON-HAND BALANCE MINUS OPEN DEMAND
000305*      PLUS ON-ORDER FALLS BELOW ITS
000310*      STK-REORDER-POINT GETS A SUGGESTED-PURCHASE LINE - THE
000320*      SUGGESTED QUANTITY IS STK-REORDER-QTY, RAISED TO THE
000330*      SHORTFALL WHEN THE SHORTFALL IS DEEPER THAN ONE REORDER
000390*      AN OPEN ORDER LINE FOR A PRODUCT NOT ON THE MASTER IS
000400*      COUNTED ON THE CONSOLE - THE ORDEDIT INTAKE GATE SHOULD
000410*      HAVE STOPPED IT, SO THE COUNT IS A HEALTH CHECK.
000412*
000414*      THE SAME SUGGESTIONS GO TO THE SUGGESTION FILE (COPY
000416*      POSUGG) IN PRODUCT SEQUENCE, ONE RECORD PER PRODUCT, FOR
000418*      POGEN TO MATCH AGAINST PURCHASING'S APPROVAL CARDS.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000510            ACCESS MODE IS SEQUENTIAL
000520            RECORD KEY IS STK-PRODUCT
000530            FILE STATUS IS WS-STKMSTR-STATUS.
000531     SELECT OPTIONAL
000532            PO-MASTER      ASSIGN TO POMSTR
000533            ORGANIZATION IS INDEXED
000534            ACCESS MODE IS DYNAMIC
000535            RECORD KEY IS PO-KEY
000536            ALTERNATE RECORD KEY IS PO-PRODUCT
000537                WITH DUPLICATES
000538            FILE STATUS IS WS-POMSTR-STATUS.
000540     SELECT ORDER-IN       ASSIGN TO ORDIN
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT REPORT-OUT     ASSIGN TO RPTOUT
000570            ORGANIZATION IS SEQUENTIAL.
000572     SELECT SUGGEST-OUT    ASSIGN TO SUGGOUT
000574            ORGANIZATION IS SEQUENTIAL.
000575     SELECT OPTIONAL
000576            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000577            ORGANIZATION IS SEQUENTIAL
000578            FILE STATUS IS WS-EXECLOG-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000610     LABEL RECORDS ARE STANDARD.
000620 COPY STOKREC.

000622 FD  PO-MASTER
000624     LABEL RECORDS ARE STANDARD.
000626 COPY POMSTR.

000630 FD  ORDER-IN
000640     LABEL RECORDS ARE STANDARD.
000650 COPY ORDREC.

000660 FD  REPORT-OUT
000670     LABEL RECORDS ARE STANDARD.
000680 01  REPORT-LINE               PIC X(132).

000682 FD  SUGGEST-OUT
000684     LABEL RECORDS ARE STANDARD.
000686 COPY POSUGG.

000687 FD  EXEC-LOG-OUT
000688     LABEL RECORDS ARE STANDARD.
000689 COPY EXECLOG.

000690 WORKING-STORAGE SECTION.
000700 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000702 01  WS-POMSTR-STATUS          PIC X(02)  VALUE SPACES.
000705 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000710 01  WS-SWITCHES.
000720     05  WS-STOCK-EOF          PIC X(01)  VALUE 'N'.
000770         88  WS-PRODUCT-FOUND             VALUE 'Y'.
000780     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
000790         88  WS-TABLE-FULL                VALUE 'Y'.
000792     05  WS-PO-FILE-SW         PIC X(01)  VALUE 'N'.
000794         88  PO-FILE-PRESENT              VALUE 'Y'.
000796     05  WS-PO-SCAN-DONE-SW    PIC X(01)  VALUE 'N'.
000798         88  WS-PO-SCAN-DONE              VALUE 'Y'.

000800 01  WS-COUNTERS                          COMP.
000810     05  WS-PRODUCTS-LOADED    PIC 9(09)  VALUE ZERO.
000870     05  WS-PT-NDX             PIC 9(09)  VALUE ZERO.
000880     05  WS-SCAN-NDX           PIC 9(09)  VALUE ZERO.
000890     05  WS-PICK-NDX           PIC 9(09)  VALUE ZERO.
000895     05  WS-SUGGESTS-WRITTEN   PIC 9(09)  VALUE ZERO.

000900 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000910 01  WS-OPEN-QTY               PIC S9(09) COMP VALUE ZERO.
001070         10  WS-PD-REORDER-PT   PIC 9(07).
001080         10  WS-PD-REORDER-QTY  PIC 9(07).
001090         10  WS-PD-OPEN-DEMAND  PIC S9(09) COMP.
001095         10  WS-PD-ON-ORDER     PIC S9(09) COMP.
001100         10  WS-PD-SHORTFALL    PIC S9(09) COMP.
001110         10  WS-PD-SUGGEST-QTY  PIC 9(07).

001200     05  FILLER                 PIC X(20) VALUE 'PRODUCT'.
001210     05  FILLER                 PIC X(12) VALUE '     ON-HAND'.
001220     05  FILLER                 PIC X(12) VALUE '      DEMAND'.
001225     05  FILLER                 PIC X(12) VALUE '    ON-ORDER'.
001230     05  FILLER                 PIC X(12) VALUE '   AVAILABLE'.
001240     05  FILLER                 PIC X(12) VALUE '   REORD-PNT'.
001250     05  FILLER                 PIC X(12) VALUE '   SHORTFALL'.
001310     05  FILLER                 PIC X(02) VALUE SPACES.
001320     05  RD-DEMAND              PIC ZZ,ZZZ,ZZ9.
001330     05  FILLER                 PIC X(02) VALUE SPACES.
001333     05  RD-ON-ORDER            PIC ZZ,ZZZ,ZZ9.
001336     05  FILLER                 PIC X(02) VALUE SPACES.
001340     05  RD-AVAILABLE           PIC ZZ,ZZZ,ZZ9-.
001350     05  FILLER                 PIC X(01) VALUE SPACES.
001360     05  RD-REORDER-PT          PIC ZZ,ZZZ,ZZ9.
001420*---------------------------------------------------------------*
001430 0000-MAINLINE.
001440*---------------------------------------------------------------*
001443     PERFORM 9700-LOG-STEP-START
001446          THRU 9700-LOG-STEP-START-EXIT.
001450     PERFORM 1000-INITIALIZE
001460          THRU 1000-INITIALIZE-EXIT.
001470     IF WS-TABLE-FULL
001480         DISPLAY 'REORDRPT - PRODUCT TABLE FULL, MASTER ONLY '
001490                 'PARTLY LOADED - FAILING THE STEP'
001500         CLOSE ORDER-IN REPORT-OUT SUGGEST-OUT PO-MASTER
001510         MOVE 16 TO RETURN-CODE
001513         PERFORM 9710-LOG-STEP-END
001516              THRU 9710-LOG-STEP-END-EXIT
001520         GOBACK
001530     END-IF.
001540     PERFORM 2000-TALLY-ORDER
001620          THRU 4000-PRINT-REPORT-EXIT.
001630     PERFORM 9000-TERMINATE
001640          THRU 9000-TERMINATE-EXIT.
001643     PERFORM 9710-LOG-STEP-END
001646          THRU 9710-LOG-STEP-END-EXIT.
001650     GOBACK.

001660*---------------------------------------------------------------*
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700     OPEN INPUT  STOCK-MASTER
001710                 ORDER-IN
001720          OUTPUT REPORT-OUT
001725                 SUGGEST-OUT.
001730     PERFORM 1100-LOAD-PRODUCT-TABLE
001740          THRU 1100-LOAD-PRODUCT-TABLE-EXIT
001750          UNTIL STOCK-EOF
001760             OR WS-TABLE-FULL.
001770     CLOSE STOCK-MASTER.
001771*    NO PURCHASE ORDER MASTER YET (STATUS 05 OR 35) MEANS
001772*    NOTHING IS ON ORDER.
001773     OPEN INPUT PO-MASTER.
001774     IF WS-POMSTR-STATUS = '00'
001775         SET PO-FILE-PRESENT TO TRUE
001776     END-IF.
001780     READ ORDER-IN
001790         AT END SET ORDER-EOF TO TRUE
001800     END-READ.
002060                   TO WS-PD-REORDER-QTY (WS-PT-COUNT)
002070                 MOVE ZERO
002080                   TO WS-PD-OPEN-DEMAND (WS-PT-COUNT)
002085                      WS-PD-ON-ORDER (WS-PT-COUNT)
002090                      WS-PD-SHORTFALL (WS-PT-COUNT)
002100                      WS-PD-SUGGEST-QTY (WS-PT-COUNT)
002110             END-IF
002610     EXIT.

002620*---------------------------------------------------------------*
002630*    AVAILABLE = ON-HAND MINUS OPEN DEMAND PLUS ON ORDER, SO      *
002635*    STOCK ALREADY BOUGHT IS NOT BOUGHT AGAIN.  BELOW THE REORDER *
002640*    POINT THE SHORTFALL IS RECORDED AND THE SUGGESTED BUY IS     *
002650*    THE REORDER QUANTITY, RAISED TO THE SHORTFALL WHEN ONE       *
002660*    REORDER QUANTITY WOULD NOT CLOSE THE GAP.                    *
002700     IF WS-PD-REORDER-PT (WS-PT-NDX) = ZERO
002710         GO TO 3000-BUILD-SUGGESTIONS-EXIT
002720     END-IF.
002722     IF PO-FILE-PRESENT
002724         PERFORM 3050-SUM-ON-ORDER
002726              THRU 3050-SUM-ON-ORDER-EXIT
002728     END-IF.
002730     COMPUTE WS-AVAILABLE = WS-PD-ON-HAND (WS-PT-NDX)
002740             - WS-PD-OPEN-DEMAND (WS-PT-NDX)
002745             + WS-PD-ON-ORDER (WS-PT-NDX).
002750     IF WS-AVAILABLE >= WS-PD-REORDER-PT (WS-PT-NDX)
002760         GO TO 3000-BUILD-SUGGESTIONS-EXIT
002770     END-IF.
002860           TO WS-PD-SUGGEST-QTY (WS-PT-NDX)
002870     END-IF.
002880     ADD 1 TO WS-SUGGESTIONS.
002882     PERFORM 3100-WRITE-SUGGESTION
002884          THRU 3100-WRITE-SUGGESTION-EXIT.
002890 3000-BUILD-SUGGESTIONS-EXIT.
002900     EXIT.

002901*---------------------------------------------------------------*
002902*    THE PRODUCT'S RECEIVABLE PO LINES, READ THROUGH THE          *
002903*    PO-PRODUCT ALTERNATE KEY THE SAME WAY ORDEDIT FINDS ITS      *
002904*    INBOUND SUPPLY: ORDERED LESS RECEIVED IS STILL TO COME.      *
002905*---------------------------------------------------------------*
002906 3050-SUM-ON-ORDER.
002907*---------------------------------------------------------------*
002908     MOVE 'N' TO WS-PO-SCAN-DONE-SW.
002909     MOVE WS-PD-PRODUCT (WS-PT-NDX) TO PO-PRODUCT.
002910     START PO-MASTER KEY IS = PO-PRODUCT
002911         INVALID KEY
002912             GO TO 3050-SUM-ON-ORDER-EXIT
002913     END-START.
002914     PERFORM 3051-READ-NEXT-PO-LINE
002915          THRU 3051-READ-NEXT-PO-LINE-EXIT
002916          UNTIL WS-PO-SCAN-DONE.
002917 3050-SUM-ON-ORDER-EXIT.
002918     EXIT.

002919 3051-READ-NEXT-PO-LINE.
002920     READ PO-MASTER NEXT RECORD
002921         AT END
002922             SET WS-PO-SCAN-DONE TO TRUE
002923             GO TO 3051-READ-NEXT-PO-LINE-EXIT
002924     END-READ.
002925     IF PO-PRODUCT NOT = WS-PD-PRODUCT (WS-PT-NDX)
002926         SET WS-PO-SCAN-DONE TO TRUE
002927         GO TO 3051-READ-NEXT-PO-LINE-EXIT
002928     END-IF.
002929     IF NOT PO-RECEIVABLE
002930        OR PO-RECEIVED-QTY NOT < PO-ORDER-QTY
002931         GO TO 3051-READ-NEXT-PO-LINE-EXIT
002932     END-IF.
002933     COMPUTE WS-PD-ON-ORDER (WS-PT-NDX) =
002934             WS-PD-ON-ORDER (WS-PT-NDX)
002935             + PO-ORDER-QTY - PO-RECEIVED-QTY.
002936 3051-READ-NEXT-PO-LINE-EXIT.
002937     EXIT.

002938*---------------------------------------------------------------*
002939*    THE SUGGESTION FILE RECORD FOR POGEN.  THE TABLE IS IN       *
002940*    INVENTORY MASTER SEQUENCE, SO THE FILE COMES OUT IN          *
002941*    PRODUCT SEQUENCE WITHOUT A SORT.                             *
002942*---------------------------------------------------------------*
002943 3100-WRITE-SUGGESTION.
002944*---------------------------------------------------------------*
002945     MOVE SPACES TO REORDER-SUGGESTION-RECORD.
002946     MOVE WS-PD-PRODUCT (WS-PT-NDX)     TO SG-PRODUCT.
002947     MOVE WS-PD-ON-HAND (WS-PT-NDX)     TO SG-ON-HAND.
002948     MOVE WS-PD-OPEN-DEMAND (WS-PT-NDX) TO SG-OPEN-DEMAND.
002949     MOVE WS-PD-SHORTFALL (WS-PT-NDX)   TO SG-SHORTFALL.
002950     MOVE WS-PD-SUGGEST-QTY (WS-PT-NDX) TO SG-SUGGEST-QTY.
002951     MOVE WS-RUN-DATE                   TO SG-RUN-DATE.
002952     WRITE REORDER-SUGGESTION-RECORD.
002953     ADD 1 TO WS-SUGGESTS-WRITTEN.
002954 3100-WRITE-SUGGESTION-EXIT.
002955     EXIT.

002956*---------------------------------------------------------------*
002957*    PRINT THE SUGGESTIONS DEEPEST-SHORTFALL-FIRST: REPEATEDLY    *
002958*    SELECT THE LARGEST UNPRINTED SHORTFALL AND MARK IT PRINTED   *
002959*    BY SETTING ITS SHORTFALL NEGATIVE.                           *
002960*---------------------------------------------------------------*
002961 4000-PRINT-REPORT.
002970*---------------------------------------------------------------*
002980     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002990     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
003170     MOVE WS-PD-PRODUCT (WS-PICK-NDX)     TO RD-PRODUCT.
003180     MOVE WS-PD-ON-HAND (WS-PICK-NDX)     TO RD-ON-HAND.
003190     MOVE WS-PD-OPEN-DEMAND (WS-PICK-NDX) TO RD-DEMAND.
003195     MOVE WS-PD-ON-ORDER (WS-PICK-NDX)    TO RD-ON-ORDER.
003200     COMPUTE WS-AVAILABLE = WS-PD-ON-HAND (WS-PICK-NDX)
003210             - WS-PD-OPEN-DEMAND (WS-PICK-NDX)
003215             + WS-PD-ON-ORDER (WS-PICK-NDX).
003220     MOVE WS-AVAILABLE                    TO RD-AVAILABLE.
003230     MOVE WS-PD-REORDER-PT (WS-PICK-NDX)  TO RD-REORDER-PT.
003240     MOVE WS-PD-SHORTFALL (WS-PICK-NDX)   TO RD-SHORTFALL.
003460              WS-SUGGESTIONS.
003470     DISPLAY 'REORDRPT - PRODUCTS NOT ON FILE: '
003480              WS-PRODUCTS-UNKNOWN.
003485     DISPLAY 'REORDRPT - SUGGESTIONS WRITTEN.: '
003487              WS-SUGGESTS-WRITTEN.
003490     CLOSE ORDER-IN REPORT-OUT SUGGEST-OUT PO-MASTER.
003500 9000-TERMINATE-EXIT.
003510     EXIT.

003520*---------------------------------------------------------------*
003530*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003540*---------------------------------------------------------------*
003550 9700-LOG-STEP-START.
003560*---------------------------------------------------------------*
003570     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003580     MOVE 'REORDRPT'        TO EX-JOB-NAME.
003590     SET EX-STEP-START      TO TRUE.
003600     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003610     ACCEPT EX-RUN-TIME FROM TIME.
003620     MOVE ZERO              TO EX-RECORDS-READ
003630                               EX-RECORDS-WRITTEN
003640                               EX-REJECT-COUNT
003650                               EX-COMPLETION-CODE.
003660     OPEN EXTEND EXEC-LOG-OUT.
003670     WRITE EXECUTION-LOG-RECORD.
003680     CLOSE EXEC-LOG-OUT.
003690 9700-LOG-STEP-START-EXIT.
003700     EXIT.

003710*---------------------------------------------------------------*
003720*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003730*    ENDING WITH.                                               *
003740*---------------------------------------------------------------*
003750 9710-LOG-STEP-END.
003760*---------------------------------------------------------------*
003770     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003780     MOVE 'REORDRPT'        TO EX-JOB-NAME.
003790     SET EX-STEP-END        TO TRUE.
003800     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003810     ACCEPT EX-RUN-TIME FROM TIME.
003820     MOVE WS-ORDERS-READ    TO EX-RECORDS-READ.
003830     MOVE WS-SUGGESTS-WRITTEN TO EX-RECORDS-WRITTEN.
003840     MOVE ZERO              TO EX-REJECT-COUNT.
003850     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003860     OPEN EXTEND EXEC-LOG-OUT.
003870     WRITE EXECUTION-LOG-RECORD.
003880     CLOSE EXEC-LOG-OUT.
003890 9710-LOG-STEP-END-EXIT.
003900     EXIT.
