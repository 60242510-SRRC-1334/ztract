000251*                   PICK LIST LINE, SO THE EDIASN TRANSLATOR CAN
000252*                   BUILD OUTBOUND 856-STYLE SHIP NOTICES FROM
000253*                   WHAT WAS ACTUALLY ALLOCATED THIS RUN.
000254*  2026-10-15 JLH   EVERY ALLOCATION NOW ALSO APPENDS A SHIP
000255*                   MOVEMENT TO THE STOCK MOVEMENT LEDGER (COPY
000256*                   STKMOVE) SO STKRFWD CAN PROVE THE DAY'S
000257*                   ON-HAND ROLL-FORWARD.
000258*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000259*                   TO THE COMMON EXECUTION LOG FOR THE
000260*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000261*****************************************************************
000262*  REMARKS.
000270*      WALKS OPEN ORDERS OLDEST-FIRST - THE ORDER FILE FOR THIS
000280*      STEP MUST BE PRESORTED ASCENDING ON ORDER-DATE (A SORT
000290*      STEP PRECEDES THIS PROGRAM IN THE JOB) - AND ALLOCATES
000456*      CHANGE TRANSACTION (COPY ORDSCHG) FOR ORDSTUPD.  THE
000457*      TRANSACTION FILE MUST BE SORTED ON OSC-ORDER-ID BEFORE
000458*      ORDSTUPD, WHICH THE JOBSTREAM'S SORT STEP DOES.
000459*
000461*      EVERY ALLOCATION APPENDS ONE SHIP MOVEMENT (NEGATIVE
000463*      QUANTITY, REFERENCE ORDER/LINE) TO THE COMMON STOCK
000465*      MOVEMENT LEDGER.
000467*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000634            ORGANIZATION IS SEQUENTIAL.
000636     SELECT SHIP-DTL-OUT   ASSIGN TO SHIPOUT
000638            ORGANIZATION IS SEQUENTIAL.
000639     SELECT OPTIONAL
000640            MOVEMENT-OUT   ASSIGN TO STKMOVE
000641            ORGANIZATION IS SEQUENTIAL
000642            FILE STATUS IS WS-STKMOVE-STATUS.
000643     SELECT OPTIONAL
000644            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000645            ORGANIZATION IS SEQUENTIAL
000646            FILE STATUS IS WS-EXECLOG-STATUS.

000647 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ORDER-IN
000670     LABEL RECORDS ARE STANDARD.
000782     LABEL RECORDS ARE STANDARD.
000784 COPY SHIPDTL.

000785 FD  MOVEMENT-OUT
000786     LABEL RECORDS ARE STANDARD.
000787 COPY STKMOVE.

000788 FD  EXEC-LOG-OUT
000789     LABEL RECORDS ARE STANDARD.
000790 COPY EXECLOG.

000791 WORKING-STORAGE SECTION.
000792 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000795 01  WS-STKMOVE-STATUS         PIC X(02)  VALUE SPACES.
000797 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000800 01  WS-SWITCHES.
000810     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
000920     05  WS-PRODUCTS-UNKNOWN   PIC 9(09)  VALUE ZERO.
000930     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.
000932     05  WS-SHIP-TRANS-WRITTEN PIC 9(09)  VALUE ZERO.
000936     05  WS-MOVES-WRITTEN      PIC 9(09)  VALUE ZERO.

000940 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000942 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001070*---------------------------------------------------------------*
001080 0000-MAINLINE.
001090*---------------------------------------------------------------*
001093     PERFORM 9700-LOG-STEP-START
001096          THRU 9700-LOG-STEP-START-EXIT.
001100     PERFORM 1000-INITIALIZE
001110          THRU 1000-INITIALIZE-EXIT.
001120     PERFORM 2000-PROCESS-ORDER
001140          UNTIL ORDER-EOF.
001150     PERFORM 9000-TERMINATE
001160          THRU 9000-TERMINATE-EXIT.
001163     PERFORM 9710-LOG-STEP-END
001166          THRU 9710-LOG-STEP-END-EXIT.
001170     GOBACK.

001180*---------------------------------------------------------------*
001250                 PICK-OUT
001252                 ORDER-CHG-OUT
001254                 SHIP-DTL-OUT.
001257     OPEN EXTEND MOVEMENT-OUT.
001260     READ ORDER-IN
001270         AT END SET ORDER-EOF TO TRUE
001280     END-READ.
001950          THRU 2200-WRITE-PICK-LINE-EXIT.
001952     PERFORM 2250-WRITE-SHIP-DETAIL
001954          THRU 2250-WRITE-SHIP-DETAIL-EXIT.
001956     PERFORM 2260-WRITE-MOVEMENT
001958          THRU 2260-WRITE-MOVEMENT-EXIT.
001960 2100-ALLOCATE-LINE-EXIT.
001970     EXIT.

002140     MOVE WS-ALLOC-QTY              TO PD-PICK-QTY.
002150     WRITE PICK-LINE FROM WS-PICK-DETAIL.
002160 2200-WRITE-PICK-LINE-EXIT.
002161     EXIT.

002162*---------------------------------------------------------------*
002163*    THE SAME ALLOCATION AGAIN AS A SHIP-DETAIL-RECORD FOR THE    *
002164*    EDIASN SHIP NOTICE TRANSLATOR.                               *
002165*---------------------------------------------------------------*
002166 2250-WRITE-SHIP-DETAIL.
002167*---------------------------------------------------------------*
002168     MOVE SPACES                    TO SHIP-DETAIL-RECORD.
002169     MOVE ORDER-ID                  TO SD-ORDER-ID.
002170     MOVE CUSTOMER-NR               TO SD-CUSTOMER-NR.
002171     MOVE LINE-ITEM-NR (WS-LINE-IX) TO SD-LINE-ITEM-NR.
002172     MOVE LINE-PRODUCT (WS-LINE-IX) TO SD-PRODUCT.
002173     MOVE WS-ALLOC-QTY              TO SD-SHIP-QTY.
002174     MOVE WS-RUN-DATE               TO SD-SHIP-DATE.
002175     WRITE SHIP-DETAIL-RECORD.
002176 2250-WRITE-SHIP-DETAIL-EXIT.
002177     EXIT.

002178*---------------------------------------------------------------*
002179*    THE SAME ALLOCATION AS A SHIP MOVEMENT ON THE STOCK          *
002180*    MOVEMENT LEDGER.                                             *
002181*---------------------------------------------------------------*
002182 2260-WRITE-MOVEMENT.
002183*---------------------------------------------------------------*
002184     MOVE SPACES                    TO STOCK-MOVEMENT-RECORD.
002185     MOVE LINE-PRODUCT (WS-LINE-IX) TO MV-PRODUCT.
002186     SET MV-SHIP                    TO TRUE.
002187     COMPUTE MV-QTY = 0 - WS-ALLOC-QTY.
002188     MOVE ORDER-ID                  TO MV-REF-ORDER-ID.
002189     MOVE LINE-ITEM-NR (WS-LINE-IX) TO MV-REF-LINE-NR.
002190     MOVE WS-RUN-DATE               TO MV-MOVE-DATE.
002191     MOVE WS-RUN-TIME               TO MV-MOVE-TIME.
002192     MOVE 'STKALLOC'                TO MV-JOB-NAME.
002193     MOVE STK-ON-HAND-QTY           TO MV-ON-HAND-AFTER.
002194     WRITE STOCK-MOVEMENT-RECORD.
002195     ADD 1 TO WS-MOVES-WRITTEN.
002196 2260-WRITE-MOVEMENT-EXIT.
002197     EXIT.

002198*---------------------------------------------------------------*
002199*    THE ORDER IS FULLY SHIPPED WHEN NO LINE STILL NEEDS          *
002200*    ANYTHING.  AN ORDER WITH NO LINES SHIPS NOTHING AND GETS     *
002201*    NO TRANSACTION.                                              *
002202*---------------------------------------------------------------*
002203 2300-CHECK-FULLY-SHIPPED.
002204*---------------------------------------------------------------*
002205     IF LINE-COUNT = ZERO
002206         MOVE 'N' TO WS-ORDER-FILLED-SW
002207         GO TO 2300-CHECK-FULLY-SHIPPED-EXIT
002208     END-IF.
002209     MOVE 'Y' TO WS-ORDER-FILLED-SW.
002210     PERFORM 2310-CHECK-ONE-LINE
002211          THRU 2310-CHECK-ONE-LINE-EXIT
002212          VARYING WS-LINE-IX FROM 1 BY 1
002213          UNTIL WS-LINE-IX > LINE-COUNT
002214             OR NOT WS-ORDER-FILLED.
002215 2300-CHECK-FULLY-SHIPPED-EXIT.
002216     EXIT.

002217 2310-CHECK-ONE-LINE.
002218     IF LINE-SHIPPED-QTY (WS-LINE-IX) < LINE-QTY (WS-LINE-IX)
002219         MOVE 'N' TO WS-ORDER-FILLED-SW
002220     END-IF.
002221 2310-CHECK-ONE-LINE-EXIT.
002222     EXIT.

002223*---------------------------------------------------------------*
002224*    ONE OPEN-TO-SHIP TRANSACTION FOR ORDSTUPD'S AUDITED          *
002225*    TRANSITION PATH.                                             *
002226*---------------------------------------------------------------*
002227 2400-WRITE-SHIP-TRANS.
002228*---------------------------------------------------------------*
002229     MOVE SPACES          TO ORDER-STATUS-CHANGE-RECORD.
002230     MOVE ORDER-ID        TO OSC-ORDER-ID.
002231     MOVE 'SHIP'          TO OSC-NEW-STATUS.
002232     MOVE 'STKALLOC'      TO OSC-CHANGED-BY.
002233     MOVE WS-RUN-DATE     TO OSC-CHANGE-DATE.
002234     MOVE WS-RUN-TIME     TO OSC-CHANGE-TIME.
002235     MOVE 'FULLY ALLOCATED BY NIGHTLY RUN'
002236                          TO OSC-COMMENT.
002237     WRITE ORDER-STATUS-CHANGE-RECORD.
002238     ADD 1 TO WS-SHIP-TRANS-WRITTEN.
002239 2400-WRITE-SHIP-TRANS-EXIT.
002240     EXIT.

002241*---------------------------------------------------------------*
002242 9000-TERMINATE.
002243*---------------------------------------------------------------*
002244     DISPLAY 'STKALLOC - ORDERS READ..........: '
002245              WS-ORDERS-READ.
002246     DISPLAY 'STKALLOC - OPEN ORDERS..........: '
002247              WS-OPEN-ORDERS.
002250     DISPLAY 'STKALLOC - LINES FILLED.........: '
002260              WS-LINES-FILLED.
002270     DISPLAY 'STKALLOC - LINES PART FILLED....: '
002340              WS-PRODUCTS-UNKNOWN.
002342     DISPLAY 'STKALLOC - SHIP TRANS WRITTEN...: '
002344              WS-SHIP-TRANS-WRITTEN.
002346     DISPLAY 'STKALLOC - MOVEMENTS WRITTEN....: '
002348              WS-MOVES-WRITTEN.
002350     CLOSE ORDER-IN STOCK-MASTER ORDER-OUT PICK-OUT
002352           ORDER-CHG-OUT SHIP-DTL-OUT MOVEMENT-OUT.
002360 9000-TERMINATE-EXIT.
002370     EXIT.

002380*---------------------------------------------------------------*
002390*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002400*---------------------------------------------------------------*
002410 9700-LOG-STEP-START.
002420*---------------------------------------------------------------*
002430     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002440     MOVE 'STKALLOC'        TO EX-JOB-NAME.
002450     SET EX-STEP-START      TO TRUE.
002460     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002470     ACCEPT EX-RUN-TIME FROM TIME.
002480     MOVE ZERO              TO EX-RECORDS-READ
002490                               EX-RECORDS-WRITTEN
002500                               EX-REJECT-COUNT
002510                               EX-COMPLETION-CODE.
002520     OPEN EXTEND EXEC-LOG-OUT.
002530     WRITE EXECUTION-LOG-RECORD.
002540     CLOSE EXEC-LOG-OUT.
002550 9700-LOG-STEP-START-EXIT.
002560     EXIT.

002570*---------------------------------------------------------------*
002580*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002590*    ENDING WITH.                                               *
002600*---------------------------------------------------------------*
002610 9710-LOG-STEP-END.
002620*---------------------------------------------------------------*
002630     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002640     MOVE 'STKALLOC'        TO EX-JOB-NAME.
002650     SET EX-STEP-END        TO TRUE.
002660     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002670     ACCEPT EX-RUN-TIME FROM TIME.
002680     MOVE WS-ORDERS-READ    TO EX-RECORDS-READ.
002690     MOVE WS-SHIP-TRANS-WRITTEN TO EX-RECORDS-WRITTEN.
002700     MOVE ZERO              TO EX-REJECT-COUNT.
002710     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002720     OPEN EXTEND EXEC-LOG-OUT.
002730     WRITE EXECUTION-LOG-RECORD.
002740     CLOSE EXEC-LOG-OUT.
002750 9710-LOG-STEP-END-EXIT.
002760     EXIT.
