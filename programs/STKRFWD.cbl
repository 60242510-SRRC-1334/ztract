000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    STKRFWD.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - DAILY STOCK ROLL-FORWARD
000210*                   PROOF AGAINST THE STOCK MOVEMENT LEDGER.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000218*  2026-10-15 JLH   CONTROL-CARD PROOF DATE WITHDRAWN.  THE
000220*                   CLOSING SIDE IS THE LIVE MASTER, SO ONLY THE
000222*                   RUN DATE'S MOVEMENTS CAN EVER TIE TO IT - AN
000224*                   EARLIER DATE REPORTED FALSE DIFFERENCES.
000226*  2026-10-15 JLH   CONTROL-CARD PROOF DATE RESTORED (BLANK OR
000228*                   NO CARD = RUN DATE).  MOVEMENTS POSTED AFTER
000230*                   THE PROOF DATE ARE TAKEN BACK OFF THE MASTER
000232*                   FOR THE CLOSING SIDE AND THE SNAPSHOT, SO A
000234*                   RUN AFTER MIDNIGHT PROVES THE BUSINESS DAY.
000236*****************************************************************
000238*  REMARKS.
000240*      PROVES, PRODUCT BY PRODUCT, THAT THE DAY'S POSTED STOCK
000250*      MOVEMENTS EXPLAIN THE CHANGE IN STK-ON-HAND-QTY:
000260*
000270*          OPENING + RECEIPTS + RETURNS - SHIPMENTS
000280*                  + ADJUSTMENTS = CLOSING
000290*
000300*      THE OPENING BALANCES ARE YESTERDAY'S CLOSING SNAPSHOT OF
000310*      THE INVENTORY MASTER, WRITTEN BY THE PREVIOUS RUN OF THIS
000320*      PROGRAM.  THE MOVEMENTS ARE THE STOCK MOVEMENT LEDGER
000330*      (COPY STKMOVE) THAT STKALLOC, STKRECV, RMAPROC, CCPOST
000335*      AND STKLOAD APPEND TO, SORTED HERE INTO PRODUCT SEQUENCE;
000340*      ONLY THOSE POSTED ON THE PROOF DATE COUNT.  THE CLOSING
000350*      BALANCES ARE THE INVENTORY MASTER AS IT STANDS NOW, READ
000360*      IN KEY SEQUENCE, AND ARE WRITTEN OUT AGAIN AS TOMORROW'S
000370*      OPENING SNAPSHOT.  THE JOB THEREFORE RUNS ONCE A DAY,
000380*      AFTER THE LAST STOCK POSTING OF THE DAY.
000400*
000410*      THE PROOF DATE IS TAKEN FROM THE CONTROL CARD (YYYYMMDD);
000420*      WITH NO CONTROL CARD, OR A BLANK ONE, IT IS THE RUN DATE.
000421*      A RUN THAT SLIPS PAST MIDNIGHT IS GIVEN THE BUSINESS DAY
000422*      ON THE CARD.  MOVEMENTS POSTED AFTER THE PROOF DATE ARE
000423*      ALREADY ON THE MASTER, SO THEY ARE TAKEN BACK OFF IT: THE
000424*      CLOSING BALANCE, AND THE SNAPSHOT WRITTEN FOR TOMORROW,
000425*      ARE THE MASTER LESS THOSE MOVEMENTS, AND THE NEXT RUN
000426*      PROVES THEM ON THEIR OWN DATE.  A MOVEMENT POSTED ON THE
000427*      PROOF DATE AFTER THIS STEP HAS RUN IS ON NEITHER SIDE, SO
000428*      THE STEP MUST FOLLOW THE DAY'S LAST STOCK POSTING.  ON THE
000430*      FIRST RUN THERE IS NO OPENING SNAPSHOT AND EVERY PRODUCT
000440*      OPENS AT ZERO.
000450*
000460*      ONLY THE PRODUCTS THAT DO NOT TIE ARE LISTED - OUT OF
000470*      BALANCE, ON THE MASTER BUT NOT ON THE OPENING SNAPSHOT
000480*      WITHOUT A MOVEMENT TO EXPLAIN IT, OR GONE FROM THE MASTER
000490*      SINCE THE OPENING SNAPSHOT - WITH THE EXPECTED CLOSING AND
000500*      THE DIFFERENCE.  GRAND TOTALS OF EVERY COLUMN PRINT AT THE
000510*      FOOT.  A MOVEMENT WITH AN UNKNOWN MOVEMENT TYPE GOES TO
000520*      THE COMMON REJECT LOG AND IS LEFT OUT OF THE PROOF.
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT OPTIONAL
000605            CONTROL-CARD-IN ASSIGN TO CTLCARD
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT OPTIONAL
000630            OPENING-IN      ASSIGN TO STKOPEN
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS WS-STKOPEN-STATUS.
000660     SELECT OPTIONAL
000670            MOVEMENT-IN     ASSIGN TO STKMOVE
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS WS-STKMOVE-STATUS.
000700     SELECT MOVE-SORT-WORK  ASSIGN TO MOVESWK
000710            ORGANIZATION IS SEQUENTIAL.
000720     SELECT MOVEMENT-SORTED ASSIGN TO MOVESRT
000730            ORGANIZATION IS SEQUENTIAL.
000740     SELECT STOCK-MASTER    ASSIGN TO STKMSTR
000750            ORGANIZATION IS INDEXED
000760            ACCESS MODE IS SEQUENTIAL
000770            RECORD KEY IS STK-PRODUCT
000780            FILE STATUS IS WS-STKMSTR-STATUS.
000790     SELECT CLOSING-OUT     ASSIGN TO STKCLOSE
000800            ORGANIZATION IS SEQUENTIAL.
000810     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000820            ORGANIZATION IS SEQUENTIAL.
000830     SELECT REJECT-OUT      ASSIGN TO REJOUT
000840            ORGANIZATION IS SEQUENTIAL.
000842     SELECT OPTIONAL
000844            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000846            ORGANIZATION IS SEQUENTIAL
000848            FILE STATUS IS WS-EXECLOG-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CONTROL-CARD-IN
000880     LABEL RECORDS ARE STANDARD.
000890 01  CONTROL-CARD-RECORD.
000900     05  CC-PROOF-DATE             PIC 9(08).

000910 FD  OPENING-IN
000920     LABEL RECORDS ARE STANDARD.
000930 01  OPENING-RECORD.
000940     05  OP-PRODUCT                PIC X(20).
000950     05  OP-ON-HAND-QTY            PIC 9(07).
000960     05  FILLER                    PIC X(23).

000970 FD  MOVEMENT-IN
000980     LABEL RECORDS ARE STANDARD.
000990 01  MOVEMENT-IN-RECORD            PIC X(90).

001000 SD  MOVE-SORT-WORK.
001010 01  MOVE-SORT-RECORD.
001020     05  SM-SORT-PRODUCT           PIC X(20).
001030     05  FILLER                    PIC X(70).

001040 FD  MOVEMENT-SORTED
001050     LABEL RECORDS ARE STANDARD.
001060 COPY STKMOVE.

001070 FD  STOCK-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090 COPY STOKREC.

001100 FD  CLOSING-OUT
001110     LABEL RECORDS ARE STANDARD.
001120 01  CLOSING-RECORD                PIC X(50).

001130 FD  REPORT-OUT
001140     LABEL RECORDS ARE STANDARD.
001150 01  REPORT-LINE                   PIC X(132).

001160 FD  REJECT-OUT
001170     LABEL RECORDS ARE STANDARD.
001180 COPY REJCREC.

001182 FD  EXEC-LOG-OUT
001184     LABEL RECORDS ARE STANDARD.
001186 COPY EXECLOG.

001190 WORKING-STORAGE SECTION.
001200 01  WS-STKOPEN-STATUS         PIC X(02)  VALUE SPACES.
001210 01  WS-STKMOVE-STATUS         PIC X(02)  VALUE SPACES.
001220 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
001225 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001230 01  WS-SWITCHES.
001240     05  WS-OPENING-EOF        PIC X(01)  VALUE 'N'.
001250         88  OPENING-EOF                  VALUE 'Y'.
001260     05  WS-MOVE-EOF           PIC X(01)  VALUE 'N'.
001270         88  MOVE-EOF                     VALUE 'Y'.
001280     05  WS-STOCK-EOF          PIC X(01)  VALUE 'N'.
001290         88  STOCK-EOF                    VALUE 'Y'.
001300     05  WS-MOVE-WANTED-SW     PIC X(01)  VALUE 'N'.
001310         88  WS-MOVE-WANTED               VALUE 'Y'.
001320     05  WS-ON-OPENING-SW      PIC X(01)  VALUE 'N'.
001330         88  WS-ON-OPENING                VALUE 'Y'.
001340     05  WS-ON-MASTER-SW       PIC X(01)  VALUE 'N'.
001350         88  WS-ON-MASTER                 VALUE 'Y'.

001360 01  WS-COUNTERS                          COMP.
001370     05  WS-OPENING-READ       PIC 9(09)  VALUE ZERO.
001380     05  WS-MOVES-READ         PIC 9(09)  VALUE ZERO.
001390     05  WS-MOVES-PROVED       PIC 9(09)  VALUE ZERO.
001400     05  WS-MOVES-REJECTED     PIC 9(09)  VALUE ZERO.
001410     05  WS-STOCK-READ         PIC 9(09)  VALUE ZERO.
001420     05  WS-PRODUCTS-PROVED    PIC 9(09)  VALUE ZERO.
001430     05  WS-PRODUCTS-TIED      PIC 9(09)  VALUE ZERO.
001440     05  WS-PRODUCTS-NOT-TIED  PIC 9(09)  VALUE ZERO.
001445     05  WS-MOVES-LATER        PIC 9(09)  VALUE ZERO.

001450 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001460 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001470 01  WS-PROOF-DATE             PIC 9(08)  VALUE ZERO.
001480 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001490 01  WS-OPN-KEY                PIC X(20)  VALUE SPACES.
001500 01  WS-MOV-KEY                PIC X(20)  VALUE SPACES.
001510 01  WS-STK-KEY                PIC X(20)  VALUE SPACES.
001520 01  WS-LOW-KEY                PIC X(20)  VALUE SPACES.

001530*    ONE PRODUCT'S ROLL-FORWARD, AND THE SAME COLUMNS TOTALLED
001540*    OVER EVERY PRODUCT.
001550 01  WS-PRODUCT-PROOF                     COMP.
001560     05  WS-PR-OPENING         PIC S9(09) VALUE ZERO.
001570     05  WS-PR-RECEIPTS        PIC S9(09) VALUE ZERO.
001580     05  WS-PR-RETURNS         PIC S9(09) VALUE ZERO.
001590     05  WS-PR-SHIPMENTS       PIC S9(09) VALUE ZERO.
001600     05  WS-PR-ADJUSTMENTS     PIC S9(09) VALUE ZERO.
001610     05  WS-PR-EXPECTED        PIC S9(09) VALUE ZERO.
001620     05  WS-PR-CLOSING         PIC S9(09) VALUE ZERO.
001630     05  WS-PR-DIFFERENCE      PIC S9(09) VALUE ZERO.
001635     05  WS-PR-LATER           PIC S9(09) VALUE ZERO.

001640 01  WS-GRAND-PROOF                       COMP.
001650     05  WS-GT-OPENING         PIC S9(11) VALUE ZERO.
001660     05  WS-GT-RECEIPTS        PIC S9(11) VALUE ZERO.
001670     05  WS-GT-RETURNS         PIC S9(11) VALUE ZERO.
001680     05  WS-GT-SHIPMENTS       PIC S9(11) VALUE ZERO.
001690     05  WS-GT-ADJUSTMENTS     PIC S9(11) VALUE ZERO.
001700     05  WS-GT-EXPECTED        PIC S9(11) VALUE ZERO.
001710     05  WS-GT-CLOSING         PIC S9(11) VALUE ZERO.
001720     05  WS-GT-DIFFERENCE      PIC S9(11) VALUE ZERO.

001730 01  WS-REPORT-HEADING-1.
001740     05  FILLER                 PIC X(03) VALUE SPACES.
001750     05  FILLER                 PIC X(31)
001760         VALUE 'STOCK ROLL-FORWARD PROOF - FOR '.
001770     05  RH-PROOF-DATE          PIC 9(08).
001780     05  FILLER                 PIC X(10) VALUE '   RUN ON '.
001790     05  RH-RUN-DATE            PIC 9(08).
001800     05  FILLER                 PIC X(32)
001810         VALUE '   - PRODUCTS THAT DO NOT TIE'.

001820 01  WS-REPORT-HEADING-2.
001830     05  FILLER                 PIC X(03) VALUE SPACES.
001840     05  FILLER                 PIC X(21) VALUE 'PRODUCT'.
001850     05  FILLER                 PIC X(11) VALUE '    OPENING'.
001860     05  FILLER                 PIC X(11) VALUE '   RECEIPTS'.
001870     05  FILLER                 PIC X(11) VALUE '    RETURNS'.
001880     05  FILLER                 PIC X(11) VALUE '  SHIPMENTS'.
001890     05  FILLER                 PIC X(11) VALUE ' ADJUSTMNTS'.
001900     05  FILLER                 PIC X(11) VALUE '   EXPECTED'.
001910     05  FILLER                 PIC X(11) VALUE '    CLOSING'.
001920     05  FILLER                 PIC X(11) VALUE ' DIFFERENCE'.
001930     05  FILLER                 PIC X(07) VALUE '  NOTE'.

001940 01  WS-REPORT-DETAIL.
001950     05  FILLER                 PIC X(03) VALUE SPACES.
001960     05  RD-PRODUCT             PIC X(20).
001970     05  FILLER                 PIC X(01) VALUE SPACES.
001980     05  RD-OPENING             PIC ZZ,ZZZ,ZZ9-.
001990     05  RD-RECEIPTS            PIC ZZ,ZZZ,ZZ9-.
002000     05  RD-RETURNS             PIC ZZ,ZZZ,ZZ9-.
002010     05  RD-SHIPMENTS           PIC ZZ,ZZZ,ZZ9-.
002020     05  RD-ADJUSTMENTS         PIC ZZ,ZZZ,ZZ9-.
002030     05  RD-EXPECTED            PIC ZZ,ZZZ,ZZ9-.
002040     05  RD-CLOSING             PIC ZZ,ZZZ,ZZ9-.
002050     05  RD-DIFFERENCE          PIC ZZ,ZZZ,ZZ9-.
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  RD-NOTE                PIC X(16).

002080 01  WS-REPORT-TOTAL.
002090     05  FILLER                 PIC X(05) VALUE SPACES.
002100     05  RT-LABEL               PIC X(30).
002110     05  RT-COUNT               PIC ZZZ,ZZZ,ZZ9.

002120 PROCEDURE DIVISION.
002130*---------------------------------------------------------------*
002140 0000-MAINLINE.
002150*---------------------------------------------------------------*
002153     PERFORM 9700-LOG-STEP-START
002156          THRU 9700-LOG-STEP-START-EXIT.
002160     PERFORM 1000-INITIALIZE
002170          THRU 1000-INITIALIZE-EXIT.
002180     PERFORM 2000-PROVE-PRODUCT
002190          THRU 2000-PROVE-PRODUCT-EXIT
002200          UNTIL OPENING-EOF
002210            AND MOVE-EOF
002220            AND STOCK-EOF.
002230     PERFORM 8000-PRINT-TOTALS
002240          THRU 8000-PRINT-TOTALS-EXIT.
002250     PERFORM 9000-TERMINATE
002260          THRU 9000-TERMINATE-EXIT.
002263     PERFORM 9710-LOG-STEP-END
002266          THRU 9710-LOG-STEP-END-EXIT.
002270     GOBACK.

002280*---------------------------------------------------------------*
002290*    THE LEDGER IS WRITTEN IN POSTING ORDER; SORT IT INTO        *
002300*    PRODUCT ORDER TO MERGE AGAINST THE SNAPSHOT AND THE MASTER. *
002310*---------------------------------------------------------------*
002320 1000-INITIALIZE.
002330*---------------------------------------------------------------*
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002350     ACCEPT WS-RUN-TIME FROM TIME.
002360     MOVE WS-RUN-DATE TO WS-PROOF-DATE.
002370     OPEN INPUT CONTROL-CARD-IN.
002380     READ CONTROL-CARD-IN
002390         AT END
002400             DISPLAY 'STKRFWD - NO CONTROL CARD, PROVING THE RUN '
002410                     'DATE'
002420         NOT AT END
002430             IF CC-PROOF-DATE NUMERIC
002440                AND CC-PROOF-DATE > ZERO
002450                 MOVE CC-PROOF-DATE TO WS-PROOF-DATE
002460             END-IF
002470     END-READ.
002480     CLOSE CONTROL-CARD-IN.
002481     IF WS-PROOF-DATE > WS-RUN-DATE
002482         DISPLAY 'STKRFWD - PROOF DATE ' WS-PROOF-DATE
002483                 ' IS AFTER THE RUN DATE, PROVING THE RUN DATE'
002484         MOVE WS-RUN-DATE TO WS-PROOF-DATE
002485     END-IF.
002490     SORT MOVE-SORT-WORK
002500         ON ASCENDING KEY SM-SORT-PRODUCT
002510         USING MOVEMENT-IN
002520         GIVING MOVEMENT-SORTED.
002530     OPEN INPUT  OPENING-IN
002540                 MOVEMENT-SORTED
002550                 STOCK-MASTER
002560          OUTPUT CLOSING-OUT
002570                 REPORT-OUT
002580                 REJECT-OUT.
002590     MOVE WS-PROOF-DATE TO RH-PROOF-DATE.
002600     MOVE WS-RUN-DATE   TO RH-RUN-DATE.
002610     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002620     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
002630     PERFORM 2700-READ-OPENING
002640          THRU 2700-READ-OPENING-EXIT.
002650     PERFORM 2800-READ-MOVEMENT
002660          THRU 2800-READ-MOVEMENT-EXIT.
002670     PERFORM 2900-READ-STOCK
002680          THRU 2900-READ-STOCK-EXIT.
002690 1000-INITIALIZE-EXIT.
002700     EXIT.

002710*---------------------------------------------------------------*
002720*    ONE PRODUCT - THE LOWEST KEY OF THE THREE FILES.  AN        *
002730*    EXHAUSTED FILE'S KEY IS HIGH-VALUES, SO IT NEVER WINS.      *
002740*---------------------------------------------------------------*
002750 2000-PROVE-PRODUCT.
002760*---------------------------------------------------------------*
002770     MOVE WS-OPN-KEY TO WS-LOW-KEY.
002780     IF WS-MOV-KEY < WS-LOW-KEY
002790         MOVE WS-MOV-KEY TO WS-LOW-KEY
002800     END-IF.
002810     IF WS-STK-KEY < WS-LOW-KEY
002820         MOVE WS-STK-KEY TO WS-LOW-KEY
002830     END-IF.
002840     MOVE ZERO TO WS-PR-OPENING WS-PR-RECEIPTS WS-PR-RETURNS
002850                  WS-PR-SHIPMENTS WS-PR-ADJUSTMENTS WS-PR-CLOSING
002855                  WS-PR-LATER.
002860     MOVE 'N' TO WS-ON-OPENING-SW
002870                 WS-ON-MASTER-SW.
002880     IF WS-OPN-KEY = WS-LOW-KEY
002890         SET WS-ON-OPENING TO TRUE
002900         MOVE OP-ON-HAND-QTY TO WS-PR-OPENING
002910         PERFORM 2700-READ-OPENING
002920              THRU 2700-READ-OPENING-EXIT
002930     END-IF.
002940     PERFORM 2100-ADD-MOVEMENT
002950          THRU 2100-ADD-MOVEMENT-EXIT
002960          UNTIL WS-MOV-KEY NOT = WS-LOW-KEY.
002970     IF WS-STK-KEY = WS-LOW-KEY
002980         SET WS-ON-MASTER TO TRUE
002990         COMPUTE WS-PR-CLOSING = STK-ON-HAND-QTY - WS-PR-LATER
002995         MOVE WS-PR-CLOSING TO STK-ON-HAND-QTY
003000         WRITE CLOSING-RECORD FROM STOCK-RECORD
003010         PERFORM 2900-READ-STOCK
003020              THRU 2900-READ-STOCK-EXIT
003030     END-IF.
003040     PERFORM 2200-CHECK-PRODUCT
003050          THRU 2200-CHECK-PRODUCT-EXIT.
003060 2000-PROVE-PRODUCT-EXIT.
003070     EXIT.

003080*---------------------------------------------------------------*
003090*    MV-QTY IS THE SIGNED CHANGE TO ON-HAND, SO A SHIPMENT IS    *
003100*    NEGATIVE ON THE LEDGER AND IS TURNED POSITIVE FOR ITS       *
003110*    COLUMN.  AN ADJUSTMENT KEEPS ITS SIGN.  A MOVEMENT POSTED   *
003113*    AFTER THE PROOF DATE IS ONLY HELD BACK FROM THE CLOSING     *
003116*    SIDE; IT IS PROVED (OR REJECTED) BY THE RUN FOR ITS DATE.   *
003120*---------------------------------------------------------------*
003130 2100-ADD-MOVEMENT.
003140*---------------------------------------------------------------*
003141     IF MV-MOVE-DATE > WS-PROOF-DATE
003142         ADD MV-QTY TO WS-PR-LATER
003143         ADD 1 TO WS-MOVES-LATER
003144         GO TO 2100-NEXT-MOVEMENT
003145     END-IF.
003150     EVALUATE TRUE
003160         WHEN MV-RECEIVE
003170             ADD MV-QTY TO WS-PR-RECEIPTS
003180         WHEN MV-RETURN
003190             ADD MV-QTY TO WS-PR-RETURNS
003200         WHEN MV-SHIP
003210             SUBTRACT MV-QTY FROM WS-PR-SHIPMENTS
003220         WHEN MV-ADJUST
003230             ADD MV-QTY TO WS-PR-ADJUSTMENTS
003240         WHEN OTHER
003250             ADD 1 TO WS-MOVES-REJECTED
003260             MOVE 'UNKNOWN STOCK MOVEMENT TYPE'
003270               TO WS-REJECT-REASON
003280             PERFORM 8010-LOG-REJECT
003290                  THRU 8010-LOG-REJECT-EXIT
003300             GO TO 2100-NEXT-MOVEMENT
003310     END-EVALUATE.
003320     ADD 1 TO WS-MOVES-PROVED.
003330 2100-NEXT-MOVEMENT.
003340     PERFORM 2800-READ-MOVEMENT
003350          THRU 2800-READ-MOVEMENT-EXIT.
003360 2100-ADD-MOVEMENT-EXIT.
003370     EXIT.

003380*---------------------------------------------------------------*
003390*    EXPECTED CLOSING AGAINST THE MASTER.  A PRODUCT THAT TIES   *
003400*    ONLY COUNTS; ONE THAT DOES NOT PRINTS.                      *
003410*---------------------------------------------------------------*
003420 2200-CHECK-PRODUCT.
003430*---------------------------------------------------------------*
003440     ADD 1 TO WS-PRODUCTS-PROVED.
003450     COMPUTE WS-PR-EXPECTED = WS-PR-OPENING
003460                            + WS-PR-RECEIPTS
003470                            + WS-PR-RETURNS
003480                            - WS-PR-SHIPMENTS
003490                            + WS-PR-ADJUSTMENTS.
003500     COMPUTE WS-PR-DIFFERENCE = WS-PR-CLOSING - WS-PR-EXPECTED.
003510     ADD WS-PR-OPENING     TO WS-GT-OPENING.
003520     ADD WS-PR-RECEIPTS    TO WS-GT-RECEIPTS.
003530     ADD WS-PR-RETURNS     TO WS-GT-RETURNS.
003540     ADD WS-PR-SHIPMENTS   TO WS-GT-SHIPMENTS.
003550     ADD WS-PR-ADJUSTMENTS TO WS-GT-ADJUSTMENTS.
003560     ADD WS-PR-EXPECTED    TO WS-GT-EXPECTED.
003570     ADD WS-PR-CLOSING     TO WS-GT-CLOSING.
003580     ADD WS-PR-DIFFERENCE  TO WS-GT-DIFFERENCE.
003590     IF WS-PR-DIFFERENCE = ZERO
003600        AND WS-ON-MASTER
003610         ADD 1 TO WS-PRODUCTS-TIED
003620         GO TO 2200-CHECK-PRODUCT-EXIT
003630     END-IF.
003640     ADD 1 TO WS-PRODUCTS-NOT-TIED.
003650     MOVE SPACES            TO WS-REPORT-DETAIL.
003660     MOVE WS-LOW-KEY        TO RD-PRODUCT.
003670     MOVE WS-PR-OPENING     TO RD-OPENING.
003680     MOVE WS-PR-RECEIPTS    TO RD-RECEIPTS.
003690     MOVE WS-PR-RETURNS     TO RD-RETURNS.
003700     MOVE WS-PR-SHIPMENTS   TO RD-SHIPMENTS.
003710     MOVE WS-PR-ADJUSTMENTS TO RD-ADJUSTMENTS.
003720     MOVE WS-PR-EXPECTED    TO RD-EXPECTED.
003730     MOVE WS-PR-CLOSING     TO RD-CLOSING.
003740     MOVE WS-PR-DIFFERENCE  TO RD-DIFFERENCE.
003750     EVALUATE TRUE
003760         WHEN NOT WS-ON-MASTER
003770             MOVE 'NOT ON MASTER'    TO RD-NOTE
003780         WHEN NOT WS-ON-OPENING
003790             MOVE 'NEW SINCE OPEN'   TO RD-NOTE
003800         WHEN OTHER
003810             MOVE 'OUT OF BALANCE'   TO RD-NOTE
003820     END-EVALUATE.
003830     WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
003840 2200-CHECK-PRODUCT-EXIT.
003850     EXIT.

003860 2700-READ-OPENING.
003870     READ OPENING-IN
003880         AT END
003890             SET OPENING-EOF TO TRUE
003900             MOVE HIGH-VALUES TO WS-OPN-KEY
003910         NOT AT END
003920             ADD 1 TO WS-OPENING-READ
003930             MOVE OP-PRODUCT TO WS-OPN-KEY
003940     END-READ.
003950 2700-READ-OPENING-EXIT.
003960     EXIT.

003970*---------------------------------------------------------------*
003980*    THE NEXT MOVEMENT POSTED ON OR AFTER THE PROOF DATE - AN    *
003990*    EARLIER DATE IS PASSED OVER.                                *
004000*---------------------------------------------------------------*
004010 2800-READ-MOVEMENT.
004020*---------------------------------------------------------------*
004030     MOVE 'N' TO WS-MOVE-WANTED-SW.
004040     PERFORM 2810-READ-ONE-MOVEMENT
004050          THRU 2810-READ-ONE-MOVEMENT-EXIT
004060          UNTIL MOVE-EOF
004070             OR WS-MOVE-WANTED.
004080 2800-READ-MOVEMENT-EXIT.
004090     EXIT.

004100 2810-READ-ONE-MOVEMENT.
004110     READ MOVEMENT-SORTED
004120         AT END
004130             SET MOVE-EOF TO TRUE
004140             MOVE HIGH-VALUES TO WS-MOV-KEY
004150         NOT AT END
004160             ADD 1 TO WS-MOVES-READ
004170             IF MV-MOVE-DATE NOT < WS-PROOF-DATE
004180                 SET WS-MOVE-WANTED TO TRUE
004190                 MOVE MV-PRODUCT TO WS-MOV-KEY
004200             END-IF
004210     END-READ.
004220 2810-READ-ONE-MOVEMENT-EXIT.
004230     EXIT.

004240 2900-READ-STOCK.
004250     READ STOCK-MASTER
004260         AT END
004270             SET STOCK-EOF TO TRUE
004280             MOVE HIGH-VALUES TO WS-STK-KEY
004290         NOT AT END
004300             ADD 1 TO WS-STOCK-READ
004310             MOVE STK-PRODUCT TO WS-STK-KEY
004320     END-READ.
004330 2900-READ-STOCK-EXIT.
004340     EXIT.

004350*---------------------------------------------------------------*
004360 8000-PRINT-TOTALS.
004370*---------------------------------------------------------------*
004380     MOVE SPACES TO REPORT-LINE.
004390     WRITE REPORT-LINE.
004400     MOVE SPACES               TO WS-REPORT-DETAIL.
004410     MOVE 'ALL PRODUCTS'       TO RD-PRODUCT.
004420     MOVE WS-GT-OPENING        TO RD-OPENING.
004430     MOVE WS-GT-RECEIPTS       TO RD-RECEIPTS.
004440     MOVE WS-GT-RETURNS        TO RD-RETURNS.
004450     MOVE WS-GT-SHIPMENTS      TO RD-SHIPMENTS.
004460     MOVE WS-GT-ADJUSTMENTS    TO RD-ADJUSTMENTS.
004470     MOVE WS-GT-EXPECTED       TO RD-EXPECTED.
004480     MOVE WS-GT-CLOSING        TO RD-CLOSING.
004490     MOVE WS-GT-DIFFERENCE     TO RD-DIFFERENCE.
004500     WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
004510     MOVE SPACES TO REPORT-LINE.
004520     WRITE REPORT-LINE.
004530     MOVE SPACES                   TO WS-REPORT-TOTAL.
004540     MOVE 'PRODUCTS PROVED'        TO RT-LABEL.
004550     MOVE WS-PRODUCTS-PROVED       TO RT-COUNT.
004560     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004570     MOVE SPACES                   TO WS-REPORT-TOTAL.
004580     MOVE 'PRODUCTS THAT TIE'      TO RT-LABEL.
004590     MOVE WS-PRODUCTS-TIED         TO RT-COUNT.
004600     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004610     MOVE SPACES                   TO WS-REPORT-TOTAL.
004620     MOVE 'PRODUCTS THAT DO NOT TIE' TO RT-LABEL.
004630     MOVE WS-PRODUCTS-NOT-TIED     TO RT-COUNT.
004640     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004650     MOVE SPACES                   TO WS-REPORT-TOTAL.
004660     MOVE 'MOVEMENTS PROVED'       TO RT-LABEL.
004670     MOVE WS-MOVES-PROVED          TO RT-COUNT.
004680     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004682     MOVE SPACES                   TO WS-REPORT-TOTAL.
004684     MOVE 'MOVEMENTS AFTER PROOF DATE' TO RT-LABEL.
004686     MOVE WS-MOVES-LATER           TO RT-COUNT.
004688     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004690 8000-PRINT-TOTALS-EXIT.
004700     EXIT.

004710*---------------------------------------------------------------*
004720 8010-LOG-REJECT.
004730*---------------------------------------------------------------*
004740     DISPLAY 'STKRFWD - MOVEMENT REJECTED FOR PRODUCT '
004750             MV-PRODUCT ': ' WS-REJECT-REASON.
004760     MOVE SPACES              TO REJECT-RECORD.
004770     MOVE 'STKRFWD'           TO RJ-SOURCE-FILE.
004780     MOVE MV-PRODUCT          TO RJ-KEY-FIELD.
004790     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
004800     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
004810     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
004820     WRITE REJECT-RECORD.
004830 8010-LOG-REJECT-EXIT.
004840     EXIT.

004850*---------------------------------------------------------------*
004860 9000-TERMINATE.
004870*---------------------------------------------------------------*
004880     DISPLAY 'STKRFWD - PROOF DATE...........: '
004890              WS-PROOF-DATE.
004900     DISPLAY 'STKRFWD - OPENING RECORDS READ.: '
004910              WS-OPENING-READ.
004920     DISPLAY 'STKRFWD - MOVEMENTS READ.......: '
004930              WS-MOVES-READ.
004940     DISPLAY 'STKRFWD - MOVEMENTS PROVED.....: '
004950              WS-MOVES-PROVED.
004953     DISPLAY 'STKRFWD - MOVEMENTS AFTER DATE.: '
004956              WS-MOVES-LATER.
004960     DISPLAY 'STKRFWD - MOVEMENTS REJECTED...: '
004970              WS-MOVES-REJECTED.
004980     DISPLAY 'STKRFWD - MASTER RECORDS READ..: '
004990              WS-STOCK-READ.
005000     DISPLAY 'STKRFWD - PRODUCTS THAT TIE....: '
005010              WS-PRODUCTS-TIED.
005020     DISPLAY 'STKRFWD - PRODUCTS NOT TIED....: '
005030              WS-PRODUCTS-NOT-TIED.
005040     CLOSE OPENING-IN MOVEMENT-SORTED STOCK-MASTER CLOSING-OUT
005050           REPORT-OUT REJECT-OUT.
005060 9000-TERMINATE-EXIT.
005070     EXIT.

005080*---------------------------------------------------------------*
005090*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005100*---------------------------------------------------------------*
005110 9700-LOG-STEP-START.
005120*---------------------------------------------------------------*
005130     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005140     MOVE 'STKRFWD'         TO EX-JOB-NAME.
005150     SET EX-STEP-START      TO TRUE.
005160     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005170     ACCEPT EX-RUN-TIME FROM TIME.
005180     MOVE ZERO              TO EX-RECORDS-READ
005190                               EX-RECORDS-WRITTEN
005200                               EX-REJECT-COUNT
005210                               EX-COMPLETION-CODE.
005220     OPEN EXTEND EXEC-LOG-OUT.
005230     WRITE EXECUTION-LOG-RECORD.
005240     CLOSE EXEC-LOG-OUT.
005250 9700-LOG-STEP-START-EXIT.
005260     EXIT.

005270*---------------------------------------------------------------*
005280*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005290*    ENDING WITH.                                               *
005300*---------------------------------------------------------------*
005310 9710-LOG-STEP-END.
005320*---------------------------------------------------------------*
005330     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005340     MOVE 'STKRFWD'         TO EX-JOB-NAME.
005350     SET EX-STEP-END        TO TRUE.
005360     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005370     ACCEPT EX-RUN-TIME FROM TIME.
005380     MOVE WS-MOVES-READ     TO EX-RECORDS-READ.
005390     MOVE WS-MOVES-PROVED   TO EX-RECORDS-WRITTEN.
005400     MOVE WS-MOVES-REJECTED TO EX-REJECT-COUNT.
005410     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005420     OPEN EXTEND EXEC-LOG-OUT.
005430     WRITE EXECUTION-LOG-RECORD.
005440     CLOSE EXEC-LOG-OUT.
005450 9710-LOG-STEP-END-EXIT.
005460     EXIT.
