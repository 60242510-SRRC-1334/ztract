000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CCRECON.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - CYCLE COUNT RECONCILIATION.
000210*                   COMPARES THE WAREHOUSE'S COUNTS AGAINST THE
000220*                   BOOK QUANTITIES CCSHEET FROZE AND DECIDES
000230*                   WHICH VARIANCES MAY POST AND WHICH NEED A
000240*                   RECOUNT FIRST.
000242*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000244*                   TO THE COMMON EXECUTION LOG FOR THE
000246*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*****************************************************************
000260*  REMARKS.
000270*      MATCHES THE COUNT FREEZE FILE CCSHEET WROTE (COPY CNTFRZ)
000280*      AGAINST THE KEYED COUNT ENTRIES (COPY CNTENT), BOTH IN
000290*      PRODUCT SEQUENCE.  A PRODUCT'S COUNT IS ITS FIRST COUNT
000300*      (TYPE C) OR, WHEN A RECOUNT (TYPE R) HAS BEEN KEYED, THE
000310*      RECOUNT.  THE VARIANCE IS COUNT MINUS FROZEN BOOK, IN UNITS
000320*      AND IN VALUE AT PRC-LIST-PRICE OFF THE PRICE MASTER
000330*      PRCLOAD BUILDS (A PRODUCT WITH NO PRICE IS VALUED AT ZERO
000340*      AND COUNTED ON THE CONSOLE).  EVERY FROZEN PRODUCT PRINTS
000350*      ONE VARIANCE REPORT LINE WITH ITS DISPOSITION:
000360*
000370*          - AGREED        COUNT EQUALS BOOK, NOTHING TO POST
000380*          - POST          VARIANCE WITHIN BOTH CONTROL-CARD
000390*                          TOLERANCES (UNITS AND VALUE), OR
000400*                          CONFIRMED BY A RECOUNT
000410*          - RECOUNT       FIRST COUNT OUTSIDE EITHER TOLERANCE
000420*                          AND NO RECOUNT KEYED YET - NOTHING
000430*                          POSTS UNTIL THE RECOUNT IS IN
000440*          - NOT COUNTED   ON THE SHEET BUT NO COUNT KEYED
000450*
000460*      WITH NO CONTROL CARD THE TOLERANCES ARE 10 UNITS AND
000470*      100.00 OF VALUE.  EVERY POST LINE WRITES ONE STOCK
000480*      ADJUSTMENT RECORD (COPY CNTADJ) FOR CCPOST.  THE RUN MAY
000490*      BE REPEATED AS RECOUNTS ARE KEYED - THE ADJUSTMENT FILE IS
000500*      REBUILT EACH TIME - AND CCPOST RUNS ONCE, AFTER THE LAST
000510*      RECONCILIATION OF THE CYCLE.
000520*
000530*      A COUNT ENTRY FOR A PRODUCT NOT ON THE COUNT SHEET, OR
000540*      WITH A COUNT TYPE OTHER THAN C OR R, GOES TO THE COMMON
000550*      REJECT LOG.
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT FREEZE-IN       ASSIGN TO FRZIN
000660            ORGANIZATION IS SEQUENTIAL.
000670     SELECT COUNT-IN        ASSIGN TO CNTIN
000680            ORGANIZATION IS SEQUENTIAL.
000690     SELECT PRICE-MASTER    ASSIGN TO PRCMSTR
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS RANDOM
000720            RECORD KEY IS PRC-PRODUCT
000730            FILE STATUS IS WS-PRCMSTR-STATUS.
000740     SELECT ADJUST-OUT      ASSIGN TO ADJOUT
000750            ORGANIZATION IS SEQUENTIAL.
000760     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000770            ORGANIZATION IS SEQUENTIAL.
000780     SELECT REJECT-OUT      ASSIGN TO REJOUT
000790            ORGANIZATION IS SEQUENTIAL.
000792     SELECT OPTIONAL
000794            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000796            ORGANIZATION IS SEQUENTIAL
000798            FILE STATUS IS WS-EXECLOG-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CONTROL-CARD-IN
000830     LABEL RECORDS ARE STANDARD.
000840 01  CONTROL-CARD-RECORD.
000850     05  CC-TOL-UNITS              PIC 9(05).
000860     05  CC-TOL-VALUE              PIC 9(07)V99.

000870 FD  FREEZE-IN
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CNTFRZ.

000900 FD  COUNT-IN
000910     LABEL RECORDS ARE STANDARD.
000920 COPY CNTENT.

000930 FD  PRICE-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950 COPY PRICEREC.

000960 FD  ADJUST-OUT
000970     LABEL RECORDS ARE STANDARD.
000980 COPY CNTADJ.

000990 FD  REPORT-OUT
001000     LABEL RECORDS ARE STANDARD.
001010 01  REPORT-LINE               PIC X(100).

001020 FD  REJECT-OUT
001030     LABEL RECORDS ARE STANDARD.
001040 COPY REJCREC.

001042 FD  EXEC-LOG-OUT
001044     LABEL RECORDS ARE STANDARD.
001046 COPY EXECLOG.

001050 WORKING-STORAGE SECTION.
001060 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.
001065 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001070 01  WS-SWITCHES.
001080     05  WS-FREEZE-EOF         PIC X(01)  VALUE 'N'.
001090         88  FREEZE-EOF                   VALUE 'Y'.
001100     05  WS-COUNT-EOF          PIC X(01)  VALUE 'N'.
001110         88  COUNT-EOF                    VALUE 'Y'.
001120     05  WS-FIRST-COUNT-SW     PIC X(01)  VALUE 'N'.
001130         88  WS-HAVE-FIRST-COUNT          VALUE 'Y'.
001140     05  WS-RECOUNT-SW         PIC X(01)  VALUE 'N'.
001150         88  WS-HAVE-RECOUNT              VALUE 'Y'.

001160 01  WS-COUNTERS                          COMP.
001170     05  WS-FROZEN-READ        PIC 9(09)  VALUE ZERO.
001180     05  WS-ENTRIES-READ       PIC 9(09)  VALUE ZERO.
001190     05  WS-ENTRIES-REJECTED   PIC 9(09)  VALUE ZERO.
001200     05  WS-AGREED             PIC 9(09)  VALUE ZERO.
001210     05  WS-TO-POST            PIC 9(09)  VALUE ZERO.
001220     05  WS-RECOUNTS-NEEDED    PIC 9(09)  VALUE ZERO.
001230     05  WS-NOT-COUNTED        PIC 9(09)  VALUE ZERO.
001240     05  WS-NO-PRICE           PIC 9(09)  VALUE ZERO.

001250 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001260 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001270 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001280 01  WS-TOL-UNITS              PIC 9(05)  VALUE 10.
001290 01  WS-TOL-VALUE              PIC 9(07)V99 VALUE 100.00.
001300 01  WS-FRZ-KEY                PIC X(20)  VALUE SPACES.
001310 01  WS-CNT-KEY                PIC X(20)  VALUE SPACES.
001320 01  WS-FIRST-QTY              PIC 9(07)  VALUE ZERO.
001330 01  WS-RECOUNT-QTY            PIC 9(07)  VALUE ZERO.
001340 01  WS-FINAL-QTY              PIC 9(07)  VALUE ZERO.
001350 01  WS-COUNTED-BY             PIC X(08)  VALUE SPACES.
001360 01  WS-COUNT-DATE             PIC 9(08)  VALUE ZERO.
001370 01  WS-VARIANCE-UNITS         PIC S9(07) VALUE ZERO.
001380 01  WS-ABS-UNITS              PIC 9(07)  VALUE ZERO.
001390 01  WS-UNIT-PRICE             PIC S9(7)V99 COMP-3 VALUE ZERO.
001400 01  WS-VARIANCE-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
001410 01  WS-ABS-VALUE              PIC 9(11)V99 COMP-3 VALUE ZERO.
001420 01  WS-TOTAL-POST-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001430 01  WS-TOTAL-HELD-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.

001440 01  WS-REPORT-HEADING-1.
001450     05  FILLER                 PIC X(03) VALUE SPACES.
001460     05  FILLER                 PIC X(30)
001470         VALUE 'CYCLE COUNT VARIANCE REPORT - '.
001480     05  VH-RUN-DATE            PIC 9(08).
001490     05  FILLER                 PIC X(17)
001500         VALUE '   TOLERANCE +/- '.
001510     05  VH-TOL-UNITS           PIC ZZ,ZZ9.
001520     05  FILLER                 PIC X(10) VALUE ' UNITS OR '.
001530     05  VH-TOL-VALUE           PIC Z,ZZZ,ZZ9.99.

001540 01  WS-REPORT-HEADING-2.
001550     05  FILLER                 PIC X(03) VALUE SPACES.
001560     05  FILLER                 PIC X(21) VALUE 'PRODUCT'.
001570     05  FILLER                 PIC X(09) VALUE '     BOOK'.
001580     05  FILLER                 PIC X(09) VALUE '    COUNT'.
001590     05  FILLER                 PIC X(10) VALUE '  VARIANCE'.
001600     05  FILLER                 PIC X(13) VALUE '   LIST PRICE'.
001610     05  FILLER                 PIC X(16)
001620         VALUE '  VARIANCE VALUE'.
001630     05  FILLER                 PIC X(14) VALUE '  DISPOSITION'.

001640 01  WS-REPORT-DETAIL.
001650     05  FILLER                 PIC X(03) VALUE SPACES.
001660     05  VD-PRODUCT             PIC X(20).
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  VD-BOOK-QTY            PIC Z,ZZZ,ZZ9.
001690     05  VD-COUNT-QTY           PIC Z,ZZZ,ZZ9.
001700     05  VD-VARIANCE-UNITS      PIC Z,ZZZ,ZZ9-.
001710     05  VD-UNIT-PRICE          PIC Z,ZZZ,ZZ9.99.
001720     05  VD-VARIANCE-VALUE      PIC ZZ,ZZZ,ZZ9.99-.
001730     05  FILLER                 PIC X(02) VALUE SPACES.
001740     05  VD-DISPOSITION         PIC X(12).

001750 01  WS-REPORT-TOTAL.
001760     05  FILLER                 PIC X(05) VALUE SPACES.
001770     05  VT-LABEL               PIC X(30).
001780     05  VT-COUNT               PIC ZZZ,ZZ9.
001790     05  FILLER                 PIC X(03) VALUE SPACES.
001800     05  VT-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

001810 PROCEDURE DIVISION.
001820*---------------------------------------------------------------*
001830 0000-MAINLINE.
001840*---------------------------------------------------------------*
001843     PERFORM 9700-LOG-STEP-START
001846          THRU 9700-LOG-STEP-START-EXIT.
001850     PERFORM 1000-INITIALIZE
001860          THRU 1000-INITIALIZE-EXIT.
001870     PERFORM 2000-MATCH-COUNT
001880          THRU 2000-MATCH-COUNT-EXIT
001890          UNTIL FREEZE-EOF
001900            AND COUNT-EOF.
001910     PERFORM 8000-PRINT-TOTALS
001920          THRU 8000-PRINT-TOTALS-EXIT.
001930     PERFORM 9000-TERMINATE
001940          THRU 9000-TERMINATE-EXIT.
001943     PERFORM 9710-LOG-STEP-END
001946          THRU 9710-LOG-STEP-END-EXIT.
001950     GOBACK.

001960*---------------------------------------------------------------*
001970 1000-INITIALIZE.
001980*---------------------------------------------------------------*
001990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002000     ACCEPT WS-RUN-TIME FROM TIME.
002010     OPEN INPUT CONTROL-CARD-IN.
002020     READ CONTROL-CARD-IN
002030         AT END
002040             DISPLAY 'CCRECON - NO CONTROL CARD, USING DEFAULT '
002050                     'TOLERANCES OF 10 UNITS AND 100.00'
002060         NOT AT END
002070             IF CC-TOL-UNITS NUMERIC
002080                 MOVE CC-TOL-UNITS TO WS-TOL-UNITS
002090             END-IF
002100             IF CC-TOL-VALUE NUMERIC
002110                 MOVE CC-TOL-VALUE TO WS-TOL-VALUE
002120             END-IF
002130     END-READ.
002140     CLOSE CONTROL-CARD-IN.
002150     OPEN INPUT  FREEZE-IN
002160                 COUNT-IN
002170                 PRICE-MASTER
002180          OUTPUT ADJUST-OUT
002190                 REPORT-OUT
002200                 REJECT-OUT.
002210     MOVE WS-RUN-DATE  TO VH-RUN-DATE.
002220     MOVE WS-TOL-UNITS TO VH-TOL-UNITS.
002230     MOVE WS-TOL-VALUE TO VH-TOL-VALUE.
002240     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002250     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
002260     PERFORM 2800-READ-FREEZE
002270          THRU 2800-READ-FREEZE-EXIT.
002280     PERFORM 2900-READ-COUNT
002290          THRU 2900-READ-COUNT-EXIT.
002300 1000-INITIALIZE-EXIT.
002310     EXIT.

002320*---------------------------------------------------------------*
002330*    ONE STEP OF THE MATCH-MERGE.  AN EXHAUSTED FILE'S KEY IS    *
002340*    HIGH-VALUES, SO THE OTHER FILE RUNS OUT AGAINST IT.         *
002350*---------------------------------------------------------------*
002360 2000-MATCH-COUNT.
002370*---------------------------------------------------------------*
002380     EVALUATE TRUE
002390         WHEN WS-FRZ-KEY = WS-CNT-KEY
002400             MOVE 'N' TO WS-FIRST-COUNT-SW
002410                         WS-RECOUNT-SW
002420             PERFORM 2100-GATHER-COUNT
002430                  THRU 2100-GATHER-COUNT-EXIT
002440                  UNTIL WS-CNT-KEY NOT = WS-FRZ-KEY
002450             PERFORM 2200-RECONCILE-PRODUCT
002460                  THRU 2200-RECONCILE-PRODUCT-EXIT
002470             PERFORM 2800-READ-FREEZE
002480                  THRU 2800-READ-FREEZE-EXIT
002490         WHEN WS-FRZ-KEY < WS-CNT-KEY
002500             ADD 1 TO WS-NOT-COUNTED
002510             PERFORM 2400-PRINT-NOT-COUNTED
002520                  THRU 2400-PRINT-NOT-COUNTED-EXIT
002530             PERFORM 2800-READ-FREEZE
002540                  THRU 2800-READ-FREEZE-EXIT
002550         WHEN OTHER
002560             ADD 1 TO WS-ENTRIES-REJECTED
002570             MOVE 'PRODUCT NOT ON COUNT SHEET'
002580               TO WS-REJECT-REASON
002590             PERFORM 8010-LOG-REJECT
002600                  THRU 8010-LOG-REJECT-EXIT
002610             PERFORM 2900-READ-COUNT
002620                  THRU 2900-READ-COUNT-EXIT
002630     END-EVALUATE.
002640 2000-MATCH-COUNT-EXIT.
002650     EXIT.

002660*---------------------------------------------------------------*
002670*    EVERY COUNT ENTRY FOR THE FROZEN PRODUCT.  A LATER ENTRY OF *
002680*    THE SAME TYPE REPLACES AN EARLIER ONE, SO A RE-KEYED COUNT  *
002690*    CORRECTS ITSELF.                                            *
002700*---------------------------------------------------------------*
002710 2100-GATHER-COUNT.
002720*---------------------------------------------------------------*
002730     EVALUATE TRUE
002740         WHEN CE-FIRST-COUNT
002750             SET WS-HAVE-FIRST-COUNT TO TRUE
002760             MOVE CE-COUNTED-QTY TO WS-FIRST-QTY
002770             IF NOT WS-HAVE-RECOUNT
002780                 MOVE CE-COUNTED-BY TO WS-COUNTED-BY
002790                 MOVE CE-COUNT-DATE TO WS-COUNT-DATE
002800             END-IF
002810         WHEN CE-RECOUNT
002820             SET WS-HAVE-RECOUNT TO TRUE
002830             MOVE CE-COUNTED-QTY TO WS-RECOUNT-QTY
002840             MOVE CE-COUNTED-BY  TO WS-COUNTED-BY
002850             MOVE CE-COUNT-DATE  TO WS-COUNT-DATE
002860         WHEN OTHER
002870             ADD 1 TO WS-ENTRIES-REJECTED
002880             MOVE 'COUNT TYPE MUST BE C OR R'
002890               TO WS-REJECT-REASON
002900             PERFORM 8010-LOG-REJECT
002910                  THRU 8010-LOG-REJECT-EXIT
002920     END-EVALUATE.
002930     PERFORM 2900-READ-COUNT
002940          THRU 2900-READ-COUNT-EXIT.
002950 2100-GATHER-COUNT-EXIT.
002960     EXIT.

002970*---------------------------------------------------------------*
002980*    VARIANCE = COUNT MINUS FROZEN BOOK.  A RECOUNT IS FINAL;    *
002990*    A FIRST COUNT POSTS ONLY INSIDE BOTH TOLERANCES.            *
003000*---------------------------------------------------------------*
003010 2200-RECONCILE-PRODUCT.
003020*---------------------------------------------------------------*
003030     IF NOT WS-HAVE-FIRST-COUNT
003040        AND NOT WS-HAVE-RECOUNT
003050         ADD 1 TO WS-NOT-COUNTED
003060         PERFORM 2400-PRINT-NOT-COUNTED
003070              THRU 2400-PRINT-NOT-COUNTED-EXIT
003080         GO TO 2200-RECONCILE-PRODUCT-EXIT
003090     END-IF.
003100     IF WS-HAVE-RECOUNT
003110         MOVE WS-RECOUNT-QTY TO WS-FINAL-QTY
003120     ELSE
003130         MOVE WS-FIRST-QTY   TO WS-FINAL-QTY
003140     END-IF.
003150     COMPUTE WS-VARIANCE-UNITS = WS-FINAL-QTY - CF-BOOK-QTY.
003160     IF WS-VARIANCE-UNITS < ZERO
003170         COMPUTE WS-ABS-UNITS = 0 - WS-VARIANCE-UNITS
003180     ELSE
003190         MOVE WS-VARIANCE-UNITS TO WS-ABS-UNITS
003200     END-IF.
003210     PERFORM 2210-READ-PRICE
003220          THRU 2210-READ-PRICE-EXIT.
003230     COMPUTE WS-VARIANCE-VALUE ROUNDED =
003240             WS-VARIANCE-UNITS * WS-UNIT-PRICE.
003250     IF WS-VARIANCE-VALUE < ZERO
003260         COMPUTE WS-ABS-VALUE = 0 - WS-VARIANCE-VALUE
003270     ELSE
003280         MOVE WS-VARIANCE-VALUE TO WS-ABS-VALUE
003290     END-IF.
003300     MOVE SPACES            TO WS-REPORT-DETAIL.
003310     MOVE CF-PRODUCT        TO VD-PRODUCT.
003320     MOVE CF-BOOK-QTY       TO VD-BOOK-QTY.
003330     MOVE WS-FINAL-QTY      TO VD-COUNT-QTY.
003340     MOVE WS-VARIANCE-UNITS TO VD-VARIANCE-UNITS.
003350     MOVE WS-UNIT-PRICE     TO VD-UNIT-PRICE.
003360     MOVE WS-VARIANCE-VALUE TO VD-VARIANCE-VALUE.
003370     EVALUATE TRUE
003380         WHEN WS-VARIANCE-UNITS = ZERO
003390             ADD 1 TO WS-AGREED
003400             MOVE 'AGREED'       TO VD-DISPOSITION
003410         WHEN WS-HAVE-RECOUNT
003420             ADD 1 TO WS-TO-POST
003430             ADD WS-VARIANCE-VALUE TO WS-TOTAL-POST-VALUE
003440             MOVE 'POST-RECOUNT' TO VD-DISPOSITION
003450             PERFORM 2300-WRITE-ADJUSTMENT
003460                  THRU 2300-WRITE-ADJUSTMENT-EXIT
003470         WHEN WS-ABS-UNITS > WS-TOL-UNITS
003480           OR WS-ABS-VALUE > WS-TOL-VALUE
003490             ADD 1 TO WS-RECOUNTS-NEEDED
003500             ADD WS-VARIANCE-VALUE TO WS-TOTAL-HELD-VALUE
003510             MOVE 'RECOUNT'      TO VD-DISPOSITION
003520         WHEN OTHER
003530             ADD 1 TO WS-TO-POST
003540             ADD WS-VARIANCE-VALUE TO WS-TOTAL-POST-VALUE
003550             MOVE 'POST'         TO VD-DISPOSITION
003560             PERFORM 2300-WRITE-ADJUSTMENT
003570                  THRU 2300-WRITE-ADJUSTMENT-EXIT
003580     END-EVALUATE.
003590     WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
003600 2200-RECONCILE-PRODUCT-EXIT.
003610     EXIT.

003620 2210-READ-PRICE.
003630     MOVE ZERO TO WS-UNIT-PRICE.
003640     MOVE CF-PRODUCT TO PRC-PRODUCT.
003650     READ PRICE-MASTER
003660         INVALID KEY
003670             ADD 1 TO WS-NO-PRICE
003680         NOT INVALID KEY
003690             MOVE PRC-LIST-PRICE TO WS-UNIT-PRICE
003700     END-READ.
003710 2210-READ-PRICE-EXIT.
003720     EXIT.

003730 2300-WRITE-ADJUSTMENT.
003740     MOVE SPACES            TO STOCK-ADJUSTMENT-RECORD.
003750     MOVE CF-PRODUCT        TO SA-PRODUCT.
003760     MOVE CF-BOOK-QTY       TO SA-BOOK-QTY.
003770     MOVE WS-FINAL-QTY      TO SA-COUNTED-QTY.
003780     MOVE WS-VARIANCE-UNITS TO SA-ADJUST-QTY.
003790     MOVE WS-UNIT-PRICE     TO SA-UNIT-PRICE.
003800     MOVE WS-VARIANCE-VALUE TO SA-ADJUST-VALUE.
003810     MOVE CF-FREEZE-DATE    TO SA-FREEZE-DATE.
003820     MOVE WS-COUNT-DATE     TO SA-COUNT-DATE.
003830     MOVE WS-COUNTED-BY     TO SA-COUNTED-BY.
003840     IF WS-HAVE-RECOUNT
003850         SET SA-RECOUNTED TO TRUE
003860     ELSE
003870         SET SA-WITHIN-TOLERANCE TO TRUE
003880     END-IF.
003890     WRITE STOCK-ADJUSTMENT-RECORD.
003900 2300-WRITE-ADJUSTMENT-EXIT.
003910     EXIT.

003920 2400-PRINT-NOT-COUNTED.
003930     MOVE SPACES        TO WS-REPORT-DETAIL.
003940     MOVE CF-PRODUCT    TO VD-PRODUCT.
003950     MOVE CF-BOOK-QTY   TO VD-BOOK-QTY.
003960     MOVE 'NOT COUNTED' TO VD-DISPOSITION.
003970     WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
003980 2400-PRINT-NOT-COUNTED-EXIT.
003990     EXIT.

004000 2800-READ-FREEZE.
004010     READ FREEZE-IN
004020         AT END
004030             SET FREEZE-EOF TO TRUE
004040             MOVE HIGH-VALUES TO WS-FRZ-KEY
004050         NOT AT END
004060             ADD 1 TO WS-FROZEN-READ
004070             MOVE CF-PRODUCT TO WS-FRZ-KEY
004080     END-READ.
004090 2800-READ-FREEZE-EXIT.
004100     EXIT.

004110 2900-READ-COUNT.
004120     READ COUNT-IN
004130         AT END
004140             SET COUNT-EOF TO TRUE
004150             MOVE HIGH-VALUES TO WS-CNT-KEY
004160         NOT AT END
004170             ADD 1 TO WS-ENTRIES-READ
004180             MOVE CE-PRODUCT TO WS-CNT-KEY
004190     END-READ.
004200 2900-READ-COUNT-EXIT.
004210     EXIT.

004220*---------------------------------------------------------------*
004230 8000-PRINT-TOTALS.
004240*---------------------------------------------------------------*
004250     MOVE SPACES TO REPORT-LINE.
004260     WRITE REPORT-LINE.
004270     MOVE SPACES                   TO WS-REPORT-TOTAL.
004280     MOVE 'PRODUCTS AGREED'        TO VT-LABEL.
004290     MOVE WS-AGREED                TO VT-COUNT.
004300     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004310     MOVE SPACES                   TO WS-REPORT-TOTAL.
004320     MOVE 'ADJUSTMENTS TO POST'    TO VT-LABEL.
004330     MOVE WS-TO-POST               TO VT-COUNT.
004340     MOVE WS-TOTAL-POST-VALUE      TO VT-VALUE.
004350     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004360     MOVE SPACES                   TO WS-REPORT-TOTAL.
004370     MOVE 'HELD FOR RECOUNT'       TO VT-LABEL.
004380     MOVE WS-RECOUNTS-NEEDED       TO VT-COUNT.
004390     MOVE WS-TOTAL-HELD-VALUE      TO VT-VALUE.
004400     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004410     MOVE SPACES                   TO WS-REPORT-TOTAL.
004420     MOVE 'NOT COUNTED'            TO VT-LABEL.
004430     MOVE WS-NOT-COUNTED           TO VT-COUNT.
004440     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
004450 8000-PRINT-TOTALS-EXIT.
004460     EXIT.

004470*---------------------------------------------------------------*
004480 8010-LOG-REJECT.
004490*---------------------------------------------------------------*
004500     DISPLAY 'CCRECON - COUNT REJECTED FOR PRODUCT '
004510             CE-PRODUCT ': ' WS-REJECT-REASON.
004520     MOVE SPACES              TO REJECT-RECORD.
004530     MOVE 'CCRECON'           TO RJ-SOURCE-FILE.
004540     MOVE CE-PRODUCT          TO RJ-KEY-FIELD.
004550     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
004560     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
004570     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
004580     WRITE REJECT-RECORD.
004590 8010-LOG-REJECT-EXIT.
004600     EXIT.

004610*---------------------------------------------------------------*
004620 9000-TERMINATE.
004630*---------------------------------------------------------------*
004640     DISPLAY 'CCRECON - PRODUCTS FROZEN......: '
004650              WS-FROZEN-READ.
004660     DISPLAY 'CCRECON - COUNT ENTRIES READ...: '
004670              WS-ENTRIES-READ.
004680     DISPLAY 'CCRECON - COUNT ENTRIES REJECTD: '
004690              WS-ENTRIES-REJECTED.
004700     DISPLAY 'CCRECON - ADJUSTMENTS TO POST..: '
004710              WS-TO-POST.
004720     DISPLAY 'CCRECON - RECOUNTS REQUIRED....: '
004730              WS-RECOUNTS-NEEDED.
004740     DISPLAY 'CCRECON - PRODUCTS NOT COUNTED.: '
004750              WS-NOT-COUNTED.
004760     DISPLAY 'CCRECON - PRODUCTS NOT PRICED..: '
004770              WS-NO-PRICE.
004780     CLOSE FREEZE-IN COUNT-IN PRICE-MASTER ADJUST-OUT
004790           REPORT-OUT REJECT-OUT.
004800 9000-TERMINATE-EXIT.
004810     EXIT.

004820*---------------------------------------------------------------*
004830*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004840*---------------------------------------------------------------*
004850 9700-LOG-STEP-START.
004860*---------------------------------------------------------------*
004870     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004880     MOVE 'CCRECON'         TO EX-JOB-NAME.
004890     SET EX-STEP-START      TO TRUE.
004900     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004910     ACCEPT EX-RUN-TIME FROM TIME.
004920     MOVE ZERO              TO EX-RECORDS-READ
004930                               EX-RECORDS-WRITTEN
004940                               EX-REJECT-COUNT
004950                               EX-COMPLETION-CODE.
004960     OPEN EXTEND EXEC-LOG-OUT.
004970     WRITE EXECUTION-LOG-RECORD.
004980     CLOSE EXEC-LOG-OUT.
004990 9700-LOG-STEP-START-EXIT.
005000     EXIT.

005010*---------------------------------------------------------------*
005020*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005030*    ENDING WITH.                                               *
005040*---------------------------------------------------------------*
005050 9710-LOG-STEP-END.
005060*---------------------------------------------------------------*
005070     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005080     MOVE 'CCRECON'         TO EX-JOB-NAME.
005090     SET EX-STEP-END        TO TRUE.
005100     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005110     ACCEPT EX-RUN-TIME FROM TIME.
005120     MOVE WS-ENTRIES-READ   TO EX-RECORDS-READ.
005130     MOVE WS-TO-POST        TO EX-RECORDS-WRITTEN.
005140     MOVE WS-ENTRIES-REJECTED TO EX-REJECT-COUNT.
005150     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005160     OPEN EXTEND EXEC-LOG-OUT.
005170     WRITE EXECUTION-LOG-RECORD.
005180     CLOSE EXEC-LOG-OUT.
005190 9710-LOG-STEP-END-EXIT.
005200     EXIT.
