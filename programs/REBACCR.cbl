000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    REBACCR.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - MONTHLY ACCRUAL OF CUSTOMER
000210*                   VOLUME REBATES EARNED TO DATE, WITH THE
000220*                   ACCRUAL REPORT FOR FINANCE.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      FOR EVERY UNSETTLED AGREEMENT ON THE REBATE MASTER (COPY
000260*      REBAGR) WHOSE PERIOD HAS STARTED BY THE AS-OF DATE, WORKS
000270*      OUT THE REBATE EARNED TO DATE:
000280*
000290*          - SHIPPED VALUE IS LINE-SHIPPED-QTY AT LINE-PRICE ON
000300*            EVERY LINE OF THE CUSTOMER'S NON-CANCELLED ORDERS
000310*            WHOSE ORDER-DATE FALLS IN THE PERIOD, UP TO THE
000320*            AS-OF DATE
000330*          - RETURNS ARE EVERY RETURN ON THE RETURNS HISTORY
000340*            (COPY RMAREC, APPENDED BY RMAPROC) DATED BY THE
000350*            AS-OF DATE AGAINST ONE OF THOSE ORDERS, AT RMA-QTY
000360*            TIMES THE LINE PRICE - THE SAME VALUE RMAPROC
000370*            CREDITED
000380*          - THE NET VOLUME IS RATED ON THE AGREEMENT'S TIERS,
000390*            RETROACTIVELY OR BY BAND AS THE AGREEMENT SAYS
000400*
000410*      THE EARNED AMOUNT REPLACES RB-ACCRUED-AMOUNT ON THE
000420*      MASTER, AND THE ACCRUAL REPORT SHOWS FOR EACH AGREEMENT
000430*      THE VOLUMES, THE TIER RATE REACHED, THE EARNED AMOUNT, THE
000440*      AMOUNT PREVIOUSLY ACCRUED AND THE DIFFERENCE - THE
000450*      MOVEMENT FINANCE BOOKS THIS MONTH.  RERUNNING FOR THE SAME
000460*      AS-OF DATE THEREFORE SHOWS A ZERO MOVEMENT.  NOTHING IS
000470*      POSTED TO THE CUSTOMER'S ACCOUNT HERE; REBSETL DOES THAT
000480*      AT PERIOD END.
000490*
000500*      THE CONTROL CARD CARRIES THE AS-OF DATE (NORMALLY THE
000510*      LAST DAY OF THE MONTH); WITHOUT ONE THE RUN DATE IS USED.
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT REBATE-MASTER   ASSIGN TO REBMSTR
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS RB-KEY
000650            FILE STATUS IS WS-REBMSTR-STATUS.
000660     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS ORDER-ID
000700            ALTERNATE RECORD KEY IS CUSTOMER-NR
000710                WITH DUPLICATES
000720            FILE STATUS IS WS-ORDMSTR-STATUS.
000730     SELECT OPTIONAL
000740            RMA-HISTORY-IN  ASSIGN TO RMAHIST
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS IS WS-RMAHIST-STATUS.
000770     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000780            ORGANIZATION IS SEQUENTIAL.
000782     SELECT OPTIONAL
000784            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000786            ORGANIZATION IS SEQUENTIAL
000788            FILE STATUS IS WS-EXECLOG-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CONTROL-CARD-IN
000820     LABEL RECORDS ARE STANDARD.
000830 01  CONTROL-CARD-RECORD.
000840     05  CC-AS-OF-DATE             PIC 9(08).

000850 FD  REBATE-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870 COPY REBAGR.

000880 FD  ORDER-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900 COPY ORDREC.

000910 FD  RMA-HISTORY-IN
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RMAREC.

000940 FD  REPORT-OUT
000950     LABEL RECORDS ARE STANDARD.
000960 01  REPORT-LINE               PIC X(132).

000962 FD  EXEC-LOG-OUT
000964     LABEL RECORDS ARE STANDARD.
000966 COPY EXECLOG.

000970 WORKING-STORAGE SECTION.
000980 01  WS-REBMSTR-STATUS         PIC X(02)  VALUE SPACES.
000990 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001000 01  WS-RMAHIST-STATUS         PIC X(02)  VALUE SPACES.
001005 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001010 01  WS-SWITCHES.
001020     05  WS-REBATE-EOF         PIC X(01)  VALUE 'N'.
001030         88  REBATE-EOF                   VALUE 'Y'.
001040     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
001050         88  ORDER-EOF                    VALUE 'Y'.
001060     05  WS-RMA-EOF            PIC X(01)  VALUE 'N'.
001070         88  RMA-EOF                      VALUE 'Y'.
001080     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001090         88  WS-TABLE-FULL                VALUE 'Y'.
001100     05  WS-ENTRY-FOUND-SW     PIC X(01)  VALUE 'N'.
001110         88  WS-ENTRY-FOUND               VALUE 'Y'.
001120     05  WS-LINE-FOUND-SW      PIC X(01)  VALUE 'N'.
001130         88  WS-LINE-FOUND                VALUE 'Y'.

001140 01  WS-COUNTERS                          COMP.
001150     05  WS-AGREEMENTS-READ    PIC 9(09)  VALUE ZERO.
001160     05  WS-AGREEMENTS-ACCRUED PIC 9(09)  VALUE ZERO.
001170     05  WS-ORDERS-READ        PIC 9(09)  VALUE ZERO.
001180     05  WS-ORDERS-COUNTED     PIC 9(09)  VALUE ZERO.
001190     05  WS-RETURNS-READ       PIC 9(09)  VALUE ZERO.
001200     05  WS-RETURNS-COUNTED    PIC 9(09)  VALUE ZERO.
001210     05  WS-RETURNS-NO-ORDER   PIC 9(09)  VALUE ZERO.
001220     05  WS-RA-COUNT           PIC 9(05)  VALUE ZERO.
001230     05  WS-RA-NDX             PIC 9(05)  VALUE ZERO.
001240     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.
001250     05  WS-TIER-IX            PIC 9(03)  VALUE ZERO.
001260     05  WS-NEXT-TIER-IX       PIC 9(03)  VALUE ZERO.
001270     05  WS-TIER-REACHED       PIC 9(03)  VALUE ZERO.

001280 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001290 01  WS-AS-OF-DATE             PIC 9(08)  VALUE ZERO.
001300 01  WS-MATCH-CUSTOMER-NR      PIC 9(10)  VALUE ZERO.
001310 01  WS-MATCH-DATE             PIC 9(08)  VALUE ZERO.
001320 01  WS-ORDER-SHIPPED          PIC S9(11)V99 COMP-3 VALUE ZERO.
001330 01  WS-RETURN-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
001340 01  WS-NET-VOLUME             PIC S9(13)V99 COMP-3 VALUE ZERO.
001350 01  WS-BAND-TOP               PIC S9(13)V99 COMP-3 VALUE ZERO.
001360 01  WS-RATE-REACHED           PIC 9(02)V99 VALUE ZERO.
001370 01  WS-EARNED                 PIC S9(11)V99 COMP-3 VALUE ZERO.
001380 01  WS-MOVEMENT               PIC S9(11)V99 COMP-3 VALUE ZERO.
001390 01  WS-TOTAL-EARNED           PIC S9(13)V99 COMP-3 VALUE ZERO.
001400 01  WS-TOTAL-PREVIOUS         PIC S9(13)V99 COMP-3 VALUE ZERO.
001410 01  WS-TOTAL-MOVEMENT         PIC S9(13)V99 COMP-3 VALUE ZERO.

001420*----------------------------------------------------------------
001430*    ONE ENTRY PER AGREEMENT BEING ACCRUED.  THE CUTOFF IS THE
001440*    EARLIER OF THE PERIOD END AND THE AS-OF DATE.
001450*----------------------------------------------------------------
001460 01  WS-REBATE-TABLE.
001470     05  WS-RA-ENTRY OCCURS 1 TO 2000 TIMES
001480                     DEPENDING ON WS-RA-COUNT.
001490         10  WS-RA-KEY.
001500             15  WS-RA-CUSTOMER-NR  PIC 9(10).
001510             15  WS-RA-PERIOD-FROM  PIC 9(08).
001520         10  WS-RA-CUTOFF           PIC 9(08).
001530         10  WS-RA-SHIPPED          PIC S9(13)V99 COMP-3.
001540         10  WS-RA-RETURNED         PIC S9(13)V99 COMP-3.

001550 01  WS-REPORT-HEADING-1.
001560     05  FILLER                 PIC X(03) VALUE SPACES.
001570     05  FILLER                 PIC X(28)
001580         VALUE 'VOLUME REBATE ACCRUAL AS OF '.
001590     05  RH-AS-OF-DATE          PIC 9(08).
001600     05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
001610     05  RH-RUN-DATE            PIC 9(08).

001620 01  WS-REPORT-HEADING-2.
001630     05  FILLER                 PIC X(03) VALUE SPACES.
001640     05  FILLER                 PIC X(11) VALUE 'CUSTOMER'.
001650     05  FILLER                 PIC X(18) VALUE 'PERIOD'.
001660     05  FILLER                 PIC X(15) VALUE '        SHIPPED'.
001670     05  FILLER                 PIC X(15) VALUE '       RETURNED'.
001680     05  FILLER                 PIC X(15) VALUE '     NET VOLUME'.
001690     05  FILLER                 PIC X(06) VALUE '  RATE'.
001700     05  FILLER                 PIC X(15) VALUE '  EARNED TO DTE'.
001710     05  FILLER                 PIC X(15) VALUE '   PREV ACCRUED'.
001720     05  FILLER                 PIC X(15) VALUE '   THIS ACCRUAL'.

001730 01  WS-REPORT-DETAIL.
001740     05  FILLER                 PIC X(03) VALUE SPACES.
001750     05  RD-CUSTOMER-NR         PIC 9(10).
001760     05  FILLER                 PIC X(01) VALUE SPACES.
001770     05  RD-PERIOD-FROM         PIC 9(08).
001780     05  FILLER                 PIC X(01) VALUE '-'.
001790     05  RD-PERIOD-TO           PIC 9(08).
001800     05  FILLER                 PIC X(01) VALUE SPACES.
001810     05  RD-SHIPPED             PIC ZZ,ZZZ,ZZ9.99-.
001820     05  FILLER                 PIC X(01) VALUE SPACES.
001830     05  RD-RETURNED            PIC ZZ,ZZZ,ZZ9.99-.
001840     05  FILLER                 PIC X(01) VALUE SPACES.
001850     05  RD-NET-VOLUME          PIC ZZ,ZZZ,ZZ9.99-.
001860     05  FILLER                 PIC X(01) VALUE SPACES.
001870     05  RD-RATE                PIC Z9.99.
001880     05  FILLER                 PIC X(01) VALUE SPACES.
001890     05  RD-EARNED              PIC ZZ,ZZZ,ZZ9.99-.
001900     05  FILLER                 PIC X(01) VALUE SPACES.
001910     05  RD-PREVIOUS            PIC ZZ,ZZZ,ZZ9.99-.
001920     05  FILLER                 PIC X(01) VALUE SPACES.
001930     05  RD-MOVEMENT            PIC ZZ,ZZZ,ZZ9.99-.

001940 01  WS-REPORT-TOTAL.
001950     05  FILLER                 PIC X(03) VALUE SPACES.
001960     05  RT-LABEL               PIC X(40).
001970     05  RT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

001980 PROCEDURE DIVISION.
001990*---------------------------------------------------------------*
002000 0000-MAINLINE.
002010*---------------------------------------------------------------*
002013     PERFORM 9700-LOG-STEP-START
002016          THRU 9700-LOG-STEP-START-EXIT.
002020     PERFORM 1000-INITIALIZE
002030          THRU 1000-INITIALIZE-EXIT.
002040     IF WS-TABLE-FULL
002050         DISPLAY 'REBACCR - REBATE TABLE FULL, ACCRUAL '
002060                 'INCOMPLETE - FAILING THE STEP'
002070         CLOSE REBATE-MASTER ORDER-MASTER REPORT-OUT
002080         MOVE 16 TO RETURN-CODE
002083         PERFORM 9710-LOG-STEP-END
002086              THRU 9710-LOG-STEP-END-EXIT
002090         GOBACK
002100     END-IF.
002110     PERFORM 2000-ACCUMULATE-ORDER
002120          THRU 2000-ACCUMULATE-ORDER-EXIT
002130          UNTIL ORDER-EOF.
002140     OPEN INPUT RMA-HISTORY-IN.
002150     IF WS-RMAHIST-STATUS = '00'
002160         READ RMA-HISTORY-IN
002170             AT END SET RMA-EOF TO TRUE
002180         END-READ
002190         PERFORM 3000-NET-RETURN
002200              THRU 3000-NET-RETURN-EXIT
002210              UNTIL RMA-EOF
002220     END-IF.
002230     CLOSE RMA-HISTORY-IN.
002240     PERFORM 4000-ACCRUE-AGREEMENT
002250          THRU 4000-ACCRUE-AGREEMENT-EXIT
002260          VARYING WS-RA-NDX FROM 1 BY 1
002270          UNTIL WS-RA-NDX > WS-RA-COUNT.
002280     PERFORM 9000-TERMINATE
002290          THRU 9000-TERMINATE-EXIT.
002293     PERFORM 9710-LOG-STEP-END
002296          THRU 9710-LOG-STEP-END-EXIT.
002300     GOBACK.

002310*---------------------------------------------------------------*
002320 1000-INITIALIZE.
002330*---------------------------------------------------------------*
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002350     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
002360     OPEN INPUT CONTROL-CARD-IN.
002370     READ CONTROL-CARD-IN
002380         AT END
002390             DISPLAY 'REBACCR - NO CONTROL CARD, ACCRUING AS OF '
002400                     'THE RUN DATE'
002410         NOT AT END
002420             MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
002430     END-READ.
002440     CLOSE CONTROL-CARD-IN.
002450     OPEN I-O    REBATE-MASTER
002460          INPUT  ORDER-MASTER
002470          OUTPUT REPORT-OUT.
002480     PERFORM 1100-LOAD-AGREEMENT
002490          THRU 1100-LOAD-AGREEMENT-EXIT
002500          UNTIL REBATE-EOF
002510             OR WS-TABLE-FULL.
002520     MOVE WS-AS-OF-DATE TO RH-AS-OF-DATE.
002530     MOVE WS-RUN-DATE   TO RH-RUN-DATE.
002540     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002550     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
002560     READ ORDER-MASTER NEXT
002570         AT END SET ORDER-EOF TO TRUE
002580     END-READ.
002590 1000-INITIALIZE-EXIT.
002600     EXIT.

002610*---------------------------------------------------------------*
002620*    EVERY UNSETTLED AGREEMENT WHOSE PERIOD HAS STARTED.  A     *
002630*    FULL TABLE FAILS THE STEP, THE SAME AS ORDLOAD.            *
002640*---------------------------------------------------------------*
002650 1100-LOAD-AGREEMENT.
002660*---------------------------------------------------------------*
002670     READ REBATE-MASTER NEXT
002680         AT END
002690             SET REBATE-EOF TO TRUE
002700             GO TO 1100-LOAD-AGREEMENT-EXIT
002710     END-READ.
002720     ADD 1 TO WS-AGREEMENTS-READ.
002730     IF RB-SETTLED
002740        OR RB-PERIOD-FROM > WS-AS-OF-DATE
002750         GO TO 1100-LOAD-AGREEMENT-EXIT
002760     END-IF.
002770     IF WS-RA-COUNT NOT < 2000
002780         SET WS-TABLE-FULL TO TRUE
002790         GO TO 1100-LOAD-AGREEMENT-EXIT
002800     END-IF.
002810     ADD 1 TO WS-RA-COUNT.
002820     MOVE RB-CUSTOMER-NR TO WS-RA-CUSTOMER-NR (WS-RA-COUNT).
002830     MOVE RB-PERIOD-FROM TO WS-RA-PERIOD-FROM (WS-RA-COUNT).
002840     IF RB-PERIOD-TO < WS-AS-OF-DATE
002850         MOVE RB-PERIOD-TO  TO WS-RA-CUTOFF (WS-RA-COUNT)
002860     ELSE
002870         MOVE WS-AS-OF-DATE TO WS-RA-CUTOFF (WS-RA-COUNT)
002880     END-IF.
002890     MOVE ZERO TO WS-RA-SHIPPED (WS-RA-COUNT)
002900                  WS-RA-RETURNED (WS-RA-COUNT).
002910 1100-LOAD-AGREEMENT-EXIT.
002920     EXIT.

002930*---------------------------------------------------------------*
002940*    SHIPPED VALUE OF A NON-CANCELLED ORDER INSIDE AN           *
002950*    AGREEMENT'S PERIOD GOES TO THAT AGREEMENT.                 *
002960*---------------------------------------------------------------*
002970 2000-ACCUMULATE-ORDER.
002980*---------------------------------------------------------------*
002990     ADD 1 TO WS-ORDERS-READ.
003000     IF ORD-CANCELLED
003010         GO TO 2000-ACCUMULATE-ORDER-READ
003020     END-IF.
003030     MOVE CUSTOMER-NR TO WS-MATCH-CUSTOMER-NR.
003040     MOVE ORDER-DATE  TO WS-MATCH-DATE.
003050     PERFORM 5100-FIND-AGREEMENT
003060          THRU 5100-FIND-AGREEMENT-EXIT.
003070     IF NOT WS-ENTRY-FOUND
003080         GO TO 2000-ACCUMULATE-ORDER-READ
003090     END-IF.
003100     ADD 1 TO WS-ORDERS-COUNTED.
003110     MOVE ZERO TO WS-ORDER-SHIPPED.
003120     PERFORM 2010-ADD-LINE-SHIPPED
003130          THRU 2010-ADD-LINE-SHIPPED-EXIT
003140          VARYING WS-LINE-IX FROM 1 BY 1
003150          UNTIL WS-LINE-IX > LINE-COUNT.
003160     ADD WS-ORDER-SHIPPED TO WS-RA-SHIPPED (WS-RA-NDX).
003170 2000-ACCUMULATE-ORDER-READ.
003180     READ ORDER-MASTER NEXT
003190         AT END SET ORDER-EOF TO TRUE
003200     END-READ.
003210 2000-ACCUMULATE-ORDER-EXIT.
003220     EXIT.

003230 2010-ADD-LINE-SHIPPED.
003240     COMPUTE WS-ORDER-SHIPPED = WS-ORDER-SHIPPED
003250             + LINE-SHIPPED-QTY (WS-LINE-IX)
003260             * LINE-PRICE (WS-LINE-IX).
003270 2010-ADD-LINE-SHIPPED-EXIT.
003280     EXIT.

003290*---------------------------------------------------------------*
003300*    A RETURN BY THE AS-OF DATE AGAINST AN ORDER THAT           *
003310*    COUNTED TOWARD AN AGREEMENT COMES OFF THAT AGREEMENT'S     *
003320*    VOLUME AT THE LINE PRICE.                                  *
003330*---------------------------------------------------------------*
003340 3000-NET-RETURN.
003350*---------------------------------------------------------------*
003360     ADD 1 TO WS-RETURNS-READ.
003370     IF RMA-RETURN-DATE > WS-AS-OF-DATE
003380         GO TO 3000-NET-RETURN-READ
003390     END-IF.
003400     MOVE RMA-ORDER-ID TO ORDER-ID.
003410     READ ORDER-MASTER
003420         INVALID KEY
003430             ADD 1 TO WS-RETURNS-NO-ORDER
003440             GO TO 3000-NET-RETURN-READ
003450     END-READ.
003460     IF ORD-CANCELLED
003470         GO TO 3000-NET-RETURN-READ
003480     END-IF.
003490     MOVE CUSTOMER-NR TO WS-MATCH-CUSTOMER-NR.
003500     MOVE ORDER-DATE  TO WS-MATCH-DATE.
003510     PERFORM 5100-FIND-AGREEMENT
003520          THRU 5100-FIND-AGREEMENT-EXIT.
003530     IF NOT WS-ENTRY-FOUND
003540         GO TO 3000-NET-RETURN-READ
003550     END-IF.
003560     MOVE 'N' TO WS-LINE-FOUND-SW.
003570     PERFORM 3010-SCAN-ONE-LINE
003580          THRU 3010-SCAN-ONE-LINE-EXIT
003590          VARYING WS-LINE-IX FROM 1 BY 1
003600          UNTIL WS-LINE-IX > LINE-COUNT
003610             OR WS-LINE-FOUND.
003620*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
003630*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
003640     IF NOT WS-LINE-FOUND
003650         ADD 1 TO WS-RETURNS-NO-ORDER
003660         GO TO 3000-NET-RETURN-READ
003670     END-IF.
003680     SUBTRACT 1 FROM WS-LINE-IX.
003690     COMPUTE WS-RETURN-VALUE =
003700             RMA-QTY * LINE-PRICE (WS-LINE-IX).
003710     ADD WS-RETURN-VALUE TO WS-RA-RETURNED (WS-RA-NDX).
003720     ADD 1 TO WS-RETURNS-COUNTED.
003730 3000-NET-RETURN-READ.
003740     READ RMA-HISTORY-IN
003750         AT END SET RMA-EOF TO TRUE
003760     END-READ.
003770 3000-NET-RETURN-EXIT.
003780     EXIT.

003790 3010-SCAN-ONE-LINE.
003800     IF LINE-ITEM-NR (WS-LINE-IX) = RMA-LINE-ITEM-NR
003810         SET WS-LINE-FOUND TO TRUE
003820     END-IF.
003830 3010-SCAN-ONE-LINE-EXIT.
003840     EXIT.

003850*---------------------------------------------------------------*
003860*    RATE THE NET VOLUME, STAMP THE ACCRUAL ON THE MASTER, AND  *
003870*    REPORT THE MOVEMENT SINCE THE LAST ACCRUAL.                *
003880*---------------------------------------------------------------*
003890 4000-ACCRUE-AGREEMENT.
003900*---------------------------------------------------------------*
003910     MOVE WS-RA-KEY (WS-RA-NDX) TO RB-KEY.
003920     READ REBATE-MASTER
003930         INVALID KEY
003940             DISPLAY 'REBACCR - AGREEMENT GONE FROM MASTER: '
003950                     WS-RA-CUSTOMER-NR (WS-RA-NDX) ' '
003960                     WS-RA-PERIOD-FROM (WS-RA-NDX)
003970             GO TO 4000-ACCRUE-AGREEMENT-EXIT
003980     END-READ.
003990     COMPUTE WS-NET-VOLUME = WS-RA-SHIPPED (WS-RA-NDX)
004000                           - WS-RA-RETURNED (WS-RA-NDX).
004010     PERFORM 5000-COMPUTE-REBATE
004020          THRU 5000-COMPUTE-REBATE-EXIT.
004030     COMPUTE WS-MOVEMENT = WS-EARNED - RB-ACCRUED-AMOUNT.
004040     ADD WS-EARNED         TO WS-TOTAL-EARNED.
004050     ADD RB-ACCRUED-AMOUNT TO WS-TOTAL-PREVIOUS.
004060     ADD WS-MOVEMENT       TO WS-TOTAL-MOVEMENT.
004070     MOVE RB-CUSTOMER-NR    TO RD-CUSTOMER-NR.
004080     MOVE RB-PERIOD-FROM    TO RD-PERIOD-FROM.
004090     MOVE RB-PERIOD-TO      TO RD-PERIOD-TO.
004100     MOVE WS-RA-SHIPPED (WS-RA-NDX)  TO RD-SHIPPED.
004110     MOVE WS-RA-RETURNED (WS-RA-NDX) TO RD-RETURNED.
004120     MOVE WS-NET-VOLUME     TO RD-NET-VOLUME.
004130     MOVE WS-RATE-REACHED   TO RD-RATE.
004140     MOVE WS-EARNED         TO RD-EARNED.
004150     MOVE RB-ACCRUED-AMOUNT TO RD-PREVIOUS.
004160     MOVE WS-MOVEMENT       TO RD-MOVEMENT.
004170     WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
004180     MOVE WS-EARNED         TO RB-ACCRUED-AMOUNT.
004190     MOVE WS-AS-OF-DATE     TO RB-LAST-ACCRUAL-DATE.
004200     REWRITE REBATE-AGREEMENT-RECORD
004210         INVALID KEY
004220             DISPLAY 'REBACCR - REWRITE FAILED FOR AGREEMENT '
004230                     RB-CUSTOMER-NR ' ' RB-PERIOD-FROM
004240         NOT INVALID KEY
004250             ADD 1 TO WS-AGREEMENTS-ACCRUED
004260     END-REWRITE.
004270 4000-ACCRUE-AGREEMENT-EXIT.
004280     EXIT.

004290*---------------------------------------------------------------*
004300*    THE REBATE ON WS-NET-VOLUME UNDER THE AGREEMENT IN THE     *
004310*    RECORD AREA.  RETROACTIVE PAYS THE WHOLE VOLUME AT THE     *
004320*    RATE OF THE HIGHEST TIER REACHED; INCREMENTAL PAYS EACH    *
004330*    BAND UP TO THE NEXT THRESHOLD AT ITS OWN RATE.  A VOLUME   *
004340*    BELOW THE FIRST TIER EARNS NOTHING.                        *
004350*---------------------------------------------------------------*
004360 5000-COMPUTE-REBATE.
004370*---------------------------------------------------------------*
004380     MOVE ZERO TO WS-EARNED
004390                  WS-RATE-REACHED
004400                  WS-TIER-REACHED.
004410     IF WS-NET-VOLUME NOT > ZERO
004420         GO TO 5000-COMPUTE-REBATE-EXIT
004430     END-IF.
004440     PERFORM 5010-RATE-ONE-TIER
004450          THRU 5010-RATE-ONE-TIER-EXIT
004460          VARYING WS-TIER-IX FROM 1 BY 1
004470          UNTIL WS-TIER-IX > RB-TIER-COUNT.
004480     IF RB-RETROACTIVE
004490        AND WS-TIER-REACHED > ZERO
004500         COMPUTE WS-EARNED ROUNDED =
004510                 WS-NET-VOLUME * WS-RATE-REACHED / 100
004520     END-IF.
004530 5000-COMPUTE-REBATE-EXIT.
004540     EXIT.

004550 5010-RATE-ONE-TIER.
004560     IF WS-NET-VOLUME < RB-TIER-FROM (WS-TIER-IX)
004570         GO TO 5010-RATE-ONE-TIER-EXIT
004580     END-IF.
004590     MOVE WS-TIER-IX               TO WS-TIER-REACHED.
004600     MOVE RB-TIER-PCT (WS-TIER-IX) TO WS-RATE-REACHED.
004610     IF NOT RB-INCREMENTAL
004620         GO TO 5010-RATE-ONE-TIER-EXIT
004630     END-IF.
004640     MOVE WS-NET-VOLUME TO WS-BAND-TOP.
004650     IF WS-TIER-IX < RB-TIER-COUNT
004660         COMPUTE WS-NEXT-TIER-IX = WS-TIER-IX + 1
004670         IF RB-TIER-FROM (WS-NEXT-TIER-IX) < WS-BAND-TOP
004680             MOVE RB-TIER-FROM (WS-NEXT-TIER-IX) TO WS-BAND-TOP
004690         END-IF
004700     END-IF.
004710     COMPUTE WS-EARNED ROUNDED = WS-EARNED
004720             + (WS-BAND-TOP - RB-TIER-FROM (WS-TIER-IX))
004730             * RB-TIER-PCT (WS-TIER-IX) / 100.
004740 5010-RATE-ONE-TIER-EXIT.
004750     EXIT.

004760*---------------------------------------------------------------*
004770*    THE AGREEMENT FOR WS-MATCH-CUSTOMER-NR WHOSE PERIOD, UP TO *
004780*    ITS CUTOFF, HOLDS WS-MATCH-DATE.  LEAVES WS-RA-NDX ON IT.  *
004790*---------------------------------------------------------------*
004800 5100-FIND-AGREEMENT.
004810*---------------------------------------------------------------*
004820     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004830     PERFORM 5110-SCAN-ONE-AGREEMENT
004840          THRU 5110-SCAN-ONE-AGREEMENT-EXIT
004850          VARYING WS-RA-NDX FROM 1 BY 1
004860          UNTIL WS-RA-NDX > WS-RA-COUNT
004870             OR WS-ENTRY-FOUND.
004880*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004890*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004900     IF WS-ENTRY-FOUND
004910         SUBTRACT 1 FROM WS-RA-NDX
004920     END-IF.
004930 5100-FIND-AGREEMENT-EXIT.
004940     EXIT.

004950 5110-SCAN-ONE-AGREEMENT.
004960     IF WS-RA-CUSTOMER-NR (WS-RA-NDX) = WS-MATCH-CUSTOMER-NR
004970        AND WS-RA-PERIOD-FROM (WS-RA-NDX) NOT > WS-MATCH-DATE
004980        AND WS-RA-CUTOFF (WS-RA-NDX) NOT < WS-MATCH-DATE
004990         SET WS-ENTRY-FOUND TO TRUE
005000     END-IF.
005010 5110-SCAN-ONE-AGREEMENT-EXIT.
005020     EXIT.

005030*---------------------------------------------------------------*
005040 9000-TERMINATE.
005050*---------------------------------------------------------------*
005060     MOVE SPACES TO REPORT-LINE.
005070     WRITE REPORT-LINE.
005080     MOVE 'TOTAL EARNED TO DATE' TO RT-LABEL.
005090     MOVE WS-TOTAL-EARNED TO RT-AMOUNT.
005100     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
005110     MOVE 'TOTAL PREVIOUSLY ACCRUED' TO RT-LABEL.
005120     MOVE WS-TOTAL-PREVIOUS TO RT-AMOUNT.
005130     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
005140     MOVE 'ACCRUAL MOVEMENT TO BOOK' TO RT-LABEL.
005150     MOVE WS-TOTAL-MOVEMENT TO RT-AMOUNT.
005160     WRITE REPORT-LINE FROM WS-REPORT-TOTAL.
005170     DISPLAY 'REBACCR - AGREEMENTS READ.....: '
005180              WS-AGREEMENTS-READ.
005190     DISPLAY 'REBACCR - AGREEMENTS ACCRUED..: '
005200              WS-AGREEMENTS-ACCRUED.
005210     DISPLAY 'REBACCR - ORDERS READ.........: ' WS-ORDERS-READ.
005220     DISPLAY 'REBACCR - ORDERS COUNTED......: ' WS-ORDERS-COUNTED.
005230     DISPLAY 'REBACCR - RETURNS READ........: ' WS-RETURNS-READ.
005240     DISPLAY 'REBACCR - RETURNS COUNTED.....: '
005250              WS-RETURNS-COUNTED.
005260     DISPLAY 'REBACCR - RETURNS NO ORDER....: '
005270              WS-RETURNS-NO-ORDER.
005280     DISPLAY 'REBACCR - ACCRUAL MOVEMENT....: '
005290              WS-TOTAL-MOVEMENT.
005300     CLOSE REBATE-MASTER ORDER-MASTER REPORT-OUT.
005310 9000-TERMINATE-EXIT.
005320     EXIT.

005330*---------------------------------------------------------------*
005340*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005350*---------------------------------------------------------------*
005360 9700-LOG-STEP-START.
005370*---------------------------------------------------------------*
005380     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005390     MOVE 'REBACCR'         TO EX-JOB-NAME.
005400     SET EX-STEP-START      TO TRUE.
005410     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005420     ACCEPT EX-RUN-TIME FROM TIME.
005430     MOVE ZERO              TO EX-RECORDS-READ
005440                               EX-RECORDS-WRITTEN
005450                               EX-REJECT-COUNT
005460                               EX-COMPLETION-CODE.
005470     OPEN EXTEND EXEC-LOG-OUT.
005480     WRITE EXECUTION-LOG-RECORD.
005490     CLOSE EXEC-LOG-OUT.
005500 9700-LOG-STEP-START-EXIT.
005510     EXIT.

005520*---------------------------------------------------------------*
005530*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005540*    ENDING WITH.                                               *
005550*---------------------------------------------------------------*
005560 9710-LOG-STEP-END.
005570*---------------------------------------------------------------*
005580     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005590     MOVE 'REBACCR'         TO EX-JOB-NAME.
005600     SET EX-STEP-END        TO TRUE.
005610     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005620     ACCEPT EX-RUN-TIME FROM TIME.
005630     MOVE WS-AGREEMENTS-READ TO EX-RECORDS-READ.
005640     MOVE WS-AGREEMENTS-ACCRUED TO EX-RECORDS-WRITTEN.
005650     MOVE ZERO              TO EX-REJECT-COUNT.
005660     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005670     OPEN EXTEND EXEC-LOG-OUT.
005680     WRITE EXECUTION-LOG-RECORD.
005690     CLOSE EXEC-LOG-OUT.
005700 9710-LOG-STEP-END-EXIT.
005710     EXIT.
