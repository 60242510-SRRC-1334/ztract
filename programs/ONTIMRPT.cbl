000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ONTIMRPT.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - ON-TIME DELIVERY BY
000210*                   CUSTOMER, ACTUAL SHIP DATES ON THE SHIP DETAIL
000220*                   AGAINST THE PROMISED SHIP DATES ORDEDIT STAMPS
000230*                   ON THE ORDER LINES.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*****************************************************************
000250*  REMARKS.
000260*      THE SHIP DETAIL STKALLOC WRITES (COPY SHIPDTL) IS SORTED
000270*      INTO CUSTOMER ORDER AND EVERY SHIPMENT DATED WITHIN THE
000280*      CONTROL-CARD RANGE (THE WHOLE FILE WHEN NO CARD) IS
000290*      MATCHED TO ITS ORDER LINE ON THE INDEXED ORDER MASTER FOR
000300*      THE LINE-PROMISE-DATE:
000310*
000320*          - SHIPPED ON OR BEFORE THE PROMISE DATE  - ON TIME
000330*          - SHIPPED AFTER IT                       - LATE, WITH
000340*            THE DAYS LATE SUMMED FOR AN AVERAGE
000350*          - NO PROMISE DATE, A CANNOT-PROMISE LINE, OR NO ORDER
000360*            LINE TO MATCH                          - NOT PROMISED
000370*
000380*      EACH PARTIAL SHIPMENT IS JUDGED ON ITS OWN.  ONE LINE PER
000390*      CUSTOMER SHOWS THE COUNTS AND THE ON-TIME PERCENTAGE OF
000400*      THE PROMISED SHIPMENTS, WITH A GRAND TOTAL AT THE END.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT SHIP-DTL-IN     ASSIGN TO SHIPIN
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT SHIP-SORT-WORK  ASSIGN TO SHIPSWK
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT SHIP-DTL-SORTED ASSIGN TO SHIPSRT
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS RANDOM
000590            RECORD KEY IS ORDER-ID
000600            ALTERNATE RECORD KEY IS CUSTOMER-NR
000610                WITH DUPLICATES
000620            FILE STATUS IS WS-ORDMSTR-STATUS.
000630     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000640            ORGANIZATION IS SEQUENTIAL.
000642     SELECT OPTIONAL
000644            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000646            ORGANIZATION IS SEQUENTIAL
000648            FILE STATUS IS WS-EXECLOG-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CONTROL-CARD-IN
000680     LABEL RECORDS ARE STANDARD.
000690 01  CONTROL-CARD-RECORD.
000700     05  CC-FROM-DATE              PIC 9(08).
000710     05  CC-TO-DATE                PIC 9(08).

000720 FD  SHIP-DTL-IN
000730     LABEL RECORDS ARE STANDARD.
000740 01  SHIP-DTL-IN-RECORD            PIC X(70).

000750 SD  SHIP-SORT-WORK.
000760 01  SHIP-SORT-RECORD.
000770     05  SS-SORT-ORDER-ID          PIC 9(10).
000780     05  SS-SORT-CUSTOMER-NR       PIC 9(10).
000790     05  SS-SORT-LINE-ITEM-NR      PIC 9(05).
000800     05  FILLER                    PIC X(45).

000810 FD  SHIP-DTL-SORTED
000820     LABEL RECORDS ARE STANDARD.
000830 COPY SHIPDTL.

000840 FD  ORDER-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860 COPY ORDREC.

000870 FD  REPORT-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-LINE                   PIC X(132).

000892 FD  EXEC-LOG-OUT
000894     LABEL RECORDS ARE STANDARD.
000896 COPY EXECLOG.

000900 WORKING-STORAGE SECTION.
000910 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000915 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000920 01  WS-SWITCHES.
000930     05  WS-SHIP-EOF           PIC X(01)  VALUE 'N'.
000940         88  SHIP-EOF                     VALUE 'Y'.
000950     05  WS-LINE-FOUND-SW      PIC X(01)  VALUE 'N'.
000960         88  WS-LINE-FOUND                VALUE 'Y'.

000970 01  WS-COUNTERS                          COMP.
000980     05  WS-SHIPMENTS-READ     PIC 9(09)  VALUE ZERO.
000990     05  WS-OUT-OF-RANGE       PIC 9(09)  VALUE ZERO.
001000     05  WS-NO-ORDER-LINE      PIC 9(09)  VALUE ZERO.
001010     05  WS-CUSTOMERS-LISTED   PIC 9(09)  VALUE ZERO.
001020     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.

001030*----------------------------------------------------------------
001040*    ONE SET OF COUNTS FOR THE CURRENT CUSTOMER AND ONE FOR THE
001050*    WHOLE RUN, LAID OUT ALIKE SO THE SAME PRINT PARAGRAPH
001060*    SERVES BOTH.
001070*----------------------------------------------------------------
001080 01  WS-CUSTOMER-COUNTS                   COMP.
001090     05  WS-CU-SHIPMENTS       PIC 9(09)  VALUE ZERO.
001100     05  WS-CU-ON-TIME         PIC 9(09)  VALUE ZERO.
001110     05  WS-CU-LATE            PIC 9(09)  VALUE ZERO.
001120     05  WS-CU-DAYS-LATE       PIC 9(09)  VALUE ZERO.
001130     05  WS-CU-NOT-PROMISED    PIC 9(09)  VALUE ZERO.

001140 01  WS-RUN-COUNTS                        COMP.
001150     05  WS-RN-SHIPMENTS       PIC 9(09)  VALUE ZERO.
001160     05  WS-RN-ON-TIME         PIC 9(09)  VALUE ZERO.
001170     05  WS-RN-LATE            PIC 9(09)  VALUE ZERO.
001180     05  WS-RN-DAYS-LATE       PIC 9(09)  VALUE ZERO.
001190     05  WS-RN-NOT-PROMISED    PIC 9(09)  VALUE ZERO.

001200 01  WS-PRINT-COUNTS                      COMP.
001210     05  WS-PR-SHIPMENTS       PIC 9(09)  VALUE ZERO.
001220     05  WS-PR-ON-TIME         PIC 9(09)  VALUE ZERO.
001230     05  WS-PR-LATE            PIC 9(09)  VALUE ZERO.
001240     05  WS-PR-DAYS-LATE       PIC 9(09)  VALUE ZERO.
001250     05  WS-PR-NOT-PROMISED    PIC 9(09)  VALUE ZERO.

001260 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001270 01  WS-FROM-DATE              PIC 9(08)  VALUE ZERO.
001280 01  WS-TO-DATE                PIC 9(08)  VALUE 99999999.
001290 01  WS-CURRENT-CUSTOMER       PIC 9(10)  VALUE ZERO.
001300 01  WS-PROMISE-DATE           PIC 9(08)  VALUE ZERO.
001310 01  WS-DAYS-LATE              PIC S9(07) VALUE ZERO.
001320 01  WS-ON-TIME-PCT            PIC 9(03)V9 VALUE ZERO.

001330 01  WS-HEADING-1.
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350     05  FILLER                 PIC X(40)
001360         VALUE 'ONTIMRPT - ON-TIME DELIVERY BY CUSTOMER '.
001370     05  FILLER                 PIC X(08) VALUE 'SHIPPED '.
001380     05  H1-FROM-DATE           PIC 9(08).
001390     05  FILLER                 PIC X(04) VALUE ' TO '.
001400     05  H1-TO-DATE             PIC 9(08).
001410     05  FILLER                 PIC X(04) VALUE SPACES.
001420     05  FILLER                 PIC X(08) VALUE 'RUN DATE'.
001430     05  FILLER                 PIC X(01) VALUE SPACES.
001440     05  H1-RUN-DATE            PIC 9(08).

001450 01  WS-HEADING-2.
001460     05  FILLER                 PIC X(01) VALUE SPACES.
001470     05  FILLER                 PIC X(36)
001480         VALUE 'CUSTOMER      SHIPMENTS      ON TIME'.
001490     05  FILLER                 PIC X(28)
001500         VALUE '         LATE  AVG DAYS LATE'.
001510     05  FILLER                 PIC X(26)
001520         VALUE '  NOT PROMISED ON TIME PCT'.

001530 01  WS-DETAIL-LINE.
001540     05  FILLER                 PIC X(01) VALUE SPACES.
001550     05  DL-CUSTOMER-NR         PIC X(10).
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  DL-SHIPMENTS           PIC ZZZ,ZZZ,ZZ9.
001580     05  FILLER                 PIC X(02) VALUE SPACES.
001590     05  DL-ON-TIME             PIC ZZZ,ZZZ,ZZ9.
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  DL-LATE                PIC ZZZ,ZZZ,ZZ9.
001620     05  FILLER                 PIC X(07) VALUE SPACES.
001630     05  DL-AVG-DAYS-LATE       PIC ZZ,ZZ9.9.
001640     05  FILLER                 PIC X(03) VALUE SPACES.
001650     05  DL-NOT-PROMISED        PIC ZZZ,ZZZ,ZZ9.
001660     05  FILLER                 PIC X(07) VALUE SPACES.
001670     05  DL-ON-TIME-PCT         PIC ZZ9.9.

001680 PROCEDURE DIVISION.
001690*---------------------------------------------------------------*
001700 0000-MAINLINE.
001710*---------------------------------------------------------------*
001713     PERFORM 9700-LOG-STEP-START
001716          THRU 9700-LOG-STEP-START-EXIT.
001720     PERFORM 1000-INITIALIZE
001730          THRU 1000-INITIALIZE-EXIT.
001740     PERFORM 2000-JUDGE-SHIPMENT
001750          THRU 2000-JUDGE-SHIPMENT-EXIT
001760          UNTIL SHIP-EOF.
001770     PERFORM 9000-TERMINATE
001780          THRU 9000-TERMINATE-EXIT.
001783     PERFORM 9710-LOG-STEP-END
001786          THRU 9710-LOG-STEP-END-EXIT.
001790     GOBACK.

001800*---------------------------------------------------------------*
001810*    STKALLOC WRITES THE SHIP DETAIL IN ALLOCATION ORDER; SORT  *
001820*    IT INTO CUSTOMER ORDER FOR THE CONTROL BREAK.              *
001830*---------------------------------------------------------------*
001840 1000-INITIALIZE.
001850*---------------------------------------------------------------*
001860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001870     OPEN INPUT CONTROL-CARD-IN.
001880     READ CONTROL-CARD-IN
001890         AT END
001900             DISPLAY 'ONTIMRPT - NO CONTROL CARD, REPORTING THE '
001910                     'WHOLE SHIP DETAIL'
001920         NOT AT END
001930             IF CC-FROM-DATE NUMERIC
001940                 MOVE CC-FROM-DATE TO WS-FROM-DATE
001950             END-IF
001960             IF CC-TO-DATE NUMERIC
001970                AND CC-TO-DATE > ZERO
001980                 MOVE CC-TO-DATE TO WS-TO-DATE
001990             END-IF
002000     END-READ.
002010     CLOSE CONTROL-CARD-IN.
002020     SORT SHIP-SORT-WORK
002030         ON ASCENDING KEY SS-SORT-CUSTOMER-NR
002040                          SS-SORT-ORDER-ID
002050                          SS-SORT-LINE-ITEM-NR
002060         USING SHIP-DTL-IN
002070         GIVING SHIP-DTL-SORTED.
002080     OPEN INPUT  SHIP-DTL-SORTED
002090                 ORDER-MASTER
002100          OUTPUT REPORT-OUT.
002110     MOVE WS-FROM-DATE TO H1-FROM-DATE.
002120     MOVE WS-TO-DATE   TO H1-TO-DATE.
002130     MOVE WS-RUN-DATE  TO H1-RUN-DATE.
002140     WRITE REPORT-LINE FROM WS-HEADING-1.
002150     WRITE REPORT-LINE FROM WS-HEADING-2.
002160     READ SHIP-DTL-SORTED
002170         AT END SET SHIP-EOF TO TRUE
002180     END-READ.
002190     IF NOT SHIP-EOF
002200         MOVE SD-CUSTOMER-NR TO WS-CURRENT-CUSTOMER
002210     END-IF.
002220 1000-INITIALIZE-EXIT.
002230     EXIT.

002240*---------------------------------------------------------------*
002250*    ONE SHIPMENT.  A CHANGE OF CUSTOMER PRINTS THE CUSTOMER    *
002260*    JUST FINISHED FIRST.                                       *
002270*---------------------------------------------------------------*
002280 2000-JUDGE-SHIPMENT.
002290*---------------------------------------------------------------*
002300     ADD 1 TO WS-SHIPMENTS-READ.
002310     IF SD-SHIP-DATE < WS-FROM-DATE
002320        OR SD-SHIP-DATE > WS-TO-DATE
002330         ADD 1 TO WS-OUT-OF-RANGE
002340         GO TO 2000-JUDGE-SHIPMENT-READ
002350     END-IF.
002360     IF SD-CUSTOMER-NR NOT = WS-CURRENT-CUSTOMER
002370         PERFORM 3000-PRINT-CUSTOMER
002380              THRU 3000-PRINT-CUSTOMER-EXIT
002390         MOVE SD-CUSTOMER-NR TO WS-CURRENT-CUSTOMER
002400     END-IF.
002410     ADD 1 TO WS-CU-SHIPMENTS.
002420     PERFORM 2100-FIND-PROMISE
002430          THRU 2100-FIND-PROMISE-EXIT.
002440     IF WS-PROMISE-DATE = ZERO
002450        OR WS-PROMISE-DATE = 99999999
002460         ADD 1 TO WS-CU-NOT-PROMISED
002470         GO TO 2000-JUDGE-SHIPMENT-READ
002480     END-IF.
002490     IF SD-SHIP-DATE NOT > WS-PROMISE-DATE
002500         ADD 1 TO WS-CU-ON-TIME
002510         GO TO 2000-JUDGE-SHIPMENT-READ
002520     END-IF.
002530     ADD 1 TO WS-CU-LATE.
002540     COMPUTE WS-DAYS-LATE =
002550             FUNCTION INTEGER-OF-DATE (SD-SHIP-DATE)
002560           - FUNCTION INTEGER-OF-DATE (WS-PROMISE-DATE).
002570     ADD WS-DAYS-LATE TO WS-CU-DAYS-LATE.
002580 2000-JUDGE-SHIPMENT-READ.
002590     READ SHIP-DTL-SORTED
002600         AT END SET SHIP-EOF TO TRUE
002610     END-READ.
002620 2000-JUDGE-SHIPMENT-EXIT.
002630     EXIT.

002640*---------------------------------------------------------------*
002650*    THE SHIPPED LINE'S PROMISE DATE OFF THE ORDER MASTER, ZERO *
002660*    WHEN THE ORDER OR THE LINE IS NO LONGER THERE.             *
002670*---------------------------------------------------------------*
002680 2100-FIND-PROMISE.
002690*---------------------------------------------------------------*
002700     MOVE ZERO TO WS-PROMISE-DATE.
002710     MOVE SD-ORDER-ID TO ORDER-ID.
002720     READ ORDER-MASTER
002730         INVALID KEY
002740             ADD 1 TO WS-NO-ORDER-LINE
002750             GO TO 2100-FIND-PROMISE-EXIT
002760     END-READ.
002770     MOVE 'N' TO WS-LINE-FOUND-SW.
002780     PERFORM 2110-SCAN-ONE-LINE
002790          THRU 2110-SCAN-ONE-LINE-EXIT
002800          VARYING WS-LINE-IX FROM 1 BY 1
002810          UNTIL WS-LINE-IX > LINE-COUNT
002820             OR WS-LINE-FOUND.
002830*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE     *
002840*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.      *
002850     IF NOT WS-LINE-FOUND
002860         ADD 1 TO WS-NO-ORDER-LINE
002870         GO TO 2100-FIND-PROMISE-EXIT
002880     END-IF.
002890     SUBTRACT 1 FROM WS-LINE-IX.
002900     MOVE LINE-PROMISE-DATE (WS-LINE-IX) TO WS-PROMISE-DATE.
002910 2100-FIND-PROMISE-EXIT.
002920     EXIT.

002930 2110-SCAN-ONE-LINE.
002940     IF LINE-ITEM-NR (WS-LINE-IX) = SD-LINE-ITEM-NR
002950         SET WS-LINE-FOUND TO TRUE
002960     END-IF.
002970 2110-SCAN-ONE-LINE-EXIT.
002980     EXIT.

002990*---------------------------------------------------------------*
003000*    PRINT THE CUSTOMER JUST FINISHED, ROLL ITS COUNTS INTO THE *
003010*    RUN TOTALS, AND CLEAR THEM FOR THE NEXT CUSTOMER.          *
003020*---------------------------------------------------------------*
003030 3000-PRINT-CUSTOMER.
003040*---------------------------------------------------------------*
003050     IF WS-CU-SHIPMENTS = ZERO
003060         GO TO 3000-PRINT-CUSTOMER-EXIT
003070     END-IF.
003080     ADD 1 TO WS-CUSTOMERS-LISTED.
003090     MOVE WS-CUSTOMER-COUNTS  TO WS-PRINT-COUNTS.
003100     MOVE WS-CURRENT-CUSTOMER TO DL-CUSTOMER-NR.
003110     PERFORM 3100-PRINT-COUNTS
003120          THRU 3100-PRINT-COUNTS-EXIT.
003130     ADD WS-CU-SHIPMENTS      TO WS-RN-SHIPMENTS.
003140     ADD WS-CU-ON-TIME        TO WS-RN-ON-TIME.
003150     ADD WS-CU-LATE           TO WS-RN-LATE.
003160     ADD WS-CU-DAYS-LATE      TO WS-RN-DAYS-LATE.
003170     ADD WS-CU-NOT-PROMISED   TO WS-RN-NOT-PROMISED.
003180     MOVE ZERO TO WS-CU-SHIPMENTS
003190                  WS-CU-ON-TIME
003200                  WS-CU-LATE
003210                  WS-CU-DAYS-LATE
003220                  WS-CU-NOT-PROMISED.
003230 3000-PRINT-CUSTOMER-EXIT.
003240     EXIT.

003250 3100-PRINT-COUNTS.
003260     MOVE WS-PR-SHIPMENTS     TO DL-SHIPMENTS.
003270     MOVE WS-PR-ON-TIME       TO DL-ON-TIME.
003280     MOVE WS-PR-LATE          TO DL-LATE.
003290     MOVE WS-PR-NOT-PROMISED  TO DL-NOT-PROMISED.
003300     MOVE ZERO TO DL-AVG-DAYS-LATE
003310                  DL-ON-TIME-PCT.
003320     IF WS-PR-LATE > ZERO
003330         COMPUTE DL-AVG-DAYS-LATE ROUNDED =
003340                 WS-PR-DAYS-LATE / WS-PR-LATE
003350     END-IF.
003360     IF WS-PR-ON-TIME + WS-PR-LATE > ZERO
003370         COMPUTE WS-ON-TIME-PCT ROUNDED =
003380                 WS-PR-ON-TIME * 100
003390               / (WS-PR-ON-TIME + WS-PR-LATE)
003400         MOVE WS-ON-TIME-PCT TO DL-ON-TIME-PCT
003410     END-IF.
003420     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003430 3100-PRINT-COUNTS-EXIT.
003440     EXIT.

003450*---------------------------------------------------------------*
003460 9000-TERMINATE.
003470*---------------------------------------------------------------*
003480     PERFORM 3000-PRINT-CUSTOMER
003490          THRU 3000-PRINT-CUSTOMER-EXIT.
003500     MOVE WS-RUN-COUNTS TO WS-PRINT-COUNTS.
003510     MOVE 'ALL'         TO DL-CUSTOMER-NR.
003520     WRITE REPORT-LINE FROM WS-HEADING-2.
003530     PERFORM 3100-PRINT-COUNTS
003540          THRU 3100-PRINT-COUNTS-EXIT.
003550     DISPLAY 'ONTIMRPT - SHIPMENTS READ......: '
003560              WS-SHIPMENTS-READ.
003570     DISPLAY 'ONTIMRPT - OUTSIDE DATE RANGE..: ' WS-OUT-OF-RANGE.
003580     DISPLAY 'ONTIMRPT - CUSTOMERS LISTED....: '
003590              WS-CUSTOMERS-LISTED.
003600     DISPLAY 'ONTIMRPT - SHIPMENTS ON TIME...: ' WS-RN-ON-TIME.
003610     DISPLAY 'ONTIMRPT - SHIPMENTS LATE......: ' WS-RN-LATE.
003620     DISPLAY 'ONTIMRPT - NOT PROMISED........: '
003630              WS-RN-NOT-PROMISED.
003640     DISPLAY 'ONTIMRPT - NO ORDER LINE.......: ' WS-NO-ORDER-LINE.
003650     CLOSE SHIP-DTL-SORTED ORDER-MASTER REPORT-OUT.
003660 9000-TERMINATE-EXIT.
003670     EXIT.

003680*---------------------------------------------------------------*
003690*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003700*---------------------------------------------------------------*
003710 9700-LOG-STEP-START.
003720*---------------------------------------------------------------*
003730     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003740     MOVE 'ONTIMRPT'        TO EX-JOB-NAME.
003750     SET EX-STEP-START      TO TRUE.
003760     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003770     ACCEPT EX-RUN-TIME FROM TIME.
003780     MOVE ZERO              TO EX-RECORDS-READ
003790                               EX-RECORDS-WRITTEN
003800                               EX-REJECT-COUNT
003810                               EX-COMPLETION-CODE.
003820     OPEN EXTEND EXEC-LOG-OUT.
003830     WRITE EXECUTION-LOG-RECORD.
003840     CLOSE EXEC-LOG-OUT.
003850 9700-LOG-STEP-START-EXIT.
003860     EXIT.

003870*---------------------------------------------------------------*
003880*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003890*    ENDING WITH.                                               *
003900*---------------------------------------------------------------*
003910 9710-LOG-STEP-END.
003920*---------------------------------------------------------------*
003930     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003940     MOVE 'ONTIMRPT'        TO EX-JOB-NAME.
003950     SET EX-STEP-END        TO TRUE.
003960     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003970     ACCEPT EX-RUN-TIME FROM TIME.
003980     MOVE WS-SHIPMENTS-READ TO EX-RECORDS-READ.
003990     MOVE WS-CUSTOMERS-LISTED TO EX-RECORDS-WRITTEN.
004000     MOVE ZERO              TO EX-REJECT-COUNT.
004010     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004020     OPEN EXTEND EXEC-LOG-OUT.
004030     WRITE EXECUTION-LOG-RECORD.
004040     CLOSE EXEC-LOG-OUT.
004050 9710-LOG-STEP-END-EXIT.
004060     EXIT.
