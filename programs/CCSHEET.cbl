000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CCSHEET.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - CYCLE COUNT SHEET PRINT.
000210*                   STK-ON-HAND-QTY DRIFTS FROM THE SHELF AND
000220*                   NOTHING LET THE WAREHOUSE TRUE IT UP; THIS IS
000230*                   THE FIRST STEP OF THE COUNT CYCLE, AHEAD OF
000240*                   CCRECON AND CCPOST.
000242*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000244*                   TO THE COMMON EXECUTION LOG FOR THE
000246*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*****************************************************************
000260*  REMARKS.
000270*      SELECTS THE PRODUCTS TO BE COUNTED THIS CYCLE OFF THE
000280*      INDEXED INVENTORY MASTER STKLOAD BUILDS, BY ONE OF TWO
000290*      CONTROL-CARD RULES:
000300*
000310*          - AGE (TYPE A): EVERY PRODUCT WHOSE STK-LAST-MOVE-DATE
000320*            IS AT LEAST THE CONTROL-CARD NUMBER OF DAYS OLD -
000330*            THE QUIET PRODUCTS, WHOSE SHELF IS NOT CHANGING
000340*            UNDER THE COUNTERS
000350*          - RANGE (TYPE R): EVERY PRODUCT FROM THE CONTROL-CARD
000360*            FROM-PRODUCT THROUGH THE TO-PRODUCT, SO A WAREHOUSE
000370*            ZONE CAN BE COUNTED END TO END
000380*
000390*      WITH NO CONTROL CARD THE AGE RULE IS USED AT 90 DAYS.
000400*
000410*      EACH SELECTED PRODUCT PRINTS ONE COUNT SHEET LINE WITH
000420*      BLANKS FOR THE COUNTED QUANTITY AND THE COUNTER - THE BOOK
000430*      QUANTITY IS DELIBERATELY NOT PRINTED, SO THE COUNT IS
000440*      BLIND - AND WRITES ONE COUNT FREEZE RECORD (COPY CNTFRZ)
000450*      CARRYING THE BOOK ON-HAND QUANTITY AS IT STANDS NOW.
000460*      CCRECON RECONCILES THE COUNTS AGAINST THAT FROZEN
000470*      QUANTITY, NOT AGAINST WHATEVER THE MASTER SAYS BY THE TIME
000480*      THE COUNTS ARE KEYED.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT STOCK-MASTER    ASSIGN TO STKMSTR
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS SEQUENTIAL
000610            RECORD KEY IS STK-PRODUCT
000620            FILE STATUS IS WS-STKMSTR-STATUS.
000630     SELECT FREEZE-OUT      ASSIGN TO FRZOUT
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT SHEET-OUT       ASSIGN TO SHTOUT
000660            ORGANIZATION IS SEQUENTIAL.
000662     SELECT OPTIONAL
000664            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000666            ORGANIZATION IS SEQUENTIAL
000668            FILE STATUS IS WS-EXECLOG-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-CARD-IN
000700     LABEL RECORDS ARE STANDARD.
000710 01  CONTROL-CARD-RECORD.
000720     05  CC-SELECT-TYPE            PIC X(01).
000730     05  CC-AGE-DAYS               PIC 9(03).
000740     05  CC-FROM-PRODUCT           PIC X(20).
000750     05  CC-TO-PRODUCT             PIC X(20).

000760 FD  STOCK-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780 COPY STOKREC.

000790 FD  FREEZE-OUT
000800     LABEL RECORDS ARE STANDARD.
000810 COPY CNTFRZ.

000820 FD  SHEET-OUT
000830     LABEL RECORDS ARE STANDARD.
000840 01  SHEET-LINE                PIC X(100).

000842 FD  EXEC-LOG-OUT
000844     LABEL RECORDS ARE STANDARD.
000846 COPY EXECLOG.

000850 WORKING-STORAGE SECTION.
000860 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000865 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000870 01  WS-SWITCHES.
000880     05  WS-STOCK-EOF          PIC X(01)  VALUE 'N'.
000890         88  STOCK-EOF                    VALUE 'Y'.
000900     05  WS-SELECT-TYPE        PIC X(01)  VALUE 'A'.
000910         88  WS-SELECT-BY-AGE             VALUE 'A'.
000920         88  WS-SELECT-BY-RANGE           VALUE 'R'.

000930 01  WS-COUNTERS                          COMP.
000940     05  WS-PRODUCTS-READ      PIC 9(09)  VALUE ZERO.
000950     05  WS-PRODUCTS-SELECTED  PIC 9(09)  VALUE ZERO.

000960 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000970 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
000980 01  WS-AGE-DAYS               PIC 9(03)  VALUE 90.
000990 01  WS-AGE-CUTOFF             PIC 9(08)  VALUE ZERO.
001000 01  WS-FROM-PRODUCT           PIC X(20)  VALUE LOW-VALUES.
001010 01  WS-TO-PRODUCT             PIC X(20)  VALUE HIGH-VALUES.

001020 01  WS-SHEET-HEADING-1.
001030     05  FILLER                 PIC X(03) VALUE SPACES.
001040     05  FILLER                 PIC X(21)
001050         VALUE 'CYCLE COUNT SHEET -  '.
001060     05  SH-RUN-DATE            PIC 9(08).
001070     05  FILLER                 PIC X(03) VALUE SPACES.
001080     05  SH-SELECTION           PIC X(50).

001090 01  WS-SHEET-HEADING-2.
001100     05  FILLER                 PIC X(03) VALUE SPACES.
001110     05  FILLER                 PIC X(23) VALUE 'PRODUCT'.
001120     05  FILLER                 PIC X(12) VALUE 'LAST MOVE'.
001130     05  FILLER                 PIC X(18) VALUE 'COUNTED QTY'.
001140     05  FILLER                 PIC X(12) VALUE 'COUNTED BY'.

001150 01  WS-SHEET-DETAIL.
001160     05  FILLER                 PIC X(03) VALUE SPACES.
001170     05  CS-PRODUCT             PIC X(20).
001180     05  FILLER                 PIC X(03) VALUE SPACES.
001190     05  CS-LAST-MOVE-DATE      PIC 9(08).
001200     05  FILLER                 PIC X(04) VALUE SPACES.
001210     05  FILLER                 PIC X(14) VALUE '______________'.
001220     05  FILLER                 PIC X(04) VALUE SPACES.
001230     05  FILLER                 PIC X(10) VALUE '__________'.

001240 01  WS-SHEET-FOOTING.
001250     05  FILLER                 PIC X(03) VALUE SPACES.
001260     05  FILLER                 PIC X(23)
001270         VALUE 'PRODUCTS TO BE COUNTED '.
001280     05  SF-SELECTED            PIC ZZZ,ZZ9.

001290 01  WS-AGE-SELECTION.
001300     05  FILLER                 PIC X(24)
001310         VALUE 'NO MOVEMENT AFTER       '.
001320     05  AS-CUTOFF              PIC 9(08).

001330 01  WS-RANGE-SELECTION.
001340     05  FILLER                 PIC X(08) VALUE 'PRODUCT '.
001350     05  RS-FROM                PIC X(20).
001360     05  FILLER                 PIC X(04) VALUE ' TO '.
001370     05  RS-TO                  PIC X(18).

001380 PROCEDURE DIVISION.
001390*---------------------------------------------------------------*
001400 0000-MAINLINE.
001410*---------------------------------------------------------------*
001413     PERFORM 9700-LOG-STEP-START
001416          THRU 9700-LOG-STEP-START-EXIT.
001420     PERFORM 1000-INITIALIZE
001430          THRU 1000-INITIALIZE-EXIT.
001440     PERFORM 2000-SELECT-PRODUCT
001450          THRU 2000-SELECT-PRODUCT-EXIT
001460          UNTIL STOCK-EOF.
001470     PERFORM 9000-TERMINATE
001480          THRU 9000-TERMINATE-EXIT.
001483     PERFORM 9710-LOG-STEP-END
001486          THRU 9710-LOG-STEP-END-EXIT.
001490     GOBACK.

001500*---------------------------------------------------------------*
001510 1000-INITIALIZE.
001520*---------------------------------------------------------------*
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001540     ACCEPT WS-RUN-TIME FROM TIME.
001550     OPEN INPUT CONTROL-CARD-IN.
001560     READ CONTROL-CARD-IN
001570         AT END
001580             DISPLAY 'CCSHEET - NO CONTROL CARD, SELECTING BY '
001590                     'AGE OF 90 DAYS'
001600         NOT AT END
001610             PERFORM 1100-TAKE-CONTROL-CARD
001620                  THRU 1100-TAKE-CONTROL-CARD-EXIT
001630     END-READ.
001640     CLOSE CONTROL-CARD-IN.
001650     COMPUTE WS-AGE-CUTOFF =
001660             FUNCTION DATE-OF-INTEGER
001670                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
001680                  - WS-AGE-DAYS).
001690     OPEN INPUT  STOCK-MASTER
001700          OUTPUT FREEZE-OUT
001710                 SHEET-OUT.
001720     MOVE WS-RUN-DATE TO SH-RUN-DATE.
001730     IF WS-SELECT-BY-RANGE
001740         MOVE WS-FROM-PRODUCT TO RS-FROM
001750         IF WS-TO-PRODUCT = HIGH-VALUES
001760             MOVE 'END OF MASTER' TO RS-TO
001770         ELSE
001780             MOVE WS-TO-PRODUCT   TO RS-TO
001790         END-IF
001800         MOVE WS-RANGE-SELECTION TO SH-SELECTION
001810     ELSE
001820         MOVE WS-AGE-CUTOFF   TO AS-CUTOFF
001830         MOVE WS-AGE-SELECTION TO SH-SELECTION
001840     END-IF.
001850     WRITE SHEET-LINE FROM WS-SHEET-HEADING-1.
001860     WRITE SHEET-LINE FROM WS-SHEET-HEADING-2.
001870     IF WS-SELECT-BY-RANGE
001880         MOVE WS-FROM-PRODUCT TO STK-PRODUCT
001890         START STOCK-MASTER KEY IS >= STK-PRODUCT
001900             INVALID KEY
001910                 SET STOCK-EOF TO TRUE
001920                 GO TO 1000-INITIALIZE-EXIT
001930         END-START
001940     END-IF.
001950     READ STOCK-MASTER
001960         AT END SET STOCK-EOF TO TRUE
001970     END-READ.
001980 1000-INITIALIZE-EXIT.
001990     EXIT.

002000*---------------------------------------------------------------*
002010*    A RANGE CARD WITH A BLANK TO-PRODUCT RUNS TO THE END OF     *
002020*    THE MASTER.  ANY TYPE OTHER THAN R IS TAKEN AS AGE.         *
002030*---------------------------------------------------------------*
002040 1100-TAKE-CONTROL-CARD.
002050*---------------------------------------------------------------*
002060     IF CC-SELECT-TYPE = 'R'
002070         SET WS-SELECT-BY-RANGE TO TRUE
002080         MOVE CC-FROM-PRODUCT TO WS-FROM-PRODUCT
002090         IF CC-TO-PRODUCT NOT = SPACES
002100             MOVE CC-TO-PRODUCT TO WS-TO-PRODUCT
002110         END-IF
002120     ELSE
002130         SET WS-SELECT-BY-AGE TO TRUE
002140         IF CC-AGE-DAYS NUMERIC
002150             MOVE CC-AGE-DAYS TO WS-AGE-DAYS
002160         END-IF
002170     END-IF.
002180 1100-TAKE-CONTROL-CARD-EXIT.
002190     EXIT.

002200*---------------------------------------------------------------*
002210*    ONE PRODUCT OFF THE MASTER.  A RANGE SELECTION STOPS AT     *
002220*    THE FIRST PRODUCT PAST THE TO-PRODUCT.                      *
002230*---------------------------------------------------------------*
002240 2000-SELECT-PRODUCT.
002250*---------------------------------------------------------------*
002260     ADD 1 TO WS-PRODUCTS-READ.
002270     IF WS-SELECT-BY-RANGE
002280         IF STK-PRODUCT > WS-TO-PRODUCT
002290             SET STOCK-EOF TO TRUE
002300             GO TO 2000-SELECT-PRODUCT-EXIT
002310         END-IF
002320     ELSE
002330         IF STK-LAST-MOVE-DATE > WS-AGE-CUTOFF
002340             GO TO 2000-SELECT-PRODUCT-READ
002350         END-IF
002360     END-IF.
002370     PERFORM 2100-FREEZE-PRODUCT
002380          THRU 2100-FREEZE-PRODUCT-EXIT.
002390 2000-SELECT-PRODUCT-READ.
002400     READ STOCK-MASTER
002410         AT END SET STOCK-EOF TO TRUE
002420     END-READ.
002430 2000-SELECT-PRODUCT-EXIT.
002440     EXIT.

002450 2100-FREEZE-PRODUCT.
002460     ADD 1 TO WS-PRODUCTS-SELECTED.
002470     MOVE SPACES             TO COUNT-FREEZE-RECORD.
002480     MOVE STK-PRODUCT        TO CF-PRODUCT.
002490     MOVE STK-ON-HAND-QTY    TO CF-BOOK-QTY.
002500     MOVE STK-LAST-MOVE-DATE TO CF-LAST-MOVE-DATE.
002510     MOVE WS-RUN-DATE        TO CF-FREEZE-DATE.
002520     MOVE WS-RUN-TIME        TO CF-FREEZE-TIME.
002530     WRITE COUNT-FREEZE-RECORD.
002540     MOVE STK-PRODUCT        TO CS-PRODUCT.
002550     MOVE STK-LAST-MOVE-DATE TO CS-LAST-MOVE-DATE.
002560     WRITE SHEET-LINE FROM WS-SHEET-DETAIL.
002570 2100-FREEZE-PRODUCT-EXIT.
002580     EXIT.

002590*---------------------------------------------------------------*
002600 9000-TERMINATE.
002610*---------------------------------------------------------------*
002620     MOVE WS-PRODUCTS-SELECTED TO SF-SELECTED.
002630     WRITE SHEET-LINE FROM WS-SHEET-FOOTING.
002640     DISPLAY 'CCSHEET - PRODUCTS READ........: '
002650              WS-PRODUCTS-READ.
002660     DISPLAY 'CCSHEET - PRODUCTS SELECTED....: '
002670              WS-PRODUCTS-SELECTED.
002680     CLOSE STOCK-MASTER FREEZE-OUT SHEET-OUT.
002690 9000-TERMINATE-EXIT.
002700     EXIT.

002710*---------------------------------------------------------------*
002720*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002730*---------------------------------------------------------------*
002740 9700-LOG-STEP-START.
002750*---------------------------------------------------------------*
002760     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002770     MOVE 'CCSHEET'         TO EX-JOB-NAME.
002780     SET EX-STEP-START      TO TRUE.
002790     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002800     ACCEPT EX-RUN-TIME FROM TIME.
002810     MOVE ZERO              TO EX-RECORDS-READ
002820                               EX-RECORDS-WRITTEN
002830                               EX-REJECT-COUNT
002840                               EX-COMPLETION-CODE.
002850     OPEN EXTEND EXEC-LOG-OUT.
002860     WRITE EXECUTION-LOG-RECORD.
002870     CLOSE EXEC-LOG-OUT.
002880 9700-LOG-STEP-START-EXIT.
002890     EXIT.

002900*---------------------------------------------------------------*
002910*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002920*    ENDING WITH.                                               *
002930*---------------------------------------------------------------*
002940 9710-LOG-STEP-END.
002950*---------------------------------------------------------------*
002960     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002970     MOVE 'CCSHEET'         TO EX-JOB-NAME.
002980     SET EX-STEP-END        TO TRUE.
002990     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003000     ACCEPT EX-RUN-TIME FROM TIME.
003010     MOVE WS-PRODUCTS-READ  TO EX-RECORDS-READ.
003020     MOVE WS-PRODUCTS-SELECTED TO EX-RECORDS-WRITTEN.
003030     MOVE ZERO              TO EX-REJECT-COUNT.
003040     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003050     OPEN EXTEND EXEC-LOG-OUT.
003060     WRITE EXECUTION-LOG-RECORD.
003070     CLOSE EXEC-LOG-OUT.
003080 9710-LOG-STEP-END-EXIT.
003090     EXIT.
