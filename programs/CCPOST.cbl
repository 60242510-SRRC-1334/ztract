000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CCPOST.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - CYCLE COUNT ADJUSTMENT
000210*                   POSTING.  THE ONLY PROGRAM THAT TRUES
000220*                   STK-ON-HAND-QTY UP TO THE SHELF, WITH AN
000230*                   ADJUSTMENT REGISTER FOR THE AUDITORS.
000232*  2026-10-15 JLH   EVERY POSTED ADJUSTMENT NOW ALSO APPENDS AN
000234*                   ADJUST MOVEMENT TO THE STOCK MOVEMENT LEDGER
000236*                   (COPY STKMOVE) FOR STKRFWD'S ROLL-FORWARD.
000237*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000238*                   TO THE COMMON EXECUTION LOG FOR THE
000239*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000241*  2026-10-15 JLH   A FAILED MASTER REWRITE NOW GOES TO THE
000243*                   REJECT LOG AND POSTS NOTHING - NO REGISTER
000245*                   LINE, TOTALS OR LEDGER MOVEMENT.
000247*****************************************************************
000250*  REMARKS.
000260*      READS THE APPROVED STOCK ADJUSTMENTS CCRECON WROTE (COPY
000270*      CNTADJ) AND POSTS EACH ONE TO THE INDEXED INVENTORY MASTER
000280*      STKLOAD BUILDS.  THE ADJUSTMENT IS THE COUNT MINUS THE BOOK
000290*      QUANTITY FROZEN WHEN THE SHEET PRINTED, APPLIED TO THE
000300*      ON-HAND BALANCE AS IT STANDS NOW - SO SHIPMENTS AND
000310*      RECEIPTS POSTED WHILE THE COUNT WAS UNDER WAY ARE KEPT,
000320*      NOT OVERWRITTEN BY THE COUNT.  STK-LAST-MOVE-DATE IS SET
000330*      TO THE RUN DATE AND THE MASTER REWRITTEN IN PLACE, THE
000340*      SAME WAY STKALLOC AND STKRECV REWRITE IT.
000350*
000360*      EVERY POSTED ADJUSTMENT PRINTS ONE ADJUSTMENT REGISTER
000370*      LINE - FROZEN BOOK, COUNT, ADJUSTMENT IN UNITS AND VALUE,
000380*      ON-HAND BEFORE AND AFTER, HOW IT WAS APPROVED (WITHIN
000390*      TOLERANCE OR BY RECOUNT) AND WHO COUNTED - WITH NET AND
000400*      GROSS GAIN/LOSS TOTALS AT THE FOOT.
000410*
000420*      AN ADJUSTMENT FOR A PRODUCT NOT ON THE INVENTORY MASTER,
000430*      ONE THAT WOULD TAKE THE ON-HAND BALANCE BELOW ZERO, OR
000435*      ONE WHOSE MASTER REWRITE FAILS, GOES TO THE COMMON REJECT
000440*      LOG AND POSTS NOTHING.
000442*
000444*      EVERY POSTED ADJUSTMENT APPENDS ONE ADJUST MOVEMENT
000446*      (REFERENCE THE COUNT DATE) TO THE COMMON STOCK MOVEMENT
000448*      LEDGER.
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ADJUST-IN       ASSIGN TO ADJIN
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT STOCK-MASTER    ASSIGN TO STKMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS RANDOM
000570            RECORD KEY IS STK-PRODUCT
000580            FILE STATUS IS WS-STKMSTR-STATUS.
000590     SELECT REGISTER-OUT    ASSIGN TO RGSTOUT
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT REJECT-OUT      ASSIGN TO REJOUT
000620            ORGANIZATION IS SEQUENTIAL.
000622     SELECT OPTIONAL
000624            MOVEMENT-OUT    ASSIGN TO STKMOVE
000626            ORGANIZATION IS SEQUENTIAL
000628            FILE STATUS IS WS-STKMOVE-STATUS.
000629     SELECT OPTIONAL
000630            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000631            ORGANIZATION IS SEQUENTIAL
000632            FILE STATUS IS WS-EXECLOG-STATUS.

000636 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ADJUST-IN
000660     LABEL RECORDS ARE STANDARD.
000670 COPY CNTADJ.

000680 FD  STOCK-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700 COPY STOKREC.

000710 FD  REGISTER-OUT
000720     LABEL RECORDS ARE STANDARD.
000730 01  REGISTER-LINE             PIC X(132).

000740 FD  REJECT-OUT
000750     LABEL RECORDS ARE STANDARD.
000760 COPY REJCREC.

000762 FD  MOVEMENT-OUT
000764     LABEL RECORDS ARE STANDARD.
000766 COPY STKMOVE.

000767 FD  EXEC-LOG-OUT
000768     LABEL RECORDS ARE STANDARD.
000769 COPY EXECLOG.

000770 WORKING-STORAGE SECTION.
000780 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000785 01  WS-STKMOVE-STATUS         PIC X(02)  VALUE SPACES.
000787 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000790 01  WS-SWITCHES.
000800     05  WS-ADJUST-EOF         PIC X(01)  VALUE 'N'.
000810         88  ADJUST-EOF                   VALUE 'Y'.
000820     05  WS-PRODUCT-FOUND-SW   PIC X(01)  VALUE 'N'.
000830         88  WS-PRODUCT-FOUND             VALUE 'Y'.

000840 01  WS-COUNTERS                          COMP.
000850     05  WS-ADJUSTS-READ       PIC 9(09)  VALUE ZERO.
000860     05  WS-ADJUSTS-POSTED     PIC 9(09)  VALUE ZERO.
000870     05  WS-ADJUSTS-REJECTED   PIC 9(09)  VALUE ZERO.
000875     05  WS-MOVES-WRITTEN      PIC 9(09)  VALUE ZERO.

000880 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000890 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
000900 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
000910 01  WS-OLD-ON-HAND            PIC 9(07)  VALUE ZERO.
000920 01  WS-NEW-ON-HAND            PIC S9(09) COMP VALUE ZERO.
000930 01  WS-NET-UNITS              PIC S9(09) COMP VALUE ZERO.
000940 01  WS-NET-VALUE              PIC S9(11)V99 COMP-3 VALUE ZERO.
000950 01  WS-GAIN-VALUE             PIC S9(11)V99 COMP-3 VALUE ZERO.
000960 01  WS-LOSS-VALUE             PIC S9(11)V99 COMP-3 VALUE ZERO.

000970 01  WS-REGISTER-HEADING-1.
000980     05  FILLER                 PIC X(03) VALUE SPACES.
000990     05  FILLER                 PIC X(33)
001000         VALUE 'STOCK COUNT ADJUSTMENT REGISTER -'.
001010     05  FILLER                 PIC X(01) VALUE SPACES.
001020     05  AH-RUN-DATE            PIC 9(08).

001030 01  WS-REGISTER-HEADING-2.
001040     05  FILLER                 PIC X(03) VALUE SPACES.
001050     05  FILLER                 PIC X(21) VALUE 'PRODUCT'.
001060     05  FILLER                 PIC X(09) VALUE '   FROZEN'.
001070     05  FILLER                 PIC X(09) VALUE '  COUNTED'.
001080     05  FILLER                 PIC X(10) VALUE '    ADJUST'.
001090     05  FILLER                 PIC X(10) VALUE '    BEFORE'.
001100     05  FILLER                 PIC X(10) VALUE '     AFTER'.
001110     05  FILLER                 PIC X(17)
001120         VALUE '     ADJUST VALUE'.
001130     05  FILLER                 PIC X(11) VALUE '  APPROVAL'.
001140     05  FILLER                 PIC X(10) VALUE 'COUNTED BY'.
001150     05  FILLER                 PIC X(10) VALUE '  COUNTED'.

001160 01  WS-REGISTER-DETAIL.
001170     05  FILLER                 PIC X(03) VALUE SPACES.
001180     05  AD-PRODUCT             PIC X(20).
001190     05  FILLER                 PIC X(01) VALUE SPACES.
001200     05  AD-BOOK-QTY            PIC Z,ZZZ,ZZ9.
001210     05  AD-COUNTED-QTY         PIC Z,ZZZ,ZZ9.
001220     05  AD-ADJUST-QTY          PIC Z,ZZZ,ZZ9-.
001230     05  AD-OLD-ON-HAND         PIC ZZ,ZZZ,ZZ9.
001240     05  AD-NEW-ON-HAND         PIC ZZ,ZZZ,ZZ9.
001250     05  AD-ADJUST-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
001260     05  FILLER                 PIC X(02) VALUE SPACES.
001270     05  AD-APPROVAL            PIC X(09).
001280     05  FILLER                 PIC X(02) VALUE SPACES.
001290     05  AD-COUNTED-BY          PIC X(08).
001300     05  FILLER                 PIC X(02) VALUE SPACES.
001310     05  AD-COUNT-DATE          PIC 9(08).

001320 01  WS-REGISTER-TOTAL.
001330     05  FILLER                 PIC X(05) VALUE SPACES.
001340     05  AT-LABEL               PIC X(30).
001350     05  AT-UNITS               PIC ZZZ,ZZZ,ZZ9-.
001360     05  FILLER                 PIC X(03) VALUE SPACES.
001370     05  AT-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

001380 PROCEDURE DIVISION.
001390*---------------------------------------------------------------*
001400 0000-MAINLINE.
001410*---------------------------------------------------------------*
001413     PERFORM 9700-LOG-STEP-START
001416          THRU 9700-LOG-STEP-START-EXIT.
001420     PERFORM 1000-INITIALIZE
001430          THRU 1000-INITIALIZE-EXIT.
001440     PERFORM 2000-POST-ADJUSTMENT
001450          THRU 2000-POST-ADJUSTMENT-EXIT
001460          UNTIL ADJUST-EOF.
001470     PERFORM 8000-PRINT-TOTALS
001480          THRU 8000-PRINT-TOTALS-EXIT.
001490     PERFORM 9000-TERMINATE
001500          THRU 9000-TERMINATE-EXIT.
001503     PERFORM 9710-LOG-STEP-END
001506          THRU 9710-LOG-STEP-END-EXIT.
001510     GOBACK.

001520*---------------------------------------------------------------*
001530 1000-INITIALIZE.
001540*---------------------------------------------------------------*
001550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001560     ACCEPT WS-RUN-TIME FROM TIME.
001570     OPEN INPUT  ADJUST-IN
001580          I-O    STOCK-MASTER
001590          OUTPUT REGISTER-OUT
001600                 REJECT-OUT.
001605     OPEN EXTEND MOVEMENT-OUT.
001610     MOVE WS-RUN-DATE TO AH-RUN-DATE.
001620     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING-1.
001630     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING-2.
001640     READ ADJUST-IN
001650         AT END SET ADJUST-EOF TO TRUE
001660     END-READ.
001670 1000-INITIALIZE-EXIT.
001680     EXIT.

001690*---------------------------------------------------------------*
001700*    ONE APPROVED ADJUSTMENT: THE PRODUCT MUST BE ON THE MASTER  *
001710*    AND THE ADJUSTED BALANCE MUST NOT GO NEGATIVE.              *
001720*---------------------------------------------------------------*
001730 2000-POST-ADJUSTMENT.
001740*---------------------------------------------------------------*
001750     ADD 1 TO WS-ADJUSTS-READ.
001760     PERFORM 2050-APPLY-ADJUSTMENT
001770          THRU 2050-APPLY-ADJUSTMENT-EXIT.
001780     READ ADJUST-IN
001790         AT END SET ADJUST-EOF TO TRUE
001800     END-READ.
001810 2000-POST-ADJUSTMENT-EXIT.
001820     EXIT.

001830 2050-APPLY-ADJUSTMENT.
001840     PERFORM 2100-READ-STOCK
001850          THRU 2100-READ-STOCK-EXIT.
001860     IF NOT WS-PRODUCT-FOUND
001870         ADD 1 TO WS-ADJUSTS-REJECTED
001880         MOVE 'PRODUCT NOT ON INVENTORY MASTER'
001890           TO WS-REJECT-REASON
001900         PERFORM 8010-LOG-REJECT
001910              THRU 8010-LOG-REJECT-EXIT
001920         GO TO 2050-APPLY-ADJUSTMENT-EXIT
001930     END-IF.
001940     MOVE STK-ON-HAND-QTY TO WS-OLD-ON-HAND.
001950     COMPUTE WS-NEW-ON-HAND = STK-ON-HAND-QTY + SA-ADJUST-QTY.
001960     IF WS-NEW-ON-HAND < ZERO
001970         ADD 1 TO WS-ADJUSTS-REJECTED
001980         MOVE 'ADJUSTMENT WOULD MAKE ON-HAND NEGATIVE'
001990           TO WS-REJECT-REASON
002000         PERFORM 8010-LOG-REJECT
002010              THRU 8010-LOG-REJECT-EXIT
002020         GO TO 2050-APPLY-ADJUSTMENT-EXIT
002030     END-IF.
002040     MOVE WS-NEW-ON-HAND TO STK-ON-HAND-QTY.
002050     MOVE WS-RUN-DATE    TO STK-LAST-MOVE-DATE.
002060     REWRITE STOCK-RECORD
002070         INVALID KEY
002080             ADD 1 TO WS-ADJUSTS-REJECTED
002090             MOVE 'INVENTORY MASTER REWRITE FAILED'
002092               TO WS-REJECT-REASON
002094             PERFORM 8010-LOG-REJECT
002096                  THRU 8010-LOG-REJECT-EXIT
002098             GO TO 2050-APPLY-ADJUSTMENT-EXIT
002100     END-REWRITE.
002110     ADD 1 TO WS-ADJUSTS-POSTED.
002120     ADD SA-ADJUST-QTY   TO WS-NET-UNITS.
002130     ADD SA-ADJUST-VALUE TO WS-NET-VALUE.
002140     IF SA-ADJUST-VALUE < ZERO
002150         ADD SA-ADJUST-VALUE TO WS-LOSS-VALUE
002160     ELSE
002170         ADD SA-ADJUST-VALUE TO WS-GAIN-VALUE
002180     END-IF.
002190     PERFORM 2200-WRITE-REGISTER-LINE
002200          THRU 2200-WRITE-REGISTER-LINE-EXIT.
002203     PERFORM 2250-WRITE-MOVEMENT
002206          THRU 2250-WRITE-MOVEMENT-EXIT.
002210 2050-APPLY-ADJUSTMENT-EXIT.
002220     EXIT.

002230 2100-READ-STOCK.
002240     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
002250     MOVE SA-PRODUCT TO STK-PRODUCT.
002260     READ STOCK-MASTER
002270         INVALID KEY
002280             CONTINUE
002290         NOT INVALID KEY
002300             SET WS-PRODUCT-FOUND TO TRUE
002310     END-READ.
002320 2100-READ-STOCK-EXIT.
002330     EXIT.

002340 2200-WRITE-REGISTER-LINE.
002350     MOVE SPACES           TO WS-REGISTER-DETAIL.
002360     MOVE SA-PRODUCT       TO AD-PRODUCT.
002370     MOVE SA-BOOK-QTY      TO AD-BOOK-QTY.
002380     MOVE SA-COUNTED-QTY   TO AD-COUNTED-QTY.
002390     MOVE SA-ADJUST-QTY    TO AD-ADJUST-QTY.
002400     MOVE WS-OLD-ON-HAND   TO AD-OLD-ON-HAND.
002410     MOVE STK-ON-HAND-QTY  TO AD-NEW-ON-HAND.
002420     MOVE SA-ADJUST-VALUE  TO AD-ADJUST-VALUE.
002430     IF SA-RECOUNTED
002440         MOVE 'RECOUNT'    TO AD-APPROVAL
002450     ELSE
002460         MOVE 'TOLERANCE'  TO AD-APPROVAL
002470     END-IF.
002480     MOVE SA-COUNTED-BY    TO AD-COUNTED-BY.
002490     MOVE SA-COUNT-DATE    TO AD-COUNT-DATE.
002500     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
002510 2200-WRITE-REGISTER-LINE-EXIT.
002520     EXIT.

002521 2250-WRITE-MOVEMENT.
002522     MOVE SPACES            TO STOCK-MOVEMENT-RECORD.
002523     MOVE SA-PRODUCT        TO MV-PRODUCT.
002524     SET MV-ADJUST          TO TRUE.
002525     MOVE SA-ADJUST-QTY     TO MV-QTY.
002526     STRING 'CYCLE COUNT ' SA-COUNT-DATE
002527            DELIMITED BY SIZE INTO MV-REFERENCE.
002528     MOVE WS-RUN-DATE       TO MV-MOVE-DATE.
002529     MOVE WS-RUN-TIME       TO MV-MOVE-TIME.
002530     MOVE 'CCPOST'          TO MV-JOB-NAME.
002531     MOVE STK-ON-HAND-QTY   TO MV-ON-HAND-AFTER.
002532     WRITE STOCK-MOVEMENT-RECORD.
002533     ADD 1 TO WS-MOVES-WRITTEN.
002534 2250-WRITE-MOVEMENT-EXIT.
002535     EXIT.

002537*---------------------------------------------------------------*
002540 8000-PRINT-TOTALS.
002550*---------------------------------------------------------------*
002560     MOVE SPACES TO REGISTER-LINE.
002570     WRITE REGISTER-LINE.
002580     MOVE SPACES                   TO WS-REGISTER-TOTAL.
002590     MOVE 'COUNT GAINS'            TO AT-LABEL.
002600     MOVE WS-GAIN-VALUE            TO AT-VALUE.
002610     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
002620     MOVE SPACES                   TO WS-REGISTER-TOTAL.
002630     MOVE 'COUNT LOSSES'           TO AT-LABEL.
002640     MOVE WS-LOSS-VALUE            TO AT-VALUE.
002650     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
002660     MOVE SPACES                   TO WS-REGISTER-TOTAL.
002670     MOVE 'NET ADJUSTMENT'         TO AT-LABEL.
002680     MOVE WS-NET-UNITS             TO AT-UNITS.
002690     MOVE WS-NET-VALUE             TO AT-VALUE.
002700     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
002710 8000-PRINT-TOTALS-EXIT.
002720     EXIT.

002730*---------------------------------------------------------------*
002740 8010-LOG-REJECT.
002750*---------------------------------------------------------------*
002760     DISPLAY 'CCPOST - ADJUSTMENT REJECTED FOR PRODUCT '
002770             SA-PRODUCT ': ' WS-REJECT-REASON.
002780     MOVE SPACES              TO REJECT-RECORD.
002790     MOVE 'CCPOST'            TO RJ-SOURCE-FILE.
002800     MOVE SA-PRODUCT          TO RJ-KEY-FIELD.
002810     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002820     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002830     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002840     WRITE REJECT-RECORD.
002850 8010-LOG-REJECT-EXIT.
002860     EXIT.

002870*---------------------------------------------------------------*
002880 9000-TERMINATE.
002890*---------------------------------------------------------------*
002900     DISPLAY 'CCPOST - ADJUSTMENTS READ......: '
002910              WS-ADJUSTS-READ.
002920     DISPLAY 'CCPOST - ADJUSTMENTS POSTED....: '
002930              WS-ADJUSTS-POSTED.
002940     DISPLAY 'CCPOST - ADJUSTMENTS REJECTED..: '
002950              WS-ADJUSTS-REJECTED.
002953     DISPLAY 'CCPOST - MOVEMENTS WRITTEN.....: '
002956              WS-MOVES-WRITTEN.
002960     CLOSE ADJUST-IN STOCK-MASTER REGISTER-OUT REJECT-OUT
002965           MOVEMENT-OUT.
002970 9000-TERMINATE-EXIT.
002980     EXIT.

002990*---------------------------------------------------------------*
003000*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003010*---------------------------------------------------------------*
003020 9700-LOG-STEP-START.
003030*---------------------------------------------------------------*
003040     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003050     MOVE 'CCPOST'          TO EX-JOB-NAME.
003060     SET EX-STEP-START      TO TRUE.
003070     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003080     ACCEPT EX-RUN-TIME FROM TIME.
003090     MOVE ZERO              TO EX-RECORDS-READ
003100                               EX-RECORDS-WRITTEN
003110                               EX-REJECT-COUNT
003120                               EX-COMPLETION-CODE.
003130     OPEN EXTEND EXEC-LOG-OUT.
003140     WRITE EXECUTION-LOG-RECORD.
003150     CLOSE EXEC-LOG-OUT.
003160 9700-LOG-STEP-START-EXIT.
003170     EXIT.

003180*---------------------------------------------------------------*
003190*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003200*    ENDING WITH.                                               *
003210*---------------------------------------------------------------*
003220 9710-LOG-STEP-END.
003230*---------------------------------------------------------------*
003240     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003250     MOVE 'CCPOST'          TO EX-JOB-NAME.
003260     SET EX-STEP-END        TO TRUE.
003270     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003280     ACCEPT EX-RUN-TIME FROM TIME.
003290     MOVE WS-ADJUSTS-READ   TO EX-RECORDS-READ.
003300     MOVE WS-MOVES-WRITTEN  TO EX-RECORDS-WRITTEN.
003310     MOVE WS-ADJUSTS-REJECTED TO EX-REJECT-COUNT.
003320     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003330     OPEN EXTEND EXEC-LOG-OUT.
003340     WRITE EXECUTION-LOG-RECORD.
003350     CLOSE EXEC-LOG-OUT.
003360 9710-LOG-STEP-END-EXIT.
003370     EXIT.
