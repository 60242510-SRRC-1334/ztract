000224*                   AND STK-REORDER-QTY FOR THE REPLENISHMENT
000226*                   RUN; THE MASTER COPY OF THE LAYOUT RENAMES
000228*                   THEM WITH THE REST OF THE FIELDS.
000229*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000230*                   TO THE COMMON EXECUTION LOG FOR THE
000231*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000232*  2026-10-15 JLH   A REFRESH NOW MATCHES THE INCOMING STOCK FILE
000233*                   AGAINST THE PRIOR MASTER (STKPRIOR) AND
000234*                   WRITES AN ADJUST MOVEMENT (COPY STKMOVE) FOR
000235*                   EVERY ON-HAND BALANCE IT CHANGES, SO STKRFWD'S
000236*                   ROLL-FORWARD STILL TIES AFTER A RELOAD.
000237*****************************************************************
000240*  REMARKS.
000250*      ONE-TIME (OR PERIODIC REFRESH) CONVERSION OF THE
000260*      SEQUENTIAL STOCK FILE INTO AN INDEXED MASTER KEYED BY
000280*      THE STKALLOC ALLOCATION RUN CAN READ AND REWRITE ON-HAND
000290*      BALANCES BY KEY.  A RECORD WITH A BLANK PRODUCT OR A
000300*      DUPLICATE PRODUCT GOES TO THE COMMON REJECT LOG.
000301*
000302*      ON A REFRESH THE JOB UNLOADS THE MASTER TO STKPRIOR, IN
000303*      PRODUCT SEQUENCE, BEFORE THE RELOAD.  EACH PRODUCT LOADED
000304*      IS MATCHED AGAINST IT, AND WHERE THE ON-HAND BALANCE HAS
000305*      CHANGED AN ADJUST MOVEMENT FOR THE DIFFERENCE GOES TO THE
000306*      STOCK MOVEMENT LEDGER - A NEW PRODUCT FROM ZERO, A PRODUCT
000307*      DROPPED BY THE REFRESH DOWN TO ZERO.  WITH NO STKPRIOR
000308*      (THE FIRST LOAD) NO MOVEMENTS ARE WRITTEN.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000440            FILE STATUS IS WS-STKMSTR-STATUS.
000450     SELECT REJECT-OUT     ASSIGN TO REJOUT
000460            ORGANIZATION IS SEQUENTIAL.
000461     SELECT OPTIONAL
000462            PRIOR-STOCK-IN  ASSIGN TO STKPRIOR
000463            ORGANIZATION IS SEQUENTIAL
000464            FILE STATUS IS WS-STKPRIOR-STATUS.
000465     SELECT OPTIONAL
000466            MOVEMENT-OUT    ASSIGN TO STKMOVE
000467            ORGANIZATION IS SEQUENTIAL
000468            FILE STATUS IS WS-STKMOVE-STATUS.
000469     SELECT OPTIONAL
000470            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000471            ORGANIZATION IS SEQUENTIAL
000472            FILE STATUS IS WS-EXECLOG-STATUS.

000473 DATA DIVISION.
000480 FILE SECTION.
000490 FD  STOCK-IN
000500     LABEL RECORDS ARE STANDARD.
000630     LABEL RECORDS ARE STANDARD.
000640 COPY REJCREC.

000641 FD  PRIOR-STOCK-IN
000642     LABEL RECORDS ARE STANDARD.
000643 COPY STOKREC REPLACING ==STOCK-RECORD==
000644                     BY ==PRIOR-STOCK-RECORD==
000645                        ==STK-PRODUCT==
000646                     BY ==STKP-PRODUCT==
000647                        ==STK-ON-HAND-QTY==
000648                     BY ==STKP-ON-HAND-QTY==
000649                        ==STK-LAST-MOVE-DATE==
000650                     BY ==STKP-LAST-MOVE-DATE==
000651                        ==STK-REORDER-POINT==
000652                     BY ==STKP-REORDER-POINT==
000653                        ==STK-REORDER-QTY==
000654                     BY ==STKP-REORDER-QTY==.

000655 FD  MOVEMENT-OUT
000656     LABEL RECORDS ARE STANDARD.
000657 COPY STKMOVE.

000658 FD  EXEC-LOG-OUT
000659     LABEL RECORDS ARE STANDARD.
000660 COPY EXECLOG.

000661 WORKING-STORAGE SECTION.
000662 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000665 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.
000666 01  WS-STKPRIOR-STATUS        PIC X(02)  VALUE SPACES.
000667 01  WS-STKMOVE-STATUS         PIC X(02)  VALUE SPACES.

000670 01  WS-SWITCHES.
000680     05  WS-STOCK-EOF          PIC X(01)  VALUE 'N'.
000690         88  STOCK-EOF                    VALUE 'Y'.
000692     05  WS-PRIOR-FILE-SW      PIC X(01)  VALUE 'N'.
000694         88  PRIOR-FILE-PRESENT           VALUE 'Y'.
000696     05  WS-PRIOR-EOF          PIC X(01)  VALUE 'N'.
000698         88  PRIOR-EOF                    VALUE 'Y'.

000700 01  WS-COUNTERS                          COMP.
000710     05  WS-RECORDS-READ       PIC 9(09)  VALUE ZERO.
000720     05  WS-PRODUCTS-LOADED    PIC 9(09)  VALUE ZERO.
000730     05  WS-RECORDS-REJECTED   PIC 9(09)  VALUE ZERO.
000735     05  WS-MOVES-WRITTEN      PIC 9(09)  VALUE ZERO.

000740 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000750 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
000760 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

000761 01  WS-ADJUSTMENT-WORK.
000762     05  WS-PRIOR-QTY          PIC 9(07)  VALUE ZERO.
000763     05  WS-ADJUST-QTY         PIC S9(07) VALUE ZERO.
000764     05  WS-ADJUST-PRODUCT     PIC X(20)  VALUE SPACES.
000765     05  WS-ADJUST-AFTER       PIC 9(07)  VALUE ZERO.

000770 PROCEDURE DIVISION.
000780*---------------------------------------------------------------*
000790 0000-MAINLINE.
000800*---------------------------------------------------------------*
000803     PERFORM 9700-LOG-STEP-START
000806          THRU 9700-LOG-STEP-START-EXIT.
000810     PERFORM 1000-INITIALIZE
000820          THRU 1000-INITIALIZE-EXIT.
000830     PERFORM 2000-LOAD-PRODUCT
000850          UNTIL STOCK-EOF.
000860     PERFORM 9000-TERMINATE
000870          THRU 9000-TERMINATE-EXIT.
000873     PERFORM 9710-LOG-STEP-END
000876          THRU 9710-LOG-STEP-END-EXIT.
000880     GOBACK.

000890*---------------------------------------------------------------*
000940     OPEN INPUT  STOCK-IN.
000950     OPEN OUTPUT STOCK-MASTER
000960                 REJECT-OUT.
000961     OPEN INPUT  PRIOR-STOCK-IN.
000962     OPEN EXTEND MOVEMENT-OUT.
000963     IF WS-STKPRIOR-STATUS = '00'
000964         SET PRIOR-FILE-PRESENT TO TRUE
000965         PERFORM 2700-READ-PRIOR
000966              THRU 2700-READ-PRIOR-EXIT
000967     ELSE
000968         SET PRIOR-EOF TO TRUE
000969         DISPLAY 'STKLOAD - NO PRIOR MASTER, STATUS '
000970                 WS-STKPRIOR-STATUS
000971                 ' - NO ADJUST MOVEMENTS WRITTEN'
000972     END-IF.
000973     READ STOCK-IN
000980         AT END SET STOCK-EOF TO TRUE
000990     END-READ.
001000 1000-INITIALIZE-EXIT.
001290                  THRU 8010-LOG-REJECT-EXIT
001300         NOT INVALID KEY
001310             ADD 1 TO WS-PRODUCTS-LOADED
001312             IF PRIOR-FILE-PRESENT
001314                 PERFORM 2200-ADJUST-PRODUCT
001316                      THRU 2200-ADJUST-PRODUCT-EXIT
001318             END-IF
001320     END-WRITE.
001330 2100-WRITE-MASTER-EXIT.
001340     EXIT.

001341*---------------------------------------------------------------*
001342*    BRING THE PRIOR MASTER UP TO THE PRODUCT JUST LOADED - ANY  *
001343*    PRODUCT PASSED OVER WAS DROPPED BY THE REFRESH - AND WRITE  *
001344*    THE CHANGE IN ON-HAND.  A PRODUCT NOT ON THE PRIOR MASTER   *
001345*    IS NEW AND ADJUSTS UP FROM ZERO.                            *
001346*---------------------------------------------------------------*
001347 2200-ADJUST-PRODUCT.
001348*---------------------------------------------------------------*
001349     PERFORM 2300-DROP-PRIOR
001350          THRU 2300-DROP-PRIOR-EXIT
001351          UNTIL PRIOR-EOF
001352             OR STKP-PRODUCT NOT < STK-PRODUCT.
001353     MOVE ZERO TO WS-PRIOR-QTY.
001354     IF NOT PRIOR-EOF
001355        AND STKP-PRODUCT = STK-PRODUCT
001356         MOVE STKP-ON-HAND-QTY TO WS-PRIOR-QTY
001357         PERFORM 2700-READ-PRIOR
001358              THRU 2700-READ-PRIOR-EXIT
001359     END-IF.
001360     COMPUTE WS-ADJUST-QTY = STK-ON-HAND-QTY - WS-PRIOR-QTY.
001361     IF WS-ADJUST-QTY = ZERO
001362         GO TO 2200-ADJUST-PRODUCT-EXIT
001363     END-IF.
001364     MOVE STK-PRODUCT       TO WS-ADJUST-PRODUCT.
001365     MOVE STK-ON-HAND-QTY   TO WS-ADJUST-AFTER.
001366     PERFORM 2250-WRITE-MOVEMENT
001367          THRU 2250-WRITE-MOVEMENT-EXIT.
001368 2200-ADJUST-PRODUCT-EXIT.
001369     EXIT.

001370 2250-WRITE-MOVEMENT.
001371     MOVE SPACES            TO STOCK-MOVEMENT-RECORD.
001372     MOVE WS-ADJUST-PRODUCT TO MV-PRODUCT.
001373     SET MV-ADJUST          TO TRUE.
001374     MOVE WS-ADJUST-QTY     TO MV-QTY.
001375     MOVE 'STOCK REFRESH'   TO MV-REFERENCE.
001376     MOVE WS-RUN-DATE       TO MV-MOVE-DATE.
001377     MOVE WS-RUN-TIME       TO MV-MOVE-TIME.
001378     MOVE 'STKLOAD'         TO MV-JOB-NAME.
001379     MOVE WS-ADJUST-AFTER   TO MV-ON-HAND-AFTER.
001380     WRITE STOCK-MOVEMENT-RECORD.
001381     ADD 1 TO WS-MOVES-WRITTEN.
001382 2250-WRITE-MOVEMENT-EXIT.
001383     EXIT.

001384*---------------------------------------------------------------*
001385*    A PRIOR-MASTER PRODUCT THE REFRESH DID NOT RELOAD - ITS     *
001386*    BALANCE GOES TO ZERO.                                       *
001387*---------------------------------------------------------------*
001388 2300-DROP-PRIOR.
001389*---------------------------------------------------------------*
001390     IF STKP-ON-HAND-QTY NOT = ZERO
001391         MOVE STKP-PRODUCT  TO WS-ADJUST-PRODUCT
001392         MOVE ZERO          TO WS-ADJUST-AFTER
001393         COMPUTE WS-ADJUST-QTY = ZERO - STKP-ON-HAND-QTY
001394         PERFORM 2250-WRITE-MOVEMENT
001395              THRU 2250-WRITE-MOVEMENT-EXIT
001396     END-IF.
001397     PERFORM 2700-READ-PRIOR
001398          THRU 2700-READ-PRIOR-EXIT.
001399 2300-DROP-PRIOR-EXIT.
001400     EXIT.

001401 2700-READ-PRIOR.
001402     READ PRIOR-STOCK-IN
001403         AT END SET PRIOR-EOF TO TRUE
001404     END-READ.
001405 2700-READ-PRIOR-EXIT.
001406     EXIT.

001407*---------------------------------------------------------------*
001408 8010-LOG-REJECT.
001409*---------------------------------------------------------------*
001410     MOVE SPACES              TO REJECT-RECORD.
001411     MOVE 'STKLOAD'           TO RJ-SOURCE-FILE.
001412     MOVE STK-PRODUCT         TO RJ-KEY-FIELD.
001413     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
001420     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
001430     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
001440     WRITE REJECT-RECORD.
001520              WS-PRODUCTS-LOADED.
001530     DISPLAY 'STKLOAD - RECORDS REJECTED....: '
001540              WS-RECORDS-REJECTED.
001541     PERFORM 2300-DROP-PRIOR
001542          THRU 2300-DROP-PRIOR-EXIT
001543          UNTIL PRIOR-EOF.
001544     DISPLAY 'STKLOAD - ADJUST MOVEMENTS....: '
001545              WS-MOVES-WRITTEN.
001550     CLOSE STOCK-IN STOCK-MASTER REJECT-OUT
001555           PRIOR-STOCK-IN MOVEMENT-OUT.
001560 9000-TERMINATE-EXIT.
001570     EXIT.

001580*---------------------------------------------------------------*
001590*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001600*---------------------------------------------------------------*
001610 9700-LOG-STEP-START.
001620*---------------------------------------------------------------*
001630     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001640     MOVE 'STKLOAD'         TO EX-JOB-NAME.
001650     SET EX-STEP-START      TO TRUE.
001660     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001670     ACCEPT EX-RUN-TIME FROM TIME.
001680     MOVE ZERO              TO EX-RECORDS-READ
001690                               EX-RECORDS-WRITTEN
001700                               EX-REJECT-COUNT
001710                               EX-COMPLETION-CODE.
001720     OPEN EXTEND EXEC-LOG-OUT.
001730     WRITE EXECUTION-LOG-RECORD.
001740     CLOSE EXEC-LOG-OUT.
001750 9700-LOG-STEP-START-EXIT.
001760     EXIT.

001770*---------------------------------------------------------------*
001780*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001790*    ENDING WITH.                                               *
001800*---------------------------------------------------------------*
001810 9710-LOG-STEP-END.
001820*---------------------------------------------------------------*
001830     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001840     MOVE 'STKLOAD'         TO EX-JOB-NAME.
001850     SET EX-STEP-END        TO TRUE.
001860     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001870     ACCEPT EX-RUN-TIME FROM TIME.
001880     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
001890     MOVE WS-PRODUCTS-LOADED TO EX-RECORDS-WRITTEN.
001900     MOVE WS-RECORDS-REJECTED TO EX-REJECT-COUNT.
001910     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001920     OPEN EXTEND EXEC-LOG-OUT.
001930     WRITE EXECUTION-LOG-RECORD.
001940     CLOSE EXEC-LOG-OUT.
001950 9710-LOG-STEP-END-EXIT.
001960     EXIT.
