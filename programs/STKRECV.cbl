000220*                   STK-ON-HAND-QTY; UNTIL NOW STOCK ONLY WENT
000230*                   DOWN THROUGH STKALLOC AND ONLY CAME BACK
000240*                   WITH A FULL STKLOAD REBUILD.
000242*  2026-10-15 JLH   RECEIPTS ARE NOW MATCHED TO THE OPEN LINE OF
000243*                   THE PURCHASE ORDER MASTER POGEN BUILDS.  A
000244*                   RECEIPT WITH NO OPEN PO LINE, OR FOR MORE
000245*                   THAN THE LINE STILL HAS OUTSTANDING, IS
000246*                   REJECTED; A MATCHED RECEIPT BUMPS THE LINE'S
000247*                   RECEIVED QUANTITY AND CLOSES IT WHEN FULL.
000248*                   THE RUN ENDS WITH AN OVERDUE PURCHASE ORDER
000249*                   REPORT FOR PURCHASING.
000250*  2026-10-15 JLH   EVERY POSTED RECEIPT NOW ALSO APPENDS A
000251*                   RECEIVE MOVEMENT TO THE STOCK MOVEMENT LEDGER
000252*                   (COPY STKMOVE) FOR STKRFWD'S ROLL-FORWARD.
000253*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000254*                   TO THE COMMON EXECUTION LOG FOR THE
000255*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000256*  2026-10-15 JLH   PURCHASE ORDER MASTER MADE OPTIONAL, AS POGEN
000257*                   DECLARES IT.  BEFORE THE FIRST POGEN RUN
000258*                   THERE ARE NO PO LINES, SO EVERY RECEIPT
000259*                   REJECTS AND THE OVERDUE REPORT IS EMPTY.
000260*****************************************************************
000261*  REMARKS.
000270*      READS THE WAREHOUSE GOODS-RECEIPT FILE (COPY GRCPREC) AND
000280*      POSTS EACH RECEIPT TO THE INDEXED INVENTORY MASTER
000290*      STKLOAD BUILDS - THE ON-HAND BALANCE GOES UP BY THE
000380*      WITH A ZERO QUANTITY, GOES TO THE COMMON REJECT LOG (SO
000390*      REJRPT REPORTS IT WITH EVERY OTHER VALIDATION STEP'S
000400*      REJECTS) AND POSTS NOTHING.
000401*
000402*      EVERY RECEIPT MUST MATCH AN OPEN (OR PART-RECEIVED) LINE
000403*      FOR ITS PRODUCT ON THE INDEXED PURCHASE ORDER MASTER
000404*      (COPY POMSTR).  WHEN THE RECEIPT CARRIES GR-PO-NUMBER THE
000405*      LINE IS LOOKED FOR ON THAT PURCHASE ORDER; OTHERWISE THE
000406*      OLDEST RECEIVABLE LINE FOR THE PRODUCT IS TAKEN, THROUGH
000407*      THE PRODUCT ALTERNATE KEY.  NO RECEIVABLE LINE, OR A
000408*      QUANTITY ABOVE WHAT THE LINE STILL HAS OUTSTANDING, IS
000409*      REJECTED AND POSTS NOTHING.  A POSTED RECEIPT ADDS TO
000410*      PO-RECEIVED-QTY AND MARKS THE LINE PART-RECEIVED, OR
000411*      CLOSED ONCE THE ORDERED QUANTITY IS IN.
000412*
000413*      AFTER THE RECEIPTS, THE WHOLE PURCHASE ORDER MASTER IS
000414*      SWEPT AND EVERY RECEIVABLE LINE PAST ITS EXPECTED DATE
000415*      PRINTS ON THE OVERDUE PURCHASE ORDER REPORT WITH ITS
000416*      OUTSTANDING QUANTITY AND DAYS LATE.
000417*
000418*      EVERY POSTED RECEIPT APPENDS ONE RECEIVE MOVEMENT
000419*      (REFERENCE GR-REFERENCE) TO THE COMMON STOCK MOVEMENT
000420*      LEDGER.
000421*****************************************************************
000422 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000520            ACCESS MODE IS RANDOM
000530            RECORD KEY IS STK-PRODUCT
000540            FILE STATUS IS WS-STKMSTR-STATUS.
000541     SELECT OPTIONAL
000542            PO-MASTER      ASSIGN TO POMSTR
000543            ORGANIZATION IS INDEXED
000544            ACCESS MODE IS DYNAMIC
000545            RECORD KEY IS PO-KEY
000546            ALTERNATE RECORD KEY IS PO-PRODUCT
000547                WITH DUPLICATES
000548            FILE STATUS IS WS-POMSTR-STATUS.
000550     SELECT REGISTER-OUT   ASSIGN TO RGSTOUT
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT REJECT-OUT     ASSIGN TO REJOUT
000580            ORGANIZATION IS SEQUENTIAL.
000582     SELECT OVERDUE-OUT    ASSIGN TO OVDUOUT
000584            ORGANIZATION IS SEQUENTIAL.
000585     SELECT OPTIONAL
000586            MOVEMENT-OUT   ASSIGN TO STKMOVE
000587            ORGANIZATION IS SEQUENTIAL
000588            FILE STATUS IS WS-STKMOVE-STATUS.
000589     SELECT OPTIONAL
000591            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000593            ORGANIZATION IS SEQUENTIAL
000595            FILE STATUS IS WS-EXECLOG-STATUS.

000597 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RECEIPT-IN
000620     LABEL RECORDS ARE STANDARD.
000650     LABEL RECORDS ARE STANDARD.
000660 COPY STOKREC.

000662 FD  PO-MASTER
000664     LABEL RECORDS ARE STANDARD.
000666 COPY POMSTR.

000670 FD  REGISTER-OUT
000680     LABEL RECORDS ARE STANDARD.
000690 01  REGISTER-LINE             PIC X(100).
000710     LABEL RECORDS ARE STANDARD.
000720 COPY REJCREC.

000722 FD  OVERDUE-OUT
000724     LABEL RECORDS ARE STANDARD.
000726 01  OVERDUE-LINE              PIC X(100).

000727 FD  MOVEMENT-OUT
000728     LABEL RECORDS ARE STANDARD.
000729 COPY STKMOVE.

000731 FD  EXEC-LOG-OUT
000733     LABEL RECORDS ARE STANDARD.
000735 COPY EXECLOG.

000737 WORKING-STORAGE SECTION.
000740 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
000745 01  WS-POMSTR-STATUS          PIC X(02)  VALUE SPACES.
000747 01  WS-STKMOVE-STATUS         PIC X(02)  VALUE SPACES.
000748 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000750 01  WS-SWITCHES.
000760     05  WS-RECEIPT-EOF        PIC X(01)  VALUE 'N'.
000770         88  RECEIPT-EOF                  VALUE 'Y'.
000780     05  WS-PRODUCT-FOUND-SW   PIC X(01)  VALUE 'N'.
000790         88  WS-PRODUCT-FOUND             VALUE 'Y'.
000791     05  WS-PO-FOUND-SW        PIC X(01)  VALUE 'N'.
000792         88  WS-PO-FOUND                  VALUE 'Y'.
000793     05  WS-PO-SCAN-SW         PIC X(01)  VALUE 'N'.
000794         88  WS-PO-SCAN-DONE              VALUE 'Y'.
000795     05  WS-MATCH-BY-SW        PIC X(01)  VALUE 'P'.
000796         88  WS-MATCH-BY-PO-NUMBER        VALUE 'N'.
000797         88  WS-MATCH-BY-PRODUCT          VALUE 'P'.
000798     05  WS-PO-EOF             PIC X(01)  VALUE 'N'.
000799         88  PO-EOF                       VALUE 'Y'.
000801     05  WS-PO-FILE-SW         PIC X(01)  VALUE 'N'.
000803         88  PO-FILE-PRESENT              VALUE 'Y'.

000805 01  WS-COUNTERS                          COMP.
000810     05  WS-RECEIPTS-READ      PIC 9(09)  VALUE ZERO.
000820     05  WS-RECEIPTS-POSTED    PIC 9(09)  VALUE ZERO.
000830     05  WS-RECEIPTS-REJECTED  PIC 9(09)  VALUE ZERO.
000840     05  WS-UNITS-RECEIVED     PIC 9(09)  VALUE ZERO.
000842     05  WS-PO-LINES-CLOSED    PIC 9(09)  VALUE ZERO.
000844     05  WS-PO-LINES-OVERDUE   PIC 9(09)  VALUE ZERO.
000847     05  WS-MOVES-WRITTEN      PIC 9(09)  VALUE ZERO.

000850 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000860 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
000870 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
000872 01  WS-PO-OUTSTANDING         PIC S9(09) COMP VALUE ZERO.
000874 01  WS-DAYS-LATE              PIC S9(09) COMP VALUE ZERO.

000880 01  WS-REGISTER-HEADING.
000890     05  FILLER                 PIC X(03) VALUE SPACES.
001010     05  RD-REFERENCE           PIC X(20).
001020     05  FILLER                 PIC X(03) VALUE SPACES.
001030     05  RD-NEW-ON-HAND         PIC Z,ZZZ,ZZ9.
001032     05  FILLER                 PIC X(03) VALUE SPACES.
001034     05  RD-PO-NUMBER           PIC 9(10).
001036     05  FILLER                 PIC X(01) VALUE SPACES.
001038     05  RD-PO-LINE-NR          PIC 9(03).

001039 01  WS-OVERDUE-HEADING-1.
001040     05  FILLER                 PIC X(03) VALUE SPACES.
001041     05  FILLER                 PIC X(26)
001042         VALUE 'OVERDUE PURCHASE ORDERS - '.
001043     05  OH-RUN-DATE            PIC 9(08).

001044 01  WS-OVERDUE-HEADING-2.
001045     05  FILLER                 PIC X(03) VALUE SPACES.
001046     05  FILLER                 PIC X(15) VALUE 'PO NUMBER  LINE'.
001047     05  FILLER                 PIC X(11) VALUE 'VENDOR'.
001048     05  FILLER                 PIC X(21) VALUE 'PRODUCT'.
001049     05  FILLER                 PIC X(09) VALUE 'EXPECTED'.
001050     05  FILLER                 PIC X(11) VALUE '    ORDERED'.
001051     05  FILLER                 PIC X(11) VALUE ' OUTSTANDNG'.
001052     05  FILLER                 PIC X(10) VALUE '  DAYS LTE'.

001053 01  WS-OVERDUE-DETAIL.
001054     05  FILLER                 PIC X(03) VALUE SPACES.
001055     05  OD-PO-NUMBER           PIC 9(10).
001056     05  FILLER                 PIC X(01) VALUE SPACES.
001057     05  OD-PO-LINE-NR          PIC 9(03).
001058     05  FILLER                 PIC X(01) VALUE SPACES.
001059     05  OD-VENDOR-ID           PIC X(10).
001060     05  FILLER                 PIC X(01) VALUE SPACES.
001061     05  OD-PRODUCT             PIC X(20).
001062     05  FILLER                 PIC X(01) VALUE SPACES.
001063     05  OD-EXPECTED-DATE       PIC 9(08).
001064     05  FILLER                 PIC X(01) VALUE SPACES.
001065     05  OD-ORDER-QTY           PIC Z,ZZZ,ZZ9.
001066     05  FILLER                 PIC X(02) VALUE SPACES.
001067     05  OD-OUTSTANDING         PIC Z,ZZZ,ZZ9.
001068     05  FILLER                 PIC X(02) VALUE SPACES.
001069     05  OD-DAYS-LATE           PIC ZZ,ZZ9.

001070 PROCEDURE DIVISION.
001071*---------------------------------------------------------------*
001072 0000-MAINLINE.
001073*---------------------------------------------------------------*
001074     PERFORM 9700-LOG-STEP-START
001076          THRU 9700-LOG-STEP-START-EXIT.
001080     PERFORM 1000-INITIALIZE
001090          THRU 1000-INITIALIZE-EXIT.
001100     PERFORM 2000-POST-RECEIPT
001110          THRU 2000-POST-RECEIPT-EXIT
001120          UNTIL RECEIPT-EOF.
001125     PERFORM 7000-REPORT-OVERDUE
001127          THRU 7000-REPORT-OVERDUE-EXIT.
001130     PERFORM 9000-TERMINATE
001140          THRU 9000-TERMINATE-EXIT.
001143     PERFORM 9710-LOG-STEP-END
001146          THRU 9710-LOG-STEP-END-EXIT.
001150     GOBACK.

001160*---------------------------------------------------------------*
001200     ACCEPT WS-RUN-TIME FROM TIME.
001210     OPEN INPUT  RECEIPT-IN
001220          I-O    STOCK-MASTER
001225                 PO-MASTER
001230          OUTPUT REGISTER-OUT
001240                 REJECT-OUT
001245                 OVERDUE-OUT.
001247     OPEN EXTEND MOVEMENT-OUT.
001248*    NO PURCHASE ORDER MASTER YET (STATUS 05 OR 35) MEANS NO
001249*    RECEIVABLE LINES - EVERY RECEIPT REJECTS UNMATCHED.
001250     IF WS-POMSTR-STATUS = '00'
001251         SET PO-FILE-PRESENT TO TRUE
001252     ELSE
001253         DISPLAY 'STKRECV - NO PURCHASE ORDER MASTER, STATUS '
001254                 WS-POMSTR-STATUS ' - NO RECEIPT CAN MATCH'
001255     END-IF.
001256     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001260     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING.
001270     READ RECEIPT-IN
001280         AT END SET RECEIPT-EOF TO TRUE
001330*    ONE RECEIPT: THE PRODUCT MUST BE ON THE INVENTORY MASTER     *
001340*    AND THE QUANTITY NONZERO, THEN THE ON-HAND BALANCE GOES UP   *
001350*    AND THE REGISTER LINE PRINTS THE NEW BALANCE.                *
001352*    THE RECEIPT MUST ALSO MATCH A RECEIVABLE PO LINE WITH AT     *
001354*    LEAST THE RECEIVED QUANTITY STILL OUTSTANDING.               *
001360*---------------------------------------------------------------*
001370 2000-POST-RECEIPT.
001380*---------------------------------------------------------------*
001620              THRU 8010-LOG-REJECT-EXIT
001630         GO TO 2050-APPLY-RECEIPT-EXIT
001640     END-IF.
001641     PERFORM 2150-MATCH-PO-LINE
001642          THRU 2150-MATCH-PO-LINE-EXIT.
001643     IF NOT WS-PO-FOUND
001644         ADD 1 TO WS-RECEIPTS-REJECTED
001645         MOVE 'NO OPEN PO LINE FOR RECEIPT' TO WS-REJECT-REASON
001646         PERFORM 8010-LOG-REJECT
001647              THRU 8010-LOG-REJECT-EXIT
001648         GO TO 2050-APPLY-RECEIPT-EXIT
001649     END-IF.
001650     COMPUTE WS-PO-OUTSTANDING = PO-ORDER-QTY - PO-RECEIVED-QTY.
001651     IF GR-QTY-RECEIVED > WS-PO-OUTSTANDING
001652         ADD 1 TO WS-RECEIPTS-REJECTED
001653         MOVE 'RECEIPT EXCEEDS PO QTY OUTSTANDING'
001654           TO WS-REJECT-REASON
001655         PERFORM 8010-LOG-REJECT
001656              THRU 8010-LOG-REJECT-EXIT
001657         GO TO 2050-APPLY-RECEIPT-EXIT
001658     END-IF.
001659     ADD GR-QTY-RECEIVED TO STK-ON-HAND-QTY
001660                            WS-UNITS-RECEIVED.
001670     MOVE GR-RECEIPT-DATE TO STK-LAST-MOVE-DATE.
001680     REWRITE STOCK-RECORD
001710                     STK-PRODUCT
001720     END-REWRITE.
001730     ADD 1 TO WS-RECEIPTS-POSTED.
001732     PERFORM 2300-UPDATE-PO-LINE
001734          THRU 2300-UPDATE-PO-LINE-EXIT.
001740     PERFORM 2200-WRITE-REGISTER-LINE
001750          THRU 2200-WRITE-REGISTER-LINE-EXIT.
001753     PERFORM 2250-WRITE-MOVEMENT
001756          THRU 2250-WRITE-MOVEMENT-EXIT.
001760 2050-APPLY-RECEIPT-EXIT.
001770     EXIT.

001780 2100-READ-STOCK.
001781     MOVE 'N' TO WS-PRODUCT-FOUND-SW.
001782     MOVE GR-PRODUCT TO STK-PRODUCT.
001783     READ STOCK-MASTER
001784         INVALID KEY
001785             CONTINUE
001786         NOT INVALID KEY
001790             SET WS-PRODUCT-FOUND TO TRUE
001800     END-READ.
001810 2100-READ-STOCK-EXIT.
001820     EXIT.

001821*---------------------------------------------------------------*
001822*    FIND THE RECEIPT'S OPEN PO LINE.  A RECEIPT CARRYING ITS PO  *
001823*    NUMBER IS LOOKED FOR ON THAT ORDER'S LINES; ONE WITHOUT      *
001824*    TAKES THE OLDEST RECEIVABLE LINE FOR THE PRODUCT THROUGH     *
001825*    THE PRODUCT ALTERNATE KEY.  THE MATCHED LINE IS LEFT IN THE  *
001826*    RECORD AREA FOR 2300-UPDATE-PO-LINE TO REWRITE.              *
001827*---------------------------------------------------------------*
001828 2150-MATCH-PO-LINE.
001829*---------------------------------------------------------------*
001830     MOVE 'N' TO WS-PO-FOUND-SW
001831                 WS-PO-SCAN-SW.
001832     IF NOT PO-FILE-PRESENT
001833         GO TO 2150-MATCH-PO-LINE-EXIT
001834     END-IF.
001835     IF GR-PO-NUMBER NUMERIC
001836        AND GR-PO-NUMBER > ZERO
001837         SET WS-MATCH-BY-PO-NUMBER TO TRUE
001838         MOVE GR-PO-NUMBER TO PO-NUMBER
001839         MOVE ZERO         TO PO-LINE-NR
001840         START PO-MASTER KEY IS >= PO-KEY
001841             INVALID KEY
001842                 GO TO 2150-MATCH-PO-LINE-EXIT
001843         END-START
001844     ELSE
001845         SET WS-MATCH-BY-PRODUCT TO TRUE
001846         MOVE GR-PRODUCT TO PO-PRODUCT
001847         START PO-MASTER KEY IS = PO-PRODUCT
001848             INVALID KEY
001849                 GO TO 2150-MATCH-PO-LINE-EXIT
001850         END-START
001851     END-IF.
001852     PERFORM 2160-READ-NEXT-PO-LINE
001853          THRU 2160-READ-NEXT-PO-LINE-EXIT
001854          UNTIL WS-PO-SCAN-DONE
001855             OR WS-PO-FOUND.
001856 2150-MATCH-PO-LINE-EXIT.
001857     EXIT.

001858 2160-READ-NEXT-PO-LINE.
001859     READ PO-MASTER NEXT RECORD
001860         AT END
001861             SET WS-PO-SCAN-DONE TO TRUE
001862             GO TO 2160-READ-NEXT-PO-LINE-EXIT
001863     END-READ.
001864     IF WS-MATCH-BY-PO-NUMBER
001865        AND PO-NUMBER NOT = GR-PO-NUMBER
001866         SET WS-PO-SCAN-DONE TO TRUE
001867         GO TO 2160-READ-NEXT-PO-LINE-EXIT
001868     END-IF.
001869     IF WS-MATCH-BY-PRODUCT
001870        AND PO-PRODUCT NOT = GR-PRODUCT
001871         SET WS-PO-SCAN-DONE TO TRUE
001872         GO TO 2160-READ-NEXT-PO-LINE-EXIT
001873     END-IF.
001874     IF PO-PRODUCT = GR-PRODUCT
001875        AND PO-RECEIVABLE
001876         SET WS-PO-FOUND TO TRUE
001877     END-IF.
001878 2160-READ-NEXT-PO-LINE-EXIT.
001879     EXIT.

001880 2200-WRITE-REGISTER-LINE.
001881     MOVE SPACES           TO WS-REGISTER-DETAIL.
001882     MOVE GR-PRODUCT       TO RD-PRODUCT.
001883     MOVE GR-QTY-RECEIVED  TO RD-QTY-RECEIVED.
001884     MOVE GR-RECEIPT-DATE  TO RD-RECEIPT-DATE.
001885     MOVE GR-REFERENCE     TO RD-REFERENCE.
001890     MOVE STK-ON-HAND-QTY  TO RD-NEW-ON-HAND.
001895     MOVE PO-NUMBER        TO RD-PO-NUMBER.
001897     MOVE PO-LINE-NR       TO RD-PO-LINE-NR.
001900     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
001910 2200-WRITE-REGISTER-LINE-EXIT.
001920     EXIT.

001921*---------------------------------------------------------------*
001922*    THE POSTED RECEIPT AS A RECEIVE MOVEMENT ON THE STOCK        *
001923*    MOVEMENT LEDGER.                                             *
001924*---------------------------------------------------------------*
001925 2250-WRITE-MOVEMENT.
001926*---------------------------------------------------------------*
001927     MOVE SPACES            TO STOCK-MOVEMENT-RECORD.
001928     MOVE GR-PRODUCT        TO MV-PRODUCT.
001929     SET MV-RECEIVE         TO TRUE.
001930     MOVE GR-QTY-RECEIVED   TO MV-QTY.
001931     MOVE GR-REFERENCE      TO MV-REFERENCE.
001932     MOVE WS-RUN-DATE       TO MV-MOVE-DATE.
001933     MOVE WS-RUN-TIME       TO MV-MOVE-TIME.
001934     MOVE 'STKRECV'         TO MV-JOB-NAME.
001935     MOVE STK-ON-HAND-QTY   TO MV-ON-HAND-AFTER.
001936     WRITE STOCK-MOVEMENT-RECORD.
001937     ADD 1 TO WS-MOVES-WRITTEN.
001938 2250-WRITE-MOVEMENT-EXIT.
001939     EXIT.

001940*---------------------------------------------------------------*
001941*    THE MATCHED PO LINE TAKES THE RECEIPT: PART-RECEIVED, OR     *
001942*    CLOSED ONCE THE ORDERED QUANTITY IS IN.                      *
001943*---------------------------------------------------------------*
001944 2300-UPDATE-PO-LINE.
001945*---------------------------------------------------------------*
001946     ADD GR-QTY-RECEIVED TO PO-RECEIVED-QTY.
001947     MOVE GR-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE.
001948     IF PO-RECEIVED-QTY >= PO-ORDER-QTY
001949         SET PO-CLOSED TO TRUE
001950         ADD 1 TO WS-PO-LINES-CLOSED
001951     ELSE
001952         SET PO-PART-RECEIVED TO TRUE
001953     END-IF.
001954     REWRITE PURCHASE-ORDER-RECORD
001955         INVALID KEY
001956             DISPLAY 'STKRECV - REWRITE FAILED FOR PO '
001957                     PO-NUMBER ' LINE ' PO-LINE-NR
001958     END-REWRITE.
001959 2300-UPDATE-PO-LINE-EXIT.
001960     EXIT.

001961*---------------------------------------------------------------*
001962*    SWEEP THE WHOLE PURCHASE ORDER MASTER FOR RECEIVABLE LINES   *
001963*    PAST THEIR EXPECTED DATE.                                    *
001964*---------------------------------------------------------------*
001965 7000-REPORT-OVERDUE.
001966*---------------------------------------------------------------*
001967     MOVE WS-RUN-DATE TO OH-RUN-DATE.
001968     WRITE OVERDUE-LINE FROM WS-OVERDUE-HEADING-1.
001969     WRITE OVERDUE-LINE FROM WS-OVERDUE-HEADING-2.
001970     IF NOT PO-FILE-PRESENT
001971         GO TO 7000-REPORT-OVERDUE-EXIT
001972     END-IF.
001973     MOVE LOW-VALUES TO PO-KEY.
001974     START PO-MASTER KEY IS >= PO-KEY
001975         INVALID KEY
001976             GO TO 7000-REPORT-OVERDUE-EXIT
001977     END-START.
001978     PERFORM 7100-CHECK-PO-LINE
001979          THRU 7100-CHECK-PO-LINE-EXIT
001980          UNTIL PO-EOF.
001981 7000-REPORT-OVERDUE-EXIT.
001982     EXIT.

001983 7100-CHECK-PO-LINE.
001984     READ PO-MASTER NEXT RECORD
001985         AT END
001986             SET PO-EOF TO TRUE
001987             GO TO 7100-CHECK-PO-LINE-EXIT
001988     END-READ.
001989     IF NOT PO-RECEIVABLE
001990        OR PO-EXPECTED-DATE NOT < WS-RUN-DATE
001991         GO TO 7100-CHECK-PO-LINE-EXIT
001992     END-IF.
001993     ADD 1 TO WS-PO-LINES-OVERDUE.
001994     COMPUTE WS-PO-OUTSTANDING = PO-ORDER-QTY - PO-RECEIVED-QTY.
001995     COMPUTE WS-DAYS-LATE =
001996             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
001997             - FUNCTION INTEGER-OF-DATE (PO-EXPECTED-DATE).
001998     MOVE PO-NUMBER         TO OD-PO-NUMBER.
001999     MOVE PO-LINE-NR        TO OD-PO-LINE-NR.
002000     MOVE PO-VENDOR-ID      TO OD-VENDOR-ID.
002001     MOVE PO-PRODUCT        TO OD-PRODUCT.
002002     MOVE PO-EXPECTED-DATE  TO OD-EXPECTED-DATE.
002003     MOVE PO-ORDER-QTY      TO OD-ORDER-QTY.
002004     MOVE WS-PO-OUTSTANDING TO OD-OUTSTANDING.
002005     MOVE WS-DAYS-LATE      TO OD-DAYS-LATE.
002006     WRITE OVERDUE-LINE FROM WS-OVERDUE-DETAIL.
002007 7100-CHECK-PO-LINE-EXIT.
002008     EXIT.

002009*---------------------------------------------------------------*
002010 8010-LOG-REJECT.
002011*---------------------------------------------------------------*
002012     DISPLAY 'STKRECV - RECEIPT REJECTED FOR PRODUCT '
002013             GR-PRODUCT ': ' WS-REJECT-REASON.
002014     MOVE SPACES              TO REJECT-RECORD.
002015     MOVE 'STKRECV'           TO RJ-SOURCE-FILE.
002016     MOVE GR-PRODUCT          TO RJ-KEY-FIELD.
002017     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002020     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002030     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002040     WRITE REJECT-RECORD.
002150              WS-RECEIPTS-REJECTED.
002160     DISPLAY 'STKRECV - UNITS RECEIVED.......: '
002170              WS-UNITS-RECEIVED.
002172     DISPLAY 'STKRECV - PO LINES CLOSED......: '
002174              WS-PO-LINES-CLOSED.
002176     DISPLAY 'STKRECV - PO LINES OVERDUE.....: '
002178              WS-PO-LINES-OVERDUE.
002179     DISPLAY 'STKRECV - MOVEMENTS WRITTEN....: '
002180              WS-MOVES-WRITTEN.
002182     CLOSE RECEIPT-IN STOCK-MASTER PO-MASTER REGISTER-OUT
002185           REJECT-OUT OVERDUE-OUT MOVEMENT-OUT.
002190 9000-TERMINATE-EXIT.
002200     EXIT.

002210*---------------------------------------------------------------*
002220*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002230*---------------------------------------------------------------*
002240 9700-LOG-STEP-START.
002250*---------------------------------------------------------------*
002260     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002270     MOVE 'STKRECV'         TO EX-JOB-NAME.
002280     SET EX-STEP-START      TO TRUE.
002290     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002300     ACCEPT EX-RUN-TIME FROM TIME.
002310     MOVE ZERO              TO EX-RECORDS-READ
002320                               EX-RECORDS-WRITTEN
002330                               EX-REJECT-COUNT
002340                               EX-COMPLETION-CODE.
002350     OPEN EXTEND EXEC-LOG-OUT.
002360     WRITE EXECUTION-LOG-RECORD.
002370     CLOSE EXEC-LOG-OUT.
002380 9700-LOG-STEP-START-EXIT.
002390     EXIT.

002400*---------------------------------------------------------------*
002410*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002420*    ENDING WITH.                                               *
002430*---------------------------------------------------------------*
002440 9710-LOG-STEP-END.
002450*---------------------------------------------------------------*
002460     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002470     MOVE 'STKRECV'         TO EX-JOB-NAME.
002480     SET EX-STEP-END        TO TRUE.
002490     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002500     ACCEPT EX-RUN-TIME FROM TIME.
002510     MOVE WS-RECEIPTS-READ  TO EX-RECORDS-READ.
002520     MOVE WS-MOVES-WRITTEN  TO EX-RECORDS-WRITTEN.
002530     MOVE WS-RECEIPTS-REJECTED TO EX-REJECT-COUNT.
002540     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002550     OPEN EXTEND EXEC-LOG-OUT.
002560     WRITE EXECUTION-LOG-RECORD.
002570     CLOSE EXEC-LOG-OUT.
002580 9710-LOG-STEP-END-EXIT.
002590     EXIT.
