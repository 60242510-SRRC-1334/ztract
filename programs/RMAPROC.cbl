000220*                   HANDWRITTEN CREDIT NOTES THAT NEVER TOUCHED
000230*                   THE ACCOUNT SEGMENT, SO STMTPRT STATEMENTS
000240*                   OVERSTATED WHAT CUSTOMERS OWE.
000242*  2026-10-15 JLH   EVERY RESTOCK NOW ALSO APPENDS A RETURN
000244*                   MOVEMENT TO THE STOCK MOVEMENT LEDGER (COPY
000246*                   STKMOVE) FOR STKRFWD'S ROLL-FORWARD.
000247*  2026-10-15 JLH   EVERY PROCESSED RETURN IS ALSO APPENDED TO THE
000248*                   RETURNS HISTORY (RMAHIST), WHICH THE REBATE
000249*                   RUNS NET AGAINST SHIPPED VOLUME.
000250*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000251*                   TO THE COMMON EXECUTION LOG FOR THE
000252*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000253*  2026-10-15 JLH   A RETURN OF A TAXABLE LINE ALSO CREDITS ITS
000254*                   SHARE OF THE ORDER'S SALES TAX, AT THE RATE
000255*                   THE ORDER WAS TAXED.  THE REGISTER SHOWS THE
000256*                   TAX CREDITED.
000258*  2026-10-15 JLH   THE ACCOUNT CREDIT IS DATED THE POSTING DATE
000260*                   CHECKED AGAINST THE FISCAL PERIOD CALENDAR
000262*                   AT START-UP - A CLOSED PERIOD ROLLS IT
000264*                   FORWARD OR REJECTS EVERY RETURN.
000266*****************************************************************
000268*  REMARKS.
000270*      READS THE RETURN AUTHORIZATION FILE (COPY RMAREC) AND,
000280*      FOR EACH RETURN:
000290*
000480*      INVENTORY MASTER STILL CREDITS THE ACCOUNT BUT IS COUNTED
000490*      ON THE CONSOLE.  EVERY PROCESSED RETURN PRINTS ONE
000500*      RETURNS REGISTER LINE.
000502*
000504*      EVERY RESTOCK APPENDS ONE RETURN MOVEMENT (REFERENCE
000506*      RMA-ID) TO THE COMMON STOCK MOVEMENT LEDGER.
000507*
000508*      EVERY PROCESSED RETURN IS APPENDED AS IT CAME IN (COPY
000509*      RMAREC) TO THE RETURNS HISTORY.  REJECTED RETURNS ARE
000510*      NOT, SO THE HISTORY HOLDS ONLY RETURNS THAT CREDITED
000511*      THE ACCOUNT.
000512*
000513*      A RETURNED LINE WHOSE PRODUCT IS TAXABLE ON THE PRICE
000514*      MASTER (OR HAS NO PRICE ENTRY, AS ORDEDIT TREATS IT)
000515*      ALSO CREDITS THE SALES TAX CHARGED ON IT: THE RETURN
000516*      AMOUNT AT THE ORDER'S OWN EFFECTIVE RATE, ORDER-TAX-
000517*      AMOUNT OVER ORDER-TAXABLE-AMOUNT, ROUNDED.  AN ORDER
000518*      THAT CARRIED NO TAX (EXEMPT, NO JURISDICTION, OR FROM
000519*      BEFORE ORDERS CARRIED TAX) CREDITS NONE.
000520*
000521*      THE BL CREDITS ARE DATED THE RUN DATE, OR THE POSTING
000522*      DATE ON THE PERIOD CONTROL CARD (COPY PERCTL), CHECKED
000523*      ONCE AT START-UP AGAINST THE FISCAL PERIOD CALENDAR
000524*      (COPY FISCPER).  A CLOSED PERIOD EITHER ROLLS THE DATE
000525*      FORWARD TO THE START OF THE FIRST OPEN PERIOD OR, BY
000526*      DEFAULT, REJECTS EVERY RETURN BEFORE ANY OTHER EDIT -
000527*      NOTHING IS CREDITED OR RESTOCKED.
000528*****************************************************************
000529 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000880            ORGANIZATION IS SEQUENTIAL.
000890     SELECT REJECT-OUT     ASSIGN TO REJOUT
000900            ORGANIZATION IS SEQUENTIAL.
000901     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000902            ORGANIZATION IS SEQUENTIAL.
000903     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000904            ORGANIZATION IS SEQUENTIAL.
000905     SELECT PRICE-MASTER   ASSIGN TO PRCMSTR
000906            ORGANIZATION IS INDEXED
000907            ACCESS MODE IS RANDOM
000908            RECORD KEY IS PRC-PRODUCT
000909            FILE STATUS IS WS-PRCMSTR-STATUS.
000910     SELECT OPTIONAL
000911            MOVEMENT-OUT   ASSIGN TO STKMOVE
000912            ORGANIZATION IS SEQUENTIAL
000913            FILE STATUS IS WS-STKMOVE-STATUS.
000914     SELECT OPTIONAL
000915            RMA-HISTORY-OUT ASSIGN TO RMAHIST
000916            ORGANIZATION IS SEQUENTIAL
000917            FILE STATUS IS WS-RMAHIST-STATUS.
000918     SELECT OPTIONAL
000919            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000920            ORGANIZATION IS SEQUENTIAL
000921            FILE STATUS IS WS-EXECLOG-STATUS.

000922 DATA DIVISION.
000923 FILE SECTION.
000930 FD  RMA-IN
000940     LABEL RECORDS ARE STANDARD.
000950 COPY RMAREC.
001320     LABEL RECORDS ARE STANDARD.
001330 COPY REJCREC.

001331 FD  PERIOD-CONTROL-IN
001332     LABEL RECORDS ARE STANDARD.
001333 COPY PERCTL.

001334 FD  PERIOD-CALENDAR
001335     LABEL RECORDS ARE STANDARD.
001336 COPY FISCPER.

001337 FD  MOVEMENT-OUT
001338     LABEL RECORDS ARE STANDARD.
001339 COPY STKMOVE.

001340 FD  RMA-HISTORY-OUT
001341     LABEL RECORDS ARE STANDARD.
001342 01  RMA-HISTORY-RECORD        PIC X(99).

001343 FD  EXEC-LOG-OUT
001344     LABEL RECORDS ARE STANDARD.
001345 COPY EXECLOG.

001346 FD  PRICE-MASTER
001347     LABEL RECORDS ARE STANDARD.
001348 COPY PRICEREC.

001349 WORKING-STORAGE SECTION.
001350 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001360 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
001370 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001375 01  WS-STKMOVE-STATUS         PIC X(02)  VALUE SPACES.
001377 01  WS-RMAHIST-STATUS         PIC X(02)  VALUE SPACES.
001378 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.
001379 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.

001380 01  WS-SWITCHES.
001390     05  WS-RMA-EOF            PIC X(01)  VALUE 'N'.
001520         88  WS-ACCT-FOUND                VALUE 'Y'.
001530     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001540         88  WS-TABLE-FULL                VALUE 'Y'.
001545     05  WS-PRICE-FOUND-SW     PIC X(01)  VALUE 'N'.
001546         88  WS-PRICE-FOUND               VALUE 'Y'.

001550 01  WS-COUNTERS                          COMP.
001560     05  WS-RMAS-READ          PIC 9(09)  VALUE ZERO.
001580     05  WS-RMAS-REJECTED      PIC 9(09)  VALUE ZERO.
001590     05  WS-UNITS-RESTOCKED    PIC 9(09)  VALUE ZERO.
001600     05  WS-RESTOCK-NO-PRODUCT PIC 9(09)  VALUE ZERO.
001605     05  WS-MOVES-WRITTEN      PIC 9(09)  VALUE ZERO.
001607     05  WS-HISTORY-WRITTEN    PIC 9(09)  VALUE ZERO.
001608     05  WS-RMAS-TAX-CREDITED  PIC 9(09)  VALUE ZERO.
001610     05  WS-TARGET-IX          PIC 9(03)  VALUE ZERO.
001620     05  WS-ACCT-COUNT         PIC 9(09)  VALUE ZERO.
001630     05  WS-ACCT-NDX           PIC 9(09)  VALUE ZERO.
001770 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001780 01  WS-CREDIT-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
001790 01  WS-CREDIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
001792 01  WS-CREDIT-TAX             PIC S9(09)V99 COMP-3 VALUE ZERO.
001794 01  WS-CREDIT-TAX-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001800 01  WS-PARTY-COMMON-KEY       PIC 9(10)  VALUE ZERO.
001810 01  WS-NEW-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.

001811*----------------------------------------------------------------
001812*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001813*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001814*    CARD (COPY PERCTL).
001815*----------------------------------------------------------------
001816 01  WS-PERIOD-TABLE.
001817     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001818                     DEPENDING ON WS-FP-COUNT.
001819         10  WS-FP-PERIOD-ID    PIC 9(06).
001820         10  WS-FP-START-DATE   PIC 9(08).
001821         10  WS-FP-END-DATE     PIC 9(08).
001822         10  WS-FP-STATUS       PIC X(01).
001823             88  WS-FP-OPEN               VALUE 'O'.
001824             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001825 01  WS-PERIOD-FIELDS.
001826     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001827     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001828     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001829     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001830     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001831     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001832     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001833         88  WS-ROLL-FORWARD             VALUE 'F'.
001834     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001835         88  WS-FINANCE-RUN              VALUE 'Y'.
001836     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001837         88  PERCAL-EOF                  VALUE 'Y'.
001838     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001839         88  WS-CALENDAR-BAD             VALUE 'Y'.
001840     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001841         88  WS-PERIOD-FOUND             VALUE 'Y'.
001842     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001843         88  WS-PERIOD-POST              VALUE 'P'.
001844         88  WS-PERIOD-ROLLED            VALUE 'F'.
001845         88  WS-PERIOD-REJECT            VALUE 'R'.

001846 01  WS-REGISTER-HEADING.
001847     05  FILLER                 PIC X(03) VALUE SPACES.
001848     05  FILLER                 PIC X(19)
001850         VALUE 'RETURNS REGISTER - '.
001860     05  RH-RUN-DATE            PIC 9(08).

001990     05  RD-RESELLABLE          PIC X(01).
002000     05  FILLER                 PIC X(03) VALUE SPACES.
002010     05  RD-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002012     05  FILLER                 PIC X(03) VALUE SPACES.
002014     05  RD-TAX                 PIC ZZZ,ZZZ,ZZ9.99-.

002020 PROCEDURE DIVISION.
002030*---------------------------------------------------------------*
002040 0000-MAINLINE.
002050*---------------------------------------------------------------*
002053     PERFORM 9700-LOG-STEP-START
002056          THRU 9700-LOG-STEP-START-EXIT.
002060     PERFORM 1000-INITIALIZE
002070          THRU 1000-INITIALIZE-EXIT.
002080     IF WS-TABLE-FULL
002100                 'CREDITS INCOMPLETE - FAILING THE STEP'
002110         CLOSE RMA-IN ORDER-MASTER STOCK-MASTER XREF-MASTER
002120               MSEG-CHG-OUT REGISTER-OUT REJECT-OUT
002125               MOVEMENT-OUT RMA-HISTORY-OUT PRICE-MASTER
002130         MOVE 16 TO RETURN-CODE
002133         PERFORM 9710-LOG-STEP-END
002136              THRU 9710-LOG-STEP-END-EXIT
002140         GOBACK
002150     END-IF.
002160     PERFORM 2000-PROCESS-RETURN
002180          UNTIL RMA-EOF.
002190     PERFORM 9000-TERMINATE
002200          THRU 9000-TERMINATE-EXIT.
002203     PERFORM 9710-LOG-STEP-END
002206          THRU 9710-LOG-STEP-END-EXIT.
002210     GOBACK.

002220*---------------------------------------------------------------*
002240*---------------------------------------------------------------*
002250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002260     ACCEPT WS-RUN-TIME FROM TIME.
002261     PERFORM 1500-LOAD-PERIOD-CALENDAR
002262          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
002263     IF WS-CALENDAR-BAD
002264         DISPLAY 'RMAPROC - PERIOD CALENDAR UNUSABLE - '
002265                 'FAILING THE STEP'
002266         MOVE 16 TO RETURN-CODE
002267         PERFORM 9710-LOG-STEP-END
002268              THRU 9710-LOG-STEP-END-EXIT
002269         GOBACK
002270     END-IF.
002271     PERFORM 1600-SET-POSTING-DATE
002272          THRU 1600-SET-POSTING-DATE-EXIT.
002273     OPEN INPUT  RMA-IN
002280                 ORDER-MASTER
002290                 XREF-MASTER
002300                 MSEG-IN
002305                 PRICE-MASTER
002310          I-O    STOCK-MASTER
002320          OUTPUT MSEG-CHG-OUT
002330                 REGISTER-OUT
002340                 REJECT-OUT.
002345     OPEN EXTEND MOVEMENT-OUT
002347                 RMA-HISTORY-OUT.
002350     PERFORM 1100-LOAD-ACCT-TABLE
002360          THRU 1100-LOAD-ACCT-TABLE-EXIT
002370          UNTIL MSEG-EOF
002450 1000-INITIALIZE-EXIT.
002460     EXIT.

002461*---------------------------------------------------------------*
002462*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
002463*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
002464*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
002465*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
002466*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
002467*---------------------------------------------------------------*
002468 1500-LOAD-PERIOD-CALENDAR.
002469*---------------------------------------------------------------*
002470     OPEN INPUT PERIOD-CONTROL-IN.
002471     READ PERIOD-CONTROL-IN
002472         AT END
002473             DISPLAY 'RMAPROC - NO PERIOD CONTROL CARD, CLOSED-'
002474                     'PERIOD POSTINGS WILL BE REJECTED'
002475         NOT AT END
002476             PERFORM 1520-TAKE-PERIOD-CARD
002477                  THRU 1520-TAKE-PERIOD-CARD-EXIT
002478     END-READ.
002479     CLOSE PERIOD-CONTROL-IN.
002480     OPEN INPUT PERIOD-CALENDAR.
002481     PERFORM 1510-LOAD-PERIOD-ENTRY
002482          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
002483          UNTIL PERCAL-EOF
002484             OR WS-CALENDAR-BAD.
002485     CLOSE PERIOD-CALENDAR.
002486     IF WS-FP-COUNT = ZERO
002487         DISPLAY 'RMAPROC - PERIOD CALENDAR IS EMPTY'
002488         SET WS-CALENDAR-BAD TO TRUE
002489     END-IF.
002490 1500-LOAD-PERIOD-CALENDAR-EXIT.
002491     EXIT.

002492 1510-LOAD-PERIOD-ENTRY.
002493     READ PERIOD-CALENDAR
002494         AT END
002495             SET PERCAL-EOF TO TRUE
002496             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002497     END-READ.
002498     IF WS-FP-COUNT NOT < 240
002499         DISPLAY 'RMAPROC - PERIOD TABLE FULL AT PERIOD '
002500                 FP-PERIOD-ID
002501         SET WS-CALENDAR-BAD TO TRUE
002502         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002503     END-IF.
002504     IF FP-START-DATE NOT NUMERIC
002505        OR FP-END-DATE NOT NUMERIC
002506        OR FP-END-DATE < FP-START-DATE
002507         DISPLAY 'RMAPROC - PERIOD ' FP-PERIOD-ID
002508                 ' HAS UNUSABLE DATES'
002509         SET WS-CALENDAR-BAD TO TRUE
002510         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002511     END-IF.
002512     IF WS-FP-COUNT > ZERO
002513        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
002514         DISPLAY 'RMAPROC - PERIOD ' FP-PERIOD-ID
002515                 ' OVERLAPS OR IS OUT OF SEQUENCE'
002516         SET WS-CALENDAR-BAD TO TRUE
002517         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002518     END-IF.
002519     ADD 1 TO WS-FP-COUNT.
002520     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
002521     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
002522     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
002523     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
002524 1510-LOAD-PERIOD-ENTRY-EXIT.
002525     EXIT.

002526 1520-TAKE-PERIOD-CARD.
002527     IF PC-ROLL-FORWARD
002528         MOVE 'F' TO WS-CLOSED-ACTION
002529     ELSE
002530         IF NOT PC-REJECT-POSTING
002531             DISPLAY 'RMAPROC - CLOSED-PERIOD ACTION '
002532                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
002533         END-IF
002534     END-IF.
002535     IF PC-FINANCE-RUN
002536         MOVE 'Y' TO WS-FINANCE-SW
002537     END-IF.
002538     IF PC-POSTING-DATE NUMERIC
002539         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
002540     END-IF.
002541 1520-TAKE-PERIOD-CARD-EXIT.
002542     EXIT.

002543*---------------------------------------------------------------*
002544*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
002545*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
002546*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
002547*    REJECTED, EVERY POSTING GOES TO THE REJECT LOG.            *
002548*---------------------------------------------------------------*
002549 1600-SET-POSTING-DATE.
002550*---------------------------------------------------------------*
002551     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
002552     IF WS-CARD-POSTING-DATE > ZERO
002553         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
002554     END-IF.
002555     DISPLAY 'RMAPROC - POSTING DATE REQUESTED....: '
002556              WS-POSTING-DATE.
002557     PERFORM 8500-CHECK-POSTING-PERIOD
002558          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
002559     EVALUATE TRUE
002560         WHEN WS-PERIOD-POST
002561             DISPLAY 'RMAPROC - POSTING INTO PERIOD.......: '
002562                      WS-POSTING-PERIOD
002563         WHEN WS-PERIOD-ROLLED
002564             DISPLAY 'RMAPROC - PERIOD CLOSED, ROLLED TO..: '
002565                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
002566         WHEN OTHER
002567             DISPLAY 'RMAPROC - ALL POSTINGS REJECTED.....: '
002568                      WS-PERIOD-REASON
002569     END-EVALUATE.
002570 1600-SET-POSTING-DATE-EXIT.
002571     EXIT.

002572*---------------------------------------------------------------*
002573*    ONE BALANCE TABLE ENTRY PER AC SEGMENT ON THE MULTI-SEGMENT  *
002574*    FILE.  A FULL TABLE FAILS THE STEP, THE SAME AS ORDLOAD.     *
002575*---------------------------------------------------------------*
002576 1100-LOAD-ACCT-TABLE.
002577*---------------------------------------------------------------*
002578     READ MSEG-IN
002579         AT END SET MSEG-EOF TO TRUE
002580         NOT AT END
002581             IF SEGMENT-IS-ACCOUNT
002582                 IF WS-ACCT-COUNT >= 20000
002583                     SET WS-TABLE-FULL TO TRUE
002590                 ELSE
002600                     ADD 1 TO WS-ACCT-COUNT
002610                     MOVE COMMON-KEY
002830         END-IF
002840         PERFORM 2500-WRITE-REGISTER-LINE
002850              THRU 2500-WRITE-REGISTER-LINE-EXIT
002853         WRITE RMA-HISTORY-RECORD FROM RETURN-AUTH-RECORD
002856         ADD 1 TO WS-HISTORY-WRITTEN
002860     ELSE
002870         ADD 1 TO WS-RMAS-REJECTED
002880         PERFORM 8010-LOG-REJECT
002980*    NO MORE THAN SHIPPED, AND ITS CUSTOMER MUST RESOLVE TO AN    *
002990*    AC SEGMENT - OTHERWISE NOTHING POSTS.  SETS THE CREDIT       *
003000*    AMOUNT AND THE PARTY'S ACCOUNT ENTRY FOR THE POSTING         *
003010*    PARAGRAPHS.  WITH THE POSTING PERIOD REJECTED, EVERY        *
003015*    RETURN IS REJECTED FOR IT FIRST.                            *
003020*---------------------------------------------------------------*
003030 2100-VALIDATE-RETURN.
003040*---------------------------------------------------------------*
003050     MOVE 'N' TO WS-RMA-VALID-SW.
003060     MOVE SPACES TO WS-REJECT-REASON.
003062     IF WS-PERIOD-REJECT
003064         MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
003066         GO TO 2100-VALIDATE-RETURN-EXIT
003068     END-IF.
003070     IF RMA-QTY = ZERO
003080         MOVE 'RETURN QUANTITY IS ZERO' TO WS-REJECT-REASON
003090         GO TO 2100-VALIDATE-RETURN-EXIT
003300     END-IF.
003310     COMPUTE WS-CREDIT-AMOUNT ROUNDED =
003320             RMA-QTY * LINE-PRICE (WS-TARGET-IX).
003325     PERFORM 2140-COMPUTE-RETURN-TAX
003327          THRU 2140-COMPUTE-RETURN-TAX-EXIT.
003330     PERFORM 2130-FIND-ACCOUNT
003340          THRU 2130-FIND-ACCOUNT-EXIT.
003350     IF NOT WS-ACCT-FOUND
004070 2131-SCAN-ACCT-ENTRY-EXIT.
004080     EXIT.

004081*---------------------------------------------------------------*
004082*    THE SALES TAX CHARGED ON THE RETURNED GOODS, AT THE RATE     *
004083*    THE ORDER WAS ACTUALLY TAXED - ORDER-TAX-AMOUNT OVER         *
004084*    ORDER-TAXABLE-AMOUNT - SO THE REFUND MATCHES THE CHARGE      *
004085*    EVEN AFTER A RATE CHANGE.  AN EXEMPT PRODUCT, OR AN ORDER    *
004086*    THAT CARRIED NO TAX, CREDITS NONE.                           *
004087*---------------------------------------------------------------*
004088 2140-COMPUTE-RETURN-TAX.
004089*---------------------------------------------------------------*
004090     MOVE ZERO TO WS-CREDIT-TAX.
004091     IF ORDER-TAXABLE-AMOUNT NOT NUMERIC
004092        OR ORDER-TAX-AMOUNT NOT NUMERIC
004093         GO TO 2140-COMPUTE-RETURN-TAX-EXIT
004094     END-IF.
004095     IF ORDER-TAXABLE-AMOUNT NOT > ZERO
004096        OR ORDER-TAX-AMOUNT = ZERO
004097         GO TO 2140-COMPUTE-RETURN-TAX-EXIT
004098     END-IF.
004099     MOVE 'N' TO WS-PRICE-FOUND-SW.
004100     MOVE RMA-PRODUCT TO PRC-PRODUCT.
004101     READ PRICE-MASTER
004102         INVALID KEY
004103             CONTINUE
004104         NOT INVALID KEY
004105             SET WS-PRICE-FOUND TO TRUE
004106     END-READ.
004107     IF WS-PRICE-FOUND
004108         IF PRC-TAX-EXEMPT
004109             GO TO 2140-COMPUTE-RETURN-TAX-EXIT
004110         END-IF
004111     END-IF.
004112     COMPUTE WS-CREDIT-TAX ROUNDED =
004113             WS-CREDIT-AMOUNT * ORDER-TAX-AMOUNT
004114             / ORDER-TAXABLE-AMOUNT.
004115 2140-COMPUTE-RETURN-TAX-EXIT.
004116     EXIT.

004117*---------------------------------------------------------------*
004118*    THE CREDIT GOES OUT AS A FIELD-ID BL CHANGE TRANSACTION FOR  *
004119*    MSEGUPD, SO THE BALANCE RELIEF LANDS ON THE MASTER WITH      *
004120*    BEFORE/AFTER AUDIT IMAGES LIKE EVERY OTHER CHANGE.  THE      *
004130*    TABLE ENTRY ROLLS FORWARD SO A SECOND RETURN FOR THE SAME    *
004140*    PARTY THIS RUN CHAINS OFF THE NEW BALANCE.                   *
004160 2300-CREDIT-ACCOUNT.
004170*---------------------------------------------------------------*
004180     COMPUTE WS-NEW-BALANCE =
004190             WS-AC-BALANCE (WS-ACCT-NDX) - WS-CREDIT-AMOUNT
004195             - WS-CREDIT-TAX.
004200     MOVE WS-NEW-BALANCE TO WS-AC-BALANCE (WS-ACCT-NDX).
004210     ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.
004212     IF WS-CREDIT-TAX NOT = ZERO
004214         ADD WS-CREDIT-TAX TO WS-CREDIT-TAX-TOTAL
004216         ADD 1 TO WS-RMAS-TAX-CREDITED
004218     END-IF.
004220     MOVE SPACES              TO MULTI-SEGMENT-CHANGE-RECORD.
004230     MOVE WS-PARTY-COMMON-KEY TO MC-COMMON-KEY.
004240     MOVE 'AC'                TO MC-SEGMENT-ID.
004250     MOVE WS-NEW-BALANCE      TO MC-NEW-VALUE-NUM.
004260     MOVE 'RMAPROC'           TO MC-CHANGED-BY.
004270     MOVE WS-POSTING-DATE     TO MC-CHANGE-DATE.
004280     MOVE WS-RUN-TIME         TO MC-CHANGE-TIME.
004290     MOVE 'CUSTOMER RETURN CREDIT'
004300                              TO MC-COMMENT.
004610             DISPLAY 'RMAPROC - REWRITE FAILED FOR PRODUCT '
004620                     STK-PRODUCT
004630     END-REWRITE.
004633     PERFORM 2450-WRITE-MOVEMENT
004636          THRU 2450-WRITE-MOVEMENT-EXIT.
004640 2400-RESTOCK-PRODUCT-EXIT.
004650     EXIT.

004651*---------------------------------------------------------------*
004652*    THE RESTOCK AS A RETURN MOVEMENT ON THE STOCK MOVEMENT       *
004653*    LEDGER.                                                      *
004654*---------------------------------------------------------------*
004655 2450-WRITE-MOVEMENT.
004656*---------------------------------------------------------------*
004657     MOVE SPACES            TO STOCK-MOVEMENT-RECORD.
004658     MOVE RMA-PRODUCT       TO MV-PRODUCT.
004659     SET MV-RETURN          TO TRUE.
004660     MOVE RMA-QTY           TO MV-QTY.
004661     MOVE RMA-ID            TO MV-REFERENCE.
004662     MOVE WS-RUN-DATE       TO MV-MOVE-DATE.
004663     MOVE WS-RUN-TIME       TO MV-MOVE-TIME.
004664     MOVE 'RMAPROC'         TO MV-JOB-NAME.
004665     MOVE STK-ON-HAND-QTY   TO MV-ON-HAND-AFTER.
004666     WRITE STOCK-MOVEMENT-RECORD.
004667     ADD 1 TO WS-MOVES-WRITTEN.
004668 2450-WRITE-MOVEMENT-EXIT.
004669     EXIT.

004670 2500-WRITE-REGISTER-LINE.
004671     MOVE SPACES            TO WS-REGISTER-DETAIL.
004680     MOVE RMA-ID            TO RD-RMA-ID.
004690     MOVE RMA-ORDER-ID      TO RD-ORDER-ID.
004700     MOVE RMA-LINE-ITEM-NR  TO RD-LINE-NR.
004720     MOVE RMA-QTY           TO RD-QTY.
004730     MOVE RMA-RESELLABLE-SW TO RD-RESELLABLE.
004740     MOVE WS-CREDIT-AMOUNT  TO RD-CREDIT.
004745     MOVE WS-CREDIT-TAX     TO RD-TAX.
004750     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
004760 2500-WRITE-REGISTER-LINE-EXIT.
004770     EXIT.
004900 8010-LOG-REJECT-EXIT.
004910     EXIT.

004911*---------------------------------------------------------------*
004912*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
004913*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
004914*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
004915*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
004916*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
004917*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
004918*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
004919*---------------------------------------------------------------*
004920 8500-CHECK-POSTING-PERIOD.
004921*---------------------------------------------------------------*
004922     MOVE 'P'    TO WS-PERIOD-RESULT.
004923     MOVE SPACES TO WS-PERIOD-REASON.
004924     MOVE ZERO   TO WS-POSTING-PERIOD.
004925     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
004926     PERFORM 8510-SCAN-PERIOD-ENTRY
004927          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
004928          VARYING WS-FP-NDX FROM 1 BY 1
004929          UNTIL WS-FP-NDX > WS-FP-COUNT
004930             OR WS-PERIOD-FOUND.
004931     IF NOT WS-PERIOD-FOUND
004932         MOVE 'R' TO WS-PERIOD-RESULT
004933         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
004934           TO WS-PERIOD-REASON
004935         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004936     END-IF.
004937*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004938*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004939     SUBTRACT 1 FROM WS-FP-NDX.
004940     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
004941     IF WS-FP-OPEN (WS-FP-NDX)
004942        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
004943         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004944     END-IF.
004945     MOVE 'R' TO WS-PERIOD-RESULT.
004946     IF NOT WS-ROLL-FORWARD
004947         STRING 'PERIOD ' WS-POSTING-PERIOD
004948                ' CLOSED TO POSTING'
004949                DELIMITED BY SIZE INTO WS-PERIOD-REASON
004950         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004951     END-IF.
004952     MOVE 'N' TO WS-PERIOD-FOUND-SW.
004953     ADD 1 TO WS-FP-NDX.
004954     PERFORM 8520-SCAN-OPEN-PERIOD
004955          THRU 8520-SCAN-OPEN-PERIOD-EXIT
004956          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
004957          UNTIL WS-FP-NDX > WS-FP-COUNT
004958             OR WS-PERIOD-FOUND.
004959     IF NOT WS-PERIOD-FOUND
004960         STRING 'PERIOD ' WS-POSTING-PERIOD
004961                ' CLOSED, NO LATER PERIOD OPEN'
004962                DELIMITED BY SIZE INTO WS-PERIOD-REASON
004963         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004964     END-IF.
004965     SUBTRACT 1 FROM WS-FP-NDX.
004966     MOVE 'F' TO WS-PERIOD-RESULT.
004967     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
004968     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
004969 8500-CHECK-POSTING-PERIOD-EXIT.
004970     EXIT.

004971 8510-SCAN-PERIOD-ENTRY.
004972     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
004973        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
004974         SET WS-PERIOD-FOUND TO TRUE
004975     END-IF.
004976 8510-SCAN-PERIOD-ENTRY-EXIT.
004977     EXIT.

004978 8520-SCAN-OPEN-PERIOD.
004979     IF WS-FP-OPEN (WS-FP-NDX)
004980        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
004981         SET WS-PERIOD-FOUND TO TRUE
004982     END-IF.
004983 8520-SCAN-OPEN-PERIOD-EXIT.
004984     EXIT.

004985*---------------------------------------------------------------*
004986 9000-TERMINATE.
004987*---------------------------------------------------------------*
004988     DISPLAY 'RMAPROC - RETURNS READ.........: ' WS-RMAS-READ.
004989     DISPLAY 'RMAPROC - RETURNS PROCESSED....: '
004990              WS-RMAS-PROCESSED.
004991     DISPLAY 'RMAPROC - RETURNS REJECTED.....: '
004992              WS-RMAS-REJECTED.
005000     DISPLAY 'RMAPROC - UNITS RESTOCKED......: '
005010              WS-UNITS-RESTOCKED.
005020     DISPLAY 'RMAPROC - RESTOCKS NO PRODUCT..: '
005030              WS-RESTOCK-NO-PRODUCT.
005033     DISPLAY 'RMAPROC - MOVEMENTS WRITTEN....: '
005036              WS-MOVES-WRITTEN.
005037     DISPLAY 'RMAPROC - HISTORY WRITTEN......: '
005038              WS-HISTORY-WRITTEN.
005039     DISPLAY 'RMAPROC - RETURNS TAX CREDITED.: '
005042              WS-RMAS-TAX-CREDITED.
005045     CLOSE RMA-IN ORDER-MASTER STOCK-MASTER XREF-MASTER
005050           MSEG-CHG-OUT REGISTER-OUT REJECT-OUT
005055           MOVEMENT-OUT RMA-HISTORY-OUT PRICE-MASTER.
005060 9000-TERMINATE-EXIT.
005070     EXIT.

005080*---------------------------------------------------------------*
005090*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005100*---------------------------------------------------------------*
005110 9700-LOG-STEP-START.
005120*---------------------------------------------------------------*
005130     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005140     MOVE 'RMAPROC'         TO EX-JOB-NAME.
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
005340     MOVE 'RMAPROC'         TO EX-JOB-NAME.
005350     SET EX-STEP-END        TO TRUE.
005360     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005370     ACCEPT EX-RUN-TIME FROM TIME.
005380     MOVE WS-RMAS-READ      TO EX-RECORDS-READ.
005390     MOVE WS-RMAS-PROCESSED TO EX-RECORDS-WRITTEN.
005400     MOVE WS-RMAS-REJECTED  TO EX-REJECT-COUNT.
005410     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005420     OPEN EXTEND EXEC-LOG-OUT.
005430     WRITE EXECUTION-LOG-RECORD.
005440     CLOSE EXEC-LOG-OUT.
005450 9710-LOG-STEP-END-EXIT.
005460     EXIT.
