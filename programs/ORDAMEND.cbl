000220*                   LINE CANCELS TO THE INDEXED ORDER MASTER, SO
000230*                   A ONE-LINE CHANGE NO LONGER MEANS CANCELLING
000240*                   AND REKEYING THE WHOLE ORDER.
000243*  2026-10-15 JLH   AN ADDED LINE CARRIES NO PROMISE DATE - IT
000246*                   WAS NOT THROUGH THE ORDEDIT PROMISE CHECK.
000247*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000248*                   TO THE COMMON EXECUTION LOG FOR THE
000249*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*  2026-10-15 JLH   AN AMENDED ORDER IS RE-TAXED: TAXABLE AMOUNT
000251*                   FROM THE PRICE MASTER TAX CLASSES, TAX AT THE
000252*                   ORDER'S OWN JURISDICTION RATES (COPY TAXJUR).
000253*                   THE CREDIT RE-CHECK NOW INCLUDES THE TAX.
000255*****************************************************************
000260*  REMARKS.
000270*      KEYED MASTER/TRANSACTION UPDATE, THE SAME SHAPE AS
000280*      INVHUPD.  THE TRANSACTION FILE (COPY ORDAMND) MUST BE
000490*      RECORD (COPY ORDAHST), THE SAME WAY INVHIST LOGS INVOICE
000500*      TRANSITIONS; EVERY REJECTED ONE GOES TO THE COMMON
000510*      REJECT LOG.
000511*
000512*      AN ORDER ANY AMENDMENT CHANGED IS RE-TAXED BEFORE THE
000513*      CREDIT CHECK, THE WAY ORDEDIT TAXED IT: ITS TAXABLE
000514*      AMOUNT IS RE-SUMMED FROM THE LINES WHOSE PRODUCT IS
000515*      TAXABLE ON THE PRICE MASTER (NONE FOR AN EXEMPT
000516*      CUSTOMER), AND THE STATE, COUNTY, AND CITY TAX ARE
000517*      RECOMPUTED AT THE RATES IN FORCE ON ORDER-DATE FOR THE
000518*      JURISDICTION ORDEDIT STAMPED ON IT.  AN ORDER WITH NO
000519*      JURISDICTION STAYS UNTAXED; ONE LOADED BEFORE ORDERS
000520*      CARRIED TAX IS LEFT AS IT IS.  THE CREDIT CHECK TESTS
000521*      ORDER-TOTAL PLUS ORDER-TAX-AMOUNT.
000525*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000820            ORGANIZATION IS SEQUENTIAL.
000830     SELECT REJECT-OUT    ASSIGN TO REJOUT
000840            ORGANIZATION IS SEQUENTIAL.
000841     SELECT PRICE-MASTER  ASSIGN TO PRCMSTR
000842            ORGANIZATION IS INDEXED
000843            ACCESS MODE IS RANDOM
000844            RECORD KEY IS PRC-PRODUCT
000845            FILE STATUS IS WS-PRCMSTR-STATUS.
000846     SELECT TAX-JUR-IN    ASSIGN TO TAXJUR
000847            ORGANIZATION IS SEQUENTIAL.
000849     SELECT OPTIONAL
000851            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000853            ORGANIZATION IS SEQUENTIAL
000855            FILE STATUS IS WS-EXECLOG-STATUS.

000857 DATA DIVISION.
000860 FILE SECTION.
000870 FD  ORDER-MASTER
000880     LABEL RECORDS ARE STANDARD.
001200     LABEL RECORDS ARE STANDARD.
001210 COPY REJCREC.

001212 FD  EXEC-LOG-OUT
001214     LABEL RECORDS ARE STANDARD.
001216 COPY EXECLOG.

001217 FD  PRICE-MASTER
001218     LABEL RECORDS ARE STANDARD.
001219 COPY PRICEREC.

001221 FD  TAX-JUR-IN
001223     LABEL RECORDS ARE STANDARD.
001225 COPY TAXJUR.

001227 WORKING-STORAGE SECTION.
001230 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001240 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001245 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.
001246 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.

001250 01  WS-SWITCHES.
001260     05  WS-TRAN-EOF           PIC X(01)  VALUE 'N'.
001390         88  WS-ACCT-FOUND                VALUE 'Y'.
001400     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001410         88  WS-TABLE-FULL                VALUE 'Y'.
001411     05  WS-TAXJUR-EOF         PIC X(01)  VALUE 'N'.
001412         88  TAXJUR-EOF                   VALUE 'Y'.
001413     05  WS-PRICE-FOUND-SW     PIC X(01)  VALUE 'N'.
001414         88  WS-PRICE-FOUND               VALUE 'Y'.

001420 01  WS-COUNTERS                          COMP.
001430     05  WS-MASTERS-READ       PIC 9(09)  VALUE ZERO.
001510     05  WS-HIGH-ITEM-NR       PIC 9(05)  VALUE ZERO.
001520     05  WS-ACCT-COUNT         PIC 9(09)  VALUE ZERO.
001530     05  WS-ACCT-NDX           PIC 9(09)  VALUE ZERO.
001531     05  WS-ORDERS-RETAXED     PIC 9(09)  VALUE ZERO.
001532     05  WS-TJ-COUNT           PIC 9(05)  VALUE ZERO.
001533     05  WS-TJ-NDX             PIC 9(05)  VALUE ZERO.
001534     05  WS-TJ-BEST            PIC 9(05)  VALUE ZERO.

001540*----------------------------------------------------------------
001550*    EVERY AC SEGMENT OFF THE MULTI-SEGMENT FILE, KEYED BY
001640         10  WS-AC-BALANCE      PIC S9(11)V99 COMP-3.
001650         10  WS-AC-LIMIT        PIC S9(11)V99 COMP-3.

001651*----------------------------------------------------------------
001652*    THE TAX RATE TABLE, EVERY JURISDICTION AND EFFECTIVE DATE,
001653*    THE SAME TABLE ORDEDIT LOADS.
001654*----------------------------------------------------------------
001655 01  WS-JURIS-TABLE.
001656     05  WS-TJ-ENTRY OCCURS 1 TO 5000 TIMES
001657                     DEPENDING ON WS-TJ-COUNT.
001658         10  WS-TJ-PREFIX       PIC X(05).
001659         10  WS-TJ-EFF-DATE     PIC 9(08).
001661         10  WS-TJ-STATE-RATE   PIC S9(03)V9(06) COMP-3.
001663         10  WS-TJ-COUNTY-RATE  PIC S9(03)V9(06) COMP-3.
001665         10  WS-TJ-CITY-RATE    PIC S9(03)V9(06) COMP-3.

001667 01  WS-CURRENT-KEY            PIC 9(10)  VALUE ZERO.
001670 01  WS-OLD-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001680 01  WS-OLD-QTY                PIC 9(05)  VALUE ZERO.
001690 01  WS-OLD-AMOUNT             PIC S9(09)V99 COMP-3 VALUE ZERO.
001700 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001710 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001720 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001721 01  WS-BEST-DATE              PIC 9(08)  VALUE ZERO.
001722 01  WS-TAXABLE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
001723 01  WS-OLD-TAX                PIC S9(09)V99 COMP-3 VALUE ZERO.
001724 01  WS-ORDER-TAX              PIC S9(09)V99 COMP-3 VALUE ZERO.
001725 01  WS-STATE-TAX              PIC S9(09)V99 COMP-3 VALUE ZERO.
001726 01  WS-COUNTY-TAX             PIC S9(09)V99 COMP-3 VALUE ZERO.
001727 01  WS-CITY-TAX               PIC S9(09)V99 COMP-3 VALUE ZERO.

001730 PROCEDURE DIVISION.
001740*---------------------------------------------------------------*
001750 0000-MAINLINE.
001760*---------------------------------------------------------------*
001763     PERFORM 9700-LOG-STEP-START
001766          THRU 9700-LOG-STEP-START-EXIT.
001770     PERFORM 1000-INITIALIZE
001780          THRU 1000-INITIALIZE-EXIT.
001790     IF WS-TABLE-FULL
001800         DISPLAY 'ORDAMEND - AC SEGMENT TABLE FULL, CREDIT '
001810                 'CHECK INCOMPLETE - FAILING THE STEP'
001820         CLOSE ORDER-MASTER AMEND-IN XREF-MASTER
001830               HISTORY-OUT REJECT-OUT PRICE-MASTER
001840         MOVE 16 TO RETURN-CODE
001843         PERFORM 9710-LOG-STEP-END
001846              THRU 9710-LOG-STEP-END-EXIT
001850         GOBACK
001860     END-IF.
001870     PERFORM 2000-PROCESS-TRAN-GROUP
001890          UNTIL TRAN-EOF.
001900     PERFORM 9000-TERMINATE
001910          THRU 9000-TERMINATE-EXIT.
001913     PERFORM 9710-LOG-STEP-END
001916          THRU 9710-LOG-STEP-END-EXIT.
001920     GOBACK.

001930*---------------------------------------------------------------*
001980     OPEN INPUT  AMEND-IN
001990                 XREF-MASTER
002000                 MSEG-IN
002002                 PRICE-MASTER
002004                 TAX-JUR-IN
002010          I-O    ORDER-MASTER
002020          OUTPUT HISTORY-OUT
002030                 REJECT-OUT.
002060          UNTIL MSEG-EOF
002070             OR WS-TABLE-FULL.
002080     CLOSE MSEG-IN.
002082     PERFORM 1200-LOAD-JURIS-TABLE
002084          THRU 1200-LOAD-JURIS-TABLE-EXIT
002086          UNTIL TAXJUR-EOF.
002088     CLOSE TAX-JUR-IN.
002090     READ AMEND-IN
002100         AT END SET TRAN-EOF TO TRUE
002110     END-READ.
002380 1100-LOAD-ACCT-TABLE-EXIT.
002390     EXIT.

002391*---------------------------------------------------------------*
002392*    ONE TAX RATE TABLE ENTRY PER JURISDICTION RATE RECORD.  A    *
002393*    FULL TABLE FAILS THE STEP - AN ORDER RE-TAXED OFF A SHORT    *
002394*    TABLE WOULD LOSE ITS TAX.                                    *
002395*---------------------------------------------------------------*
002396 1200-LOAD-JURIS-TABLE.
002397*---------------------------------------------------------------*
002398     READ TAX-JUR-IN
002399         AT END
002400             SET TAXJUR-EOF TO TRUE
002401             GO TO 1200-LOAD-JURIS-TABLE-EXIT
002402     END-READ.
002403     IF WS-TJ-COUNT >= 5000
002404         DISPLAY 'ORDAMEND - TAX RATE TABLE FULL AT 5000 '
002405                 'ENTRIES - FAILING THE STEP'
002406         CLOSE ORDER-MASTER AMEND-IN XREF-MASTER HISTORY-OUT
002407               REJECT-OUT PRICE-MASTER TAX-JUR-IN
002408         MOVE 16 TO RETURN-CODE
002409         PERFORM 9710-LOG-STEP-END
002410              THRU 9710-LOG-STEP-END-EXIT
002411         GOBACK
002412     END-IF.
002413     ADD 1 TO WS-TJ-COUNT.
002414     MOVE TJ-ZIP-PREFIX  TO WS-TJ-PREFIX (WS-TJ-COUNT).
002415     MOVE TJ-EFF-DATE    TO WS-TJ-EFF-DATE (WS-TJ-COUNT).
002416     MOVE TJ-STATE-RATE  TO WS-TJ-STATE-RATE (WS-TJ-COUNT).
002417     MOVE TJ-COUNTY-RATE TO WS-TJ-COUNTY-RATE (WS-TJ-COUNT).
002418     MOVE TJ-CITY-RATE   TO WS-TJ-CITY-RATE (WS-TJ-COUNT).
002419 1200-LOAD-JURIS-TABLE-EXIT.
002420     EXIT.

002421*---------------------------------------------------------------*
002422*    ONE GROUP OF AMENDMENTS FOR ONE ORDER-ID: ONE KEYED READ     *
002423*    OF THE MASTER, EVERY MATCHING AMENDMENT APPLIED IN ARRIVAL   *
002430*    ORDER, THE CREDIT CHECK RE-APPLIED WHEN THE TOTAL GREW,      *
002440*    AND ONE REWRITE WHEN ANYTHING CHANGED.                       *
002450*---------------------------------------------------------------*
002650          UNTIL TRAN-EOF
002660             OR OA-ORDER-ID NOT = WS-CURRENT-KEY.
002670     IF WS-GROUP-CHANGED
002673         PERFORM 2600-RECOMPUTE-TAX
002676              THRU 2600-RECOMPUTE-TAX-EXIT
002680         IF ORD-OPEN AND ORDER-TOTAL > WS-OLD-TOTAL
002690             PERFORM 2500-RECHECK-CREDIT
002700                  THRU 2500-RECHECK-CREDIT-EXIT
003980     ADD 1 TO LINE-ITEM-NR (LINE-COUNT).
003990     MOVE OA-PRODUCT TO LINE-PRODUCT (LINE-COUNT).
004000     MOVE OA-QTY     TO LINE-QTY (LINE-COUNT).
004010     MOVE ZERO       TO LINE-SHIPPED-QTY (LINE-COUNT)
004011                        LINE-PROMISE-DATE (LINE-COUNT).
004020     MOVE OA-PRICE   TO LINE-PRICE (LINE-COUNT).
004030     COMPUTE LINE-AMOUNT (LINE-COUNT) ROUNDED =
004040             LINE-QTY (LINE-COUNT) * LINE-PRICE (LINE-COUNT).
005380     ELSE
005390         GO TO 2500-RECHECK-CREDIT-EXIT
005400     END-IF.
005402     MOVE ZERO TO WS-ORDER-TAX.
005404     IF ORDER-TAX-AMOUNT NUMERIC
005406         MOVE ORDER-TAX-AMOUNT TO WS-ORDER-TAX
005408     END-IF.
005410     IF WS-AC-BALANCE (WS-ACCT-NDX) + ORDER-TOTAL
005415        + WS-ORDER-TAX
005420        > WS-AC-LIMIT (WS-ACCT-NDX)
005430         ADD 1 TO WS-ORDERS-HELD
005440         MOVE 'HOLD' TO ORDER-STATUS
005550 2510-SCAN-ACCT-ENTRY-EXIT.
005560     EXIT.

005561*---------------------------------------------------------------*
005562*    RE-TAX THE AMENDED ORDER THE WAY ORDEDIT TAXED IT: THE       *
005563*    TAXABLE AMOUNT RE-SUMMED FROM THE TAXABLE LINES, THE TAX     *
005564*    RECOMPUTED AT THE RATES FOR THE ORDER'S OWN JURISDICTION     *
005565*    IN FORCE ON ORDER-DATE.  AN ORDER FROM BEFORE ORDERS         *
005566*    CARRIED TAX HAS NO PACKED TAX FIELDS AND IS LEFT ALONE.      *
005567*---------------------------------------------------------------*
005568 2600-RECOMPUTE-TAX.
005569*---------------------------------------------------------------*
005570     IF ORDER-TAXABLE-AMOUNT NOT NUMERIC
005571        OR ORDER-TAX-AMOUNT NOT NUMERIC
005572         GO TO 2600-RECOMPUTE-TAX-EXIT
005573     END-IF.
005574     MOVE ORDER-TAX-AMOUNT TO WS-OLD-TAX.
005575     MOVE ZERO TO WS-TAXABLE-TOTAL.
005576     IF NOT ORDER-TAX-EXEMPT
005577         PERFORM 2610-ADD-TAXABLE-LINE
005578              THRU 2610-ADD-TAXABLE-LINE-EXIT
005579              VARYING WS-LINE-IX FROM 1 BY 1
005580              UNTIL WS-LINE-IX > LINE-COUNT
005581     END-IF.
005582     MOVE WS-TAXABLE-TOTAL TO ORDER-TAXABLE-AMOUNT.
005583     MOVE ZERO TO ORDER-TAX-AMOUNT.
005584     IF ORDER-TAX-JURIS = SPACES
005585        OR ORDER-TAX-EXEMPT
005586         GO TO 2600-RECOMPUTE-TAX-DONE
005587     END-IF.
005588     PERFORM 2620-FIND-RATES
005589          THRU 2620-FIND-RATES-EXIT.
005590     IF WS-TJ-BEST = ZERO
005591         DISPLAY 'ORDAMEND - ORDER ' WS-CURRENT-KEY
005592                 ' JURISDICTION ' ORDER-TAX-JURIS
005593                 ' HAS NO RATES, NOT TAXED'
005594         GO TO 2600-RECOMPUTE-TAX-DONE
005595     END-IF.
005596     COMPUTE WS-STATE-TAX ROUNDED =
005597             ORDER-TAXABLE-AMOUNT
005598             * WS-TJ-STATE-RATE (WS-TJ-BEST).
005599     COMPUTE WS-COUNTY-TAX ROUNDED =
005600             ORDER-TAXABLE-AMOUNT
005601             * WS-TJ-COUNTY-RATE (WS-TJ-BEST).
005602     COMPUTE WS-CITY-TAX ROUNDED =
005603             ORDER-TAXABLE-AMOUNT
005604             * WS-TJ-CITY-RATE (WS-TJ-BEST).
005605     COMPUTE ORDER-TAX-AMOUNT =
005606             WS-STATE-TAX + WS-COUNTY-TAX + WS-CITY-TAX.
005607 2600-RECOMPUTE-TAX-DONE.
005608     IF ORDER-TAX-AMOUNT NOT = WS-OLD-TAX
005609         ADD 1 TO WS-ORDERS-RETAXED
005610     END-IF.
005611 2600-RECOMPUTE-TAX-EXIT.
005612     EXIT.

005613*---------------------------------------------------------------*
005614*    A LINE IS TAXABLE UNLESS ITS PRODUCT IS CLASSED EXEMPT ON    *
005615*    THE PRICE MASTER - A PRODUCT WITH NO PRICE ENTRY IS          *
005616*    TAXABLE, THE SAME RULE ORDEDIT APPLIES.                      *
005617*---------------------------------------------------------------*
005618 2610-ADD-TAXABLE-LINE.
005619*---------------------------------------------------------------*
005620     MOVE 'N' TO WS-PRICE-FOUND-SW.
005621     MOVE LINE-PRODUCT (WS-LINE-IX) TO PRC-PRODUCT.
005622     READ PRICE-MASTER
005623         INVALID KEY
005624             CONTINUE
005625         NOT INVALID KEY
005626             SET WS-PRICE-FOUND TO TRUE
005627     END-READ.
005628     IF WS-PRICE-FOUND
005629         IF PRC-TAX-EXEMPT
005630             GO TO 2610-ADD-TAXABLE-LINE-EXIT
005631         END-IF
005632     END-IF.
005633     ADD LINE-AMOUNT (WS-LINE-IX) TO WS-TAXABLE-TOTAL.
005634 2610-ADD-TAXABLE-LINE-EXIT.
005635     EXIT.

005636*---------------------------------------------------------------*
005637*    THE LATEST RATES FOR THE ORDER'S JURISDICTION EFFECTIVE ON   *
005638*    OR BEFORE ORDER-DATE.  SETS WS-TJ-BEST, ZERO WHEN NONE.      *
005639*---------------------------------------------------------------*
005640 2620-FIND-RATES.
005641*---------------------------------------------------------------*
005642     MOVE ZERO TO WS-TJ-BEST
005643                  WS-BEST-DATE.
005644     PERFORM 2621-SCAN-JURIS-ENTRY
005645          THRU 2621-SCAN-JURIS-ENTRY-EXIT
005646          VARYING WS-TJ-NDX FROM 1 BY 1
005647          UNTIL WS-TJ-NDX > WS-TJ-COUNT.
005648 2620-FIND-RATES-EXIT.
005649     EXIT.

005650 2621-SCAN-JURIS-ENTRY.
005651     IF WS-TJ-PREFIX (WS-TJ-NDX) = ORDER-TAX-JURIS
005652        AND WS-TJ-EFF-DATE (WS-TJ-NDX) NOT > ORDER-DATE
005653        AND WS-TJ-EFF-DATE (WS-TJ-NDX) NOT < WS-BEST-DATE
005654         MOVE WS-TJ-NDX                  TO WS-TJ-BEST
005655         MOVE WS-TJ-EFF-DATE (WS-TJ-NDX) TO WS-BEST-DATE
005656     END-IF.
005657 2621-SCAN-JURIS-ENTRY-EXIT.
005658     EXIT.

005659*---------------------------------------------------------------*
005660*    AN AMENDMENT WHOSE ORDER-ID IS NOT ON THE MASTER IS          *
005661*    REPORTED AS A REJECT AND READ PAST HERE.                     *
005662*---------------------------------------------------------------*
005663 8000-FLUSH-UNMATCHED-TRANS.
005664*---------------------------------------------------------------*
005665     ADD 1 TO WS-TRANS-READ.
005666     ADD 1 TO WS-TRANS-REJECTED.
005667     DISPLAY 'ORDAMEND - NO MATCHING ORDER FOR ID '
005668              OA-ORDER-ID.
005670     PERFORM 8010-LOG-REJECT
005680          THRU 8010-LOG-REJECT-EXIT.
005690     READ AMEND-IN
005940              WS-TRANS-REJECTED.
005950     DISPLAY 'ORDAMEND - ORDERS MOVED TO HOLD: '
005960              WS-ORDERS-HELD.
005963     DISPLAY 'ORDAMEND - ORDERS RE-TAXED.....: '
005966              WS-ORDERS-RETAXED.
005970     CLOSE ORDER-MASTER AMEND-IN XREF-MASTER HISTORY-OUT
005980           REJECT-OUT PRICE-MASTER.
005990 9000-TERMINATE-EXIT.
006000     EXIT.

006010*---------------------------------------------------------------*
006020*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
006030*---------------------------------------------------------------*
006040 9700-LOG-STEP-START.
006050*---------------------------------------------------------------*
006060     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006070     MOVE 'ORDAMEND'        TO EX-JOB-NAME.
006080     SET EX-STEP-START      TO TRUE.
006090     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006100     ACCEPT EX-RUN-TIME FROM TIME.
006110     MOVE ZERO              TO EX-RECORDS-READ
006120                               EX-RECORDS-WRITTEN
006130                               EX-REJECT-COUNT
006140                               EX-COMPLETION-CODE.
006150     OPEN EXTEND EXEC-LOG-OUT.
006160     WRITE EXECUTION-LOG-RECORD.
006170     CLOSE EXEC-LOG-OUT.
006180 9700-LOG-STEP-START-EXIT.
006190     EXIT.

006200*---------------------------------------------------------------*
006210*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
006220*    ENDING WITH.                                               *
006230*---------------------------------------------------------------*
006240 9710-LOG-STEP-END.
006250*---------------------------------------------------------------*
006260     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006270     MOVE 'ORDAMEND'        TO EX-JOB-NAME.
006280     SET EX-STEP-END        TO TRUE.
006290     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006300     ACCEPT EX-RUN-TIME FROM TIME.
006310     MOVE WS-TRANS-READ     TO EX-RECORDS-READ.
006320     MOVE WS-TRANS-APPLIED  TO EX-RECORDS-WRITTEN.
006330     MOVE WS-TRANS-REJECTED TO EX-REJECT-COUNT.
006340     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006350     OPEN EXTEND EXEC-LOG-OUT.
006360     WRITE EXECUTION-LOG-RECORD.
006370     CLOSE EXEC-LOG-OUT.
006380 9710-LOG-STEP-END-EXIT.
006390     EXIT.
