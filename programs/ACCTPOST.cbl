000240*                   RECEIVED PAYMENTS POST EVERY NIGHT, SO THE
000250*                   BALANCE OVRLIMIT TESTS AND ORDLOAD'S CREDIT
000260*                   CHECK TRUSTS IS ACTUALLY CURRENT.
000262*  2026-10-15 JLH   CHANGE DATE CHECKED AGAINST THE FISCAL PERIOD
000264*                   CALENDAR AT START-UP - A CLOSED PERIOD ROLLS
000266*                   FORWARD OR REJECTS THE DAY'S DELTAS TO THE
000268*                   REJECT LOG, AS SET ON THE PERIOD CONTROL CARD.
000269*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000270*                   TO THE COMMON EXECUTION LOG FOR THE
000271*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000272*  2026-10-15 JLH   A SHIPPED ORDER CHARGES ITS SALES TAX WITH
000273*                   ITS TOTAL.
000275*****************************************************************
000280*  REMARKS.
000290*      READS THE DAY'S ORDER-STATUS-CHANGE TRANSACTIONS (COPY
000300*      ORDSCHG - THE FILE STKALLOC NOW EMITS, PLUS ANY KEYED
000330*      BALANCE DELTA PER PARTY:
000340*
000350*          - A TRANSITION TO SHIP CHARGES THE PARTY'S ACCOUNT
000360*            WITH THE ORDER'S TOTAL PLUS ITS SALES TAX OFF
000370*            THE INDEXED ORDER MASTER, THE PARTY RESOLVED
000380*            THROUGH THE CROSS-REFERENCE BY CUSTOMER-NR
000390*          - A PY SEGMENT RELIEVES ITS PARTY'S ACCOUNT BY
000400*            PAY-AMOUNT (THE SEGMENT ALREADY CARRIES THE
000410*            COMMON-KEY)
000470*      A SHIPPED ORDER NOT ON THE MASTER, A CUSTOMER OFF THE
000480*      CROSS-REFERENCE, OR A PARTY WITH NO AC SEGMENT GOES TO
000490*      THE COMMON REJECT LOG AND POSTS NOTHING.
000491*
000492*      THE BL TRANSACTIONS ARE DATED THE RUN DATE, OR THE
000493*      POSTING DATE ON THE PERIOD CONTROL CARD (COPY PERCTL),
000494*      CHECKED ONCE AT START-UP AGAINST THE FISCAL PERIOD
000495*      CALENDAR (COPY FISCPER).  A CLOSED PERIOD EITHER ROLLS
000496*      THE DATE FORWARD TO THE START OF THE FIRST OPEN PERIOD
000497*      OR, BY DEFAULT, SENDS EVERY PARTY'S DELTA TO THE REJECT
000498*      LOG INSTEAD OF MSEGUPD.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000820            ORGANIZATION IS SEQUENTIAL.
000830     SELECT REJECT-OUT     ASSIGN TO REJOUT
000840            ORGANIZATION IS SEQUENTIAL.
000842     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000844            ORGANIZATION IS SEQUENTIAL.
000846     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000848            ORGANIZATION IS SEQUENTIAL.
000849     SELECT OPTIONAL
000851            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000853            ORGANIZATION IS SEQUENTIAL
000855            FILE STATUS IS WS-EXECLOG-STATUS.

000857 DATA DIVISION.
000860 FILE SECTION.
000870 FD  ORDER-CHG-IN
000880     LABEL RECORDS ARE STANDARD.
002020     LABEL RECORDS ARE STANDARD.
002030 COPY REJCREC.

002031 FD  PERIOD-CONTROL-IN
002032     LABEL RECORDS ARE STANDARD.
002033 COPY PERCTL.

002034 FD  PERIOD-CALENDAR
002035     LABEL RECORDS ARE STANDARD.
002036 COPY FISCPER.

002037 FD  EXEC-LOG-OUT
002038     LABEL RECORDS ARE STANDARD.
002039 COPY EXECLOG.

002040 WORKING-STORAGE SECTION.
002050 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
002060 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
002065 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

002070 01  WS-SWITCHES.
002080     05  WS-TRAN-EOF           PIC X(01)  VALUE 'N'.
002260     05  WS-PAYMENTS-READ      PIC 9(09)  VALUE ZERO.
002270     05  WS-PAYMENTS-POSTED    PIC 9(09)  VALUE ZERO.
002280     05  WS-RECORDS-REJECTED   PIC 9(09)  VALUE ZERO.
002285     05  WS-DELTAS-REJECTED    PIC 9(09)  VALUE ZERO.
002290     05  WS-CHANGES-WRITTEN    PIC 9(09)  VALUE ZERO.
002300     05  WS-ACCT-COUNT         PIC 9(09)  VALUE ZERO.
002310     05  WS-ACCT-NDX           PIC 9(09)  VALUE ZERO.
002570 01  WS-PARTY-COMMON-KEY       PIC 9(10)  VALUE ZERO.
002580 01  WS-NEW-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.

002581*----------------------------------------------------------------
002582*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
002583*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
002584*    CARD (COPY PERCTL).
002585*----------------------------------------------------------------
002586 01  WS-PERIOD-TABLE.
002587     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
002588                     DEPENDING ON WS-FP-COUNT.
002589         10  WS-FP-PERIOD-ID    PIC 9(06).
002590         10  WS-FP-START-DATE   PIC 9(08).
002591         10  WS-FP-END-DATE     PIC 9(08).
002592         10  WS-FP-STATUS       PIC X(01).
002593             88  WS-FP-OPEN               VALUE 'O'.
002594             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

002595 01  WS-PERIOD-FIELDS.
002596     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
002597     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
002598     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
002599     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
002600     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
002601     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
002602     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
002603         88  WS-ROLL-FORWARD             VALUE 'F'.
002604     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
002605         88  WS-FINANCE-RUN              VALUE 'Y'.
002606     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
002607         88  PERCAL-EOF                  VALUE 'Y'.
002608     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
002609         88  WS-CALENDAR-BAD             VALUE 'Y'.
002610     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
002611         88  WS-PERIOD-FOUND             VALUE 'Y'.
002612     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
002613         88  WS-PERIOD-POST              VALUE 'P'.
002614         88  WS-PERIOD-ROLLED            VALUE 'F'.
002615         88  WS-PERIOD-REJECT            VALUE 'R'.

002616 PROCEDURE DIVISION.
002617*---------------------------------------------------------------*
002618 0000-MAINLINE.
002620*---------------------------------------------------------------*
002623     PERFORM 9700-LOG-STEP-START
002626          THRU 9700-LOG-STEP-START-EXIT.
002630     PERFORM 1000-INITIALIZE
002640          THRU 1000-INITIALIZE-EXIT.
002650     IF WS-TABLE-FULL
002680         CLOSE ORDER-CHG-IN PAYMENT-IN ORDER-MASTER
002690               XREF-MASTER MSEG-CHG-OUT REJECT-OUT
002700         MOVE 16 TO RETURN-CODE
002703         PERFORM 9710-LOG-STEP-END
002706              THRU 9710-LOG-STEP-END-EXIT
002710         GOBACK
002720     END-IF.
002730     PERFORM 2000-TALLY-SHIPPED-ORDER
002820          UNTIL WS-DL-NDX > WS-DL-COUNT.
002830     PERFORM 9000-TERMINATE
002840          THRU 9000-TERMINATE-EXIT.
002843     PERFORM 9710-LOG-STEP-END
002846          THRU 9710-LOG-STEP-END-EXIT.
002850     GOBACK.

002860*---------------------------------------------------------------*
002880*---------------------------------------------------------------*
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002900     ACCEPT WS-RUN-TIME FROM TIME.
002901     PERFORM 1500-LOAD-PERIOD-CALENDAR
002902          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
002903     IF WS-CALENDAR-BAD
002904         DISPLAY 'ACCTPOST - PERIOD CALENDAR UNUSABLE - '
002905                 'FAILING THE STEP'
002906         MOVE 16 TO RETURN-CODE
002907         PERFORM 9710-LOG-STEP-END
002908              THRU 9710-LOG-STEP-END-EXIT
002910         GOBACK
002912     END-IF.
002914     PERFORM 1600-SET-POSTING-DATE
002916          THRU 1600-SET-POSTING-DATE-EXIT.
002918     OPEN INPUT  ORDER-CHG-IN
002920                 PAYMENT-IN
002930                 ORDER-MASTER
002940                 XREF-MASTER
003320 1100-LOAD-ACCT-TABLE-EXIT.
003330     EXIT.

003331*---------------------------------------------------------------*
003332*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
003333*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
003334*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
003335*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
003336*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
003337*---------------------------------------------------------------*
003338 1500-LOAD-PERIOD-CALENDAR.
003339*---------------------------------------------------------------*
003340     OPEN INPUT PERIOD-CONTROL-IN.
003341     READ PERIOD-CONTROL-IN
003342         AT END
003343             DISPLAY 'ACCTPOST - NO PERIOD CONTROL CARD, CLOSED-'
003344                     'PERIOD POSTINGS WILL BE REJECTED'
003345         NOT AT END
003346             PERFORM 1520-TAKE-PERIOD-CARD
003347                  THRU 1520-TAKE-PERIOD-CARD-EXIT
003348     END-READ.
003349     CLOSE PERIOD-CONTROL-IN.
003350     OPEN INPUT PERIOD-CALENDAR.
003351     PERFORM 1510-LOAD-PERIOD-ENTRY
003352          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
003353          UNTIL PERCAL-EOF
003354             OR WS-CALENDAR-BAD.
003355     CLOSE PERIOD-CALENDAR.
003356     IF WS-FP-COUNT = ZERO
003357         DISPLAY 'ACCTPOST - PERIOD CALENDAR IS EMPTY'
003358         SET WS-CALENDAR-BAD TO TRUE
003359     END-IF.
003360 1500-LOAD-PERIOD-CALENDAR-EXIT.
003361     EXIT.

003362 1510-LOAD-PERIOD-ENTRY.
003363     READ PERIOD-CALENDAR
003364         AT END
003365             SET PERCAL-EOF TO TRUE
003366             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003367     END-READ.
003368     IF WS-FP-COUNT NOT < 240
003369         DISPLAY 'ACCTPOST - PERIOD TABLE FULL AT PERIOD '
003370                 FP-PERIOD-ID
003371         SET WS-CALENDAR-BAD TO TRUE
003372         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003373     END-IF.
003374     IF FP-START-DATE NOT NUMERIC
003375        OR FP-END-DATE NOT NUMERIC
003376        OR FP-END-DATE < FP-START-DATE
003377         DISPLAY 'ACCTPOST - PERIOD ' FP-PERIOD-ID
003378                 ' HAS UNUSABLE DATES'
003379         SET WS-CALENDAR-BAD TO TRUE
003380         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003381     END-IF.
003382     IF WS-FP-COUNT > ZERO
003383        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
003384         DISPLAY 'ACCTPOST - PERIOD ' FP-PERIOD-ID
003385                 ' OVERLAPS OR IS OUT OF SEQUENCE'
003386         SET WS-CALENDAR-BAD TO TRUE
003387         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003388     END-IF.
003389     ADD 1 TO WS-FP-COUNT.
003390     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
003391     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
003392     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
003393     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
003394 1510-LOAD-PERIOD-ENTRY-EXIT.
003395     EXIT.

003396 1520-TAKE-PERIOD-CARD.
003397     IF PC-ROLL-FORWARD
003398         MOVE 'F' TO WS-CLOSED-ACTION
003399     ELSE
003400         IF NOT PC-REJECT-POSTING
003401             DISPLAY 'ACCTPOST - CLOSED-PERIOD ACTION '
003402                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
003403         END-IF
003404     END-IF.
003405     IF PC-FINANCE-RUN
003406         MOVE 'Y' TO WS-FINANCE-SW
003407     END-IF.
003408     IF PC-POSTING-DATE NUMERIC
003409         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
003410     END-IF.
003411 1520-TAKE-PERIOD-CARD-EXIT.
003412     EXIT.

003413*---------------------------------------------------------------*
003414*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
003415*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
003416*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
003417*    REJECTED, EVERY POSTING GOES TO THE REJECT LOG.            *
003418*---------------------------------------------------------------*
003419 1600-SET-POSTING-DATE.
003420*---------------------------------------------------------------*
003421     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
003422     IF WS-CARD-POSTING-DATE > ZERO
003423         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
003424     END-IF.
003425     DISPLAY 'ACCTPOST - POSTING DATE REQUESTED....: '
003426              WS-POSTING-DATE.
003427     PERFORM 8500-CHECK-POSTING-PERIOD
003428          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
003429     EVALUATE TRUE
003430         WHEN WS-PERIOD-POST
003431             DISPLAY 'ACCTPOST - POSTING INTO PERIOD.......: '
003432                      WS-POSTING-PERIOD
003433         WHEN WS-PERIOD-ROLLED
003434             DISPLAY 'ACCTPOST - PERIOD CLOSED, ROLLED TO..: '
003435                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
003436         WHEN OTHER
003437             DISPLAY 'ACCTPOST - ALL POSTINGS REJECTED.....: '
003438                      WS-PERIOD-REASON
003439     END-EVALUATE.
003440 1600-SET-POSTING-DATE-EXIT.
003441     EXIT.

003442*---------------------------------------------------------------*
003443*    A TRANSITION TO SHIP CHARGES THE PARTY'S ACCOUNT WITH THE    *
003444*    ORDER'S TOTAL.  ANY OTHER TRANSITION IS SOMEBODY ELSE'S      *
003445*    BUSINESS AND IS READ PAST.                                   *
003446*---------------------------------------------------------------*
003447 2000-TALLY-SHIPPED-ORDER.
003448*---------------------------------------------------------------*
003449     ADD 1 TO WS-TRANS-READ.
003450     IF OSC-NEW-STATUS NOT = 'SHIP'
003451         ADD 1 TO WS-TRANS-SKIPPED
003452         GO TO 2000-TALLY-SHIPPED-ORDER-READ
003453     END-IF.
003460     PERFORM 2100-READ-ORDER
003470          THRU 2100-READ-ORDER-EXIT.
003480     IF NOT WS-ORDER-FOUND
004370*    ONE BL CHANGE TRANSACTION PER PARTY WITH A NONZERO DAY       *
004380*    DELTA: NEW BALANCE = AC BALANCE + CHARGES - PAYMENTS.  A     *
004390*    PARTY WITH NO AC SEGMENT IS REJECTED - MSEGUPD COULD NOT     *
004396*    APPLY IT ANYWAY.  WHEN THE POSTING PERIOD IS REJECTED THE    *
004402*    DELTA GOES TO THE REJECT LOG INSTEAD.                        *
004410*---------------------------------------------------------------*
004420 4000-POST-PARTY-DELTA.
004430*---------------------------------------------------------------*
004630              THRU 8010-LOG-REJECT-EXIT
004640         GO TO 4000-POST-PARTY-DELTA-EXIT
004650     END-IF.
004651     IF WS-PERIOD-REJECT
004652         ADD 1 TO WS-DELTAS-REJECTED
004653         MOVE WS-DL-COMMON-KEY (WS-DL-NDX)
004654           TO WS-PARTY-COMMON-KEY
004655         MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
004656         PERFORM 8010-LOG-REJECT
004657              THRU 8010-LOG-REJECT-EXIT
004658         GO TO 4000-POST-PARTY-DELTA-EXIT
004659     END-IF.
004660     COMPUTE WS-NEW-BALANCE =
004670             WS-AC-BALANCE (WS-ACCT-NDX)
004680             + WS-DL-DELTA (WS-DL-NDX).
004710     MOVE 'AC'            TO MC-SEGMENT-ID.
004720     MOVE WS-NEW-BALANCE  TO MC-NEW-VALUE-NUM.
004730     MOVE 'ACCTPOST'      TO MC-CHANGED-BY.
004740     MOVE WS-POSTING-DATE TO MC-CHANGE-DATE.
004750     MOVE WS-RUN-TIME     TO MC-CHANGE-TIME.
004760     MOVE 'DAILY ORDERS AND PAYMENTS' TO MC-COMMENT.
004770     MOVE 'BL'            TO MC-FIELD-ID.

004890*---------------------------------------------------------------*
004900*    FIND (OR OPEN) THE PARTY'S DELTA ENTRY AND CHARGE IT WITH    *
004910*    THE ORDER'S TOTAL AND SALES TAX.  AN ORDER FROM BEFORE       *
004915*    ORDERS CARRIED TAX HAS NO PACKED TAX AMOUNT TO CHARGE.       *
004920*---------------------------------------------------------------*
004930 5000-ADD-TO-DELTA.
004940*---------------------------------------------------------------*
004960          THRU 5200-FIND-OR-ADD-DELTA-EXIT.
004970     IF WS-TAB-IX > ZERO
004980         ADD ORDER-TOTAL TO WS-DL-DELTA (WS-TAB-IX)
004985         IF ORDER-TAX-AMOUNT NUMERIC
004987             ADD ORDER-TAX-AMOUNT TO WS-DL-DELTA (WS-TAB-IX)
004989         END-IF
004990     END-IF.
005000 5000-ADD-TO-DELTA-EXIT.
005010     EXIT.
005560     EXIT.

005570*---------------------------------------------------------------*
005571*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
005572*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
005573*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
005574*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
005575*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
005576*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
005577*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
005578*---------------------------------------------------------------*
005579 8500-CHECK-POSTING-PERIOD.
005580*---------------------------------------------------------------*
005581     MOVE 'P'    TO WS-PERIOD-RESULT.
005582     MOVE SPACES TO WS-PERIOD-REASON.
005583     MOVE ZERO   TO WS-POSTING-PERIOD.
005584     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
005585     PERFORM 8510-SCAN-PERIOD-ENTRY
005586          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
005587          VARYING WS-FP-NDX FROM 1 BY 1
005588          UNTIL WS-FP-NDX > WS-FP-COUNT
005589             OR WS-PERIOD-FOUND.
005590     IF NOT WS-PERIOD-FOUND
005591         MOVE 'R' TO WS-PERIOD-RESULT
005592         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
005593           TO WS-PERIOD-REASON
005594         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005595     END-IF.
005596*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
005597*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
005598     SUBTRACT 1 FROM WS-FP-NDX.
005599     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
005600     IF WS-FP-OPEN (WS-FP-NDX)
005601        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
005602         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005603     END-IF.
005604     MOVE 'R' TO WS-PERIOD-RESULT.
005605     IF NOT WS-ROLL-FORWARD
005606         STRING 'PERIOD ' WS-POSTING-PERIOD
005607                ' CLOSED TO POSTING'
005608                DELIMITED BY SIZE INTO WS-PERIOD-REASON
005609         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005610     END-IF.
005611     MOVE 'N' TO WS-PERIOD-FOUND-SW.
005612     ADD 1 TO WS-FP-NDX.
005613     PERFORM 8520-SCAN-OPEN-PERIOD
005614          THRU 8520-SCAN-OPEN-PERIOD-EXIT
005615          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
005616          UNTIL WS-FP-NDX > WS-FP-COUNT
005617             OR WS-PERIOD-FOUND.
005618     IF NOT WS-PERIOD-FOUND
005619         STRING 'PERIOD ' WS-POSTING-PERIOD
005620                ' CLOSED, NO LATER PERIOD OPEN'
005621                DELIMITED BY SIZE INTO WS-PERIOD-REASON
005622         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005623     END-IF.
005624     SUBTRACT 1 FROM WS-FP-NDX.
005625     MOVE 'F' TO WS-PERIOD-RESULT.
005626     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
005627     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
005628 8500-CHECK-POSTING-PERIOD-EXIT.
005629     EXIT.

005630 8510-SCAN-PERIOD-ENTRY.
005631     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
005632        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
005633         SET WS-PERIOD-FOUND TO TRUE
005634     END-IF.
005635 8510-SCAN-PERIOD-ENTRY-EXIT.
005636     EXIT.

005637 8520-SCAN-OPEN-PERIOD.
005638     IF WS-FP-OPEN (WS-FP-NDX)
005639        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
005640         SET WS-PERIOD-FOUND TO TRUE
005641     END-IF.
005642 8520-SCAN-OPEN-PERIOD-EXIT.
005643     EXIT.

005644*---------------------------------------------------------------*
005645 9000-TERMINATE.
005646*---------------------------------------------------------------*
005647     DISPLAY 'ACCTPOST - STATUS TRANS READ...: '
005648              WS-TRANS-READ.
005649     DISPLAY 'ACCTPOST - SHIPMENTS CHARGED...: '
005650              WS-SHIPS-POSTED.
005651     DISPLAY 'ACCTPOST - TRANS NOT SHIP......: '
005652              WS-TRANS-SKIPPED.
005660     DISPLAY 'ACCTPOST - PAYMENTS READ.......: '
005670              WS-PAYMENTS-READ.
005680     DISPLAY 'ACCTPOST - PAYMENTS RELIEVED...: '
005690              WS-PAYMENTS-POSTED.
005700     DISPLAY 'ACCTPOST - RECORDS REJECTED....: '
005710              WS-RECORDS-REJECTED.
005713     DISPLAY 'ACCTPOST - DELTAS, PERIOD CLOSED: '
005716              WS-DELTAS-REJECTED.
005720     DISPLAY 'ACCTPOST - BL CHANGES WRITTEN..: '
005730              WS-CHANGES-WRITTEN.
005740     CLOSE ORDER-CHG-IN PAYMENT-IN ORDER-MASTER XREF-MASTER
005750           MSEG-CHG-OUT REJECT-OUT.
005760 9000-TERMINATE-EXIT.
005770     EXIT.

005780*---------------------------------------------------------------*
005790*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005800*---------------------------------------------------------------*
005810 9700-LOG-STEP-START.
005820*---------------------------------------------------------------*
005830     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005840     MOVE 'ACCTPOST'        TO EX-JOB-NAME.
005850     SET EX-STEP-START      TO TRUE.
005860     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005870     ACCEPT EX-RUN-TIME FROM TIME.
005880     MOVE ZERO              TO EX-RECORDS-READ
005890                               EX-RECORDS-WRITTEN
005900                               EX-REJECT-COUNT
005910                               EX-COMPLETION-CODE.
005920     OPEN EXTEND EXEC-LOG-OUT.
005930     WRITE EXECUTION-LOG-RECORD.
005940     CLOSE EXEC-LOG-OUT.
005950 9700-LOG-STEP-START-EXIT.
005960     EXIT.

005970*---------------------------------------------------------------*
005980*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005990*    ENDING WITH.                                               *
006000*---------------------------------------------------------------*
006010 9710-LOG-STEP-END.
006020*---------------------------------------------------------------*
006030     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006040     MOVE 'ACCTPOST'        TO EX-JOB-NAME.
006050     SET EX-STEP-END        TO TRUE.
006060     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006070     ACCEPT EX-RUN-TIME FROM TIME.
006080     COMPUTE EX-RECORDS-READ = WS-TRANS-READ
006090                             + WS-PAYMENTS-READ.
006100     MOVE WS-CHANGES-WRITTEN TO EX-RECORDS-WRITTEN.
006110     COMPUTE EX-REJECT-COUNT = WS-RECORDS-REJECTED
006120                             + WS-DELTAS-REJECTED.
006130     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006140     OPEN EXTEND EXEC-LOG-OUT.
006150     WRITE EXECUTION-LOG-RECORD.
006160     CLOSE EXEC-LOG-OUT.
006170 9710-LOG-STEP-END-EXIT.
006180     EXIT.
