000220*                   STAMPS A RATE ONCE, AT CONVERSION TIME; AN
000230*                   APPROVED EUR INVOICE SITTING OPEN SIXTY DAYS
000240*                   WAS CARRIED AT A RATE TWO MONTHS STALE.
000242*  2026-10-15 JLH   POSTING DATE CHECKED AGAINST THE FISCAL PERIOD
000244*                   CALENDAR AT START-UP - A CLOSED PERIOD ROLLS
000246*                   FORWARD, OR REJECTS THE REVALUATION TO THE
000248*                   REJECT LOG WITH THE MASTER LEFT UNTOUCHED.
000249*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000251*                   TO THE COMMON EXECUTION LOG FOR THE
000253*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000255*****************************************************************
000260*  REMARKS.
000270*      REREADS THE INDEXED INVOICE MASTER AND, FOR EVERY OPEN
000280*      (PENDING OR APPROVED, NOT YET PAID) INVOICE CURRCNV
000470*      THE TABLE KEEPS ITS OLD CARRYING VALUE AND IS COUNTED ON
000480*      THE CONSOLE.  AN INVOICE WHOSE REVALUATION MOVES NOTHING
000490*      WRITES NO JOURNAL LINES AND IS NOT REWRITTEN.
000491*
000492*      THE PAIRS ARE DATED THE RUN DATE, OR THE POSTING DATE ON
000493*      THE PERIOD CONTROL CARD (COPY PERCTL), CHECKED ONCE AT
000494*      START-UP AGAINST THE FISCAL PERIOD CALENDAR (COPY
000495*      FISCPER).  A CLOSED PERIOD EITHER ROLLS THE DATE FORWARD
000496*      TO THE START OF THE FIRST OPEN PERIOD OR, BY DEFAULT,
000497*      SENDS EVERY INVOICE THAT WOULD HAVE BEEN REVALUED TO THE
000498*      REJECT LOG - NO JOURNAL LINES, NO REWRITE - SO THE NEXT
000499*      RUN INTO AN OPEN PERIOD PICKS THE MOVEMENT UP WHOLE.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000670            ORGANIZATION IS SEQUENTIAL.
000680     SELECT REPORT-OUT     ASSIGN TO RPTOUT
000690            ORGANIZATION IS SEQUENTIAL.
000691     SELECT REJECT-OUT     ASSIGN TO REJOUT
000692            ORGANIZATION IS SEQUENTIAL.
000693     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000694            ORGANIZATION IS SEQUENTIAL.
000695     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000696            ORGANIZATION IS SEQUENTIAL.
000697     SELECT OPTIONAL
000698            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000699            ORGANIZATION IS SEQUENTIAL
000702            FILE STATUS IS WS-EXECLOG-STATUS.

000705 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RATE-TABLE
000730     LABEL RECORDS ARE STANDARD.
000820     LABEL RECORDS ARE STANDARD.
000830 01  REPORT-LINE               PIC X(120).

000831 FD  REJECT-OUT
000832     LABEL RECORDS ARE STANDARD.
000833 COPY REJCREC.

000834 FD  PERIOD-CONTROL-IN
000835     LABEL RECORDS ARE STANDARD.
000836 COPY PERCTL.

000837 FD  PERIOD-CALENDAR
000838     LABEL RECORDS ARE STANDARD.
000839 COPY FISCPER.

000841 FD  EXEC-LOG-OUT
000843     LABEL RECORDS ARE STANDARD.
000845 COPY EXECLOG.

000847 WORKING-STORAGE SECTION.
000850 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
000855 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000860 01  WS-SWITCHES.
000870     05  WS-RATE-EOF           PIC X(01)  VALUE 'N'.
000970     05  WS-INVOICES-REVALUED  PIC 9(09)  VALUE ZERO.
000980     05  WS-INVOICES-NO-RATE   PIC 9(09)  VALUE ZERO.
000990     05  WS-INVOICES-NO-MOVE   PIC 9(09)  VALUE ZERO.
000995     05  WS-INVOICES-REJECTED  PIC 9(09)  VALUE ZERO.
001000     05  WS-LINES-WRITTEN      PIC 9(09)  VALUE ZERO.
001010     05  WS-LINE-COUNT         PIC 9(09)  VALUE ZERO.
001020     05  WS-RATE-COUNT         PIC 9(03)  VALUE ZERO.
001100 01  WS-NEW-HOME               PIC S9(11)V99 COMP-3 VALUE ZERO.
001110 01  WS-DELTA                  PIC S9(11)V99 COMP-3 VALUE ZERO.
001120 01  WS-ABS-DELTA              PIC S9(11)V99 COMP-3 VALUE ZERO.
001125 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

001130 01  WS-CONSTANTS.
001140     05  WS-HOME-CURRENCY      PIC X(03)  VALUE 'USD'.
001240         10  WS-RT-EFF-DATE     PIC 9(08).
001250         10  WS-RT-RATE         PIC S9(3)V9(6) COMP-3.

001251*----------------------------------------------------------------
001252*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001253*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001254*    CARD (COPY PERCTL).
001255*----------------------------------------------------------------
001256 01  WS-PERIOD-TABLE.
001257     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001258                     DEPENDING ON WS-FP-COUNT.
001259         10  WS-FP-PERIOD-ID    PIC 9(06).
001260         10  WS-FP-START-DATE   PIC 9(08).
001261         10  WS-FP-END-DATE     PIC 9(08).
001262         10  WS-FP-STATUS       PIC X(01).
001263             88  WS-FP-OPEN               VALUE 'O'.
001264             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001265 01  WS-PERIOD-FIELDS.
001266     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001267     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001268     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001269     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001270     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001271     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001272     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001273         88  WS-ROLL-FORWARD             VALUE 'F'.
001274     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001275         88  WS-FINANCE-RUN              VALUE 'Y'.
001276     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001277         88  PERCAL-EOF                  VALUE 'Y'.
001278     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001279         88  WS-CALENDAR-BAD             VALUE 'Y'.
001280     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001281         88  WS-PERIOD-FOUND             VALUE 'Y'.
001282     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001283         88  WS-PERIOD-POST              VALUE 'P'.
001284         88  WS-PERIOD-ROLLED            VALUE 'F'.
001285         88  WS-PERIOD-REJECT            VALUE 'R'.

001286*----------------------------------------------------------------
001287*    UNREALIZED GAIN/LOSS ACCUMULATORS FOR THE REPORT, PER
001288*    CURRENCY AND PER VENDOR, IN FIRST-SEEN ORDER.  A GAIN IS
001290*    NEGATIVE (THE LIABILITY SHRANK), A LOSS POSITIVE.
001300*----------------------------------------------------------------
001310 01  WS-CCY-TOTALS.
001610*---------------------------------------------------------------*
001620 0000-MAINLINE.
001630*---------------------------------------------------------------*
001633     PERFORM 9700-LOG-STEP-START
001636          THRU 9700-LOG-STEP-START-EXIT.
001640     PERFORM 1000-INITIALIZE
001650          THRU 1000-INITIALIZE-EXIT.
001660     PERFORM 2000-TALLY-INVOICE
001770          THRU 8000-PRINT-REPORT-EXIT.
001780     PERFORM 9000-TERMINATE
001790          THRU 9000-TERMINATE-EXIT.
001793     PERFORM 9710-LOG-STEP-END
001796          THRU 9710-LOG-STEP-END-EXIT.
001800     GOBACK.

001810*---------------------------------------------------------------*
001830*---------------------------------------------------------------*
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001850     ACCEPT WS-RUN-TIME FROM TIME.
001851     PERFORM 1500-LOAD-PERIOD-CALENDAR
001852          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
001853     IF WS-CALENDAR-BAD
001854         DISPLAY 'FXREVAL - PERIOD CALENDAR UNUSABLE - '
001855                 'FAILING THE STEP'
001856         MOVE 16 TO RETURN-CODE
001857         PERFORM 9710-LOG-STEP-END
001858              THRU 9710-LOG-STEP-END-EXIT
001860         GOBACK
001862     END-IF.
001864     PERFORM 1600-SET-POSTING-DATE
001866          THRU 1600-SET-POSTING-DATE-EXIT.
001868     OPEN INPUT  RATE-TABLE
001870          I-O    INVOICE-MASTER
001880          OUTPUT JOURNAL-OUT
001886                 REPORT-OUT
001892                 REJECT-OUT.
001900     PERFORM 1100-LOAD-RATE-TABLE
001910          THRU 1100-LOAD-RATE-TABLE-EXIT
001920          UNTIL RATE-EOF.
002470     EXIT.

002480*---------------------------------------------------------------*
002481*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
002482*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
002483*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
002484*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
002485*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
002486*---------------------------------------------------------------*
002487 1500-LOAD-PERIOD-CALENDAR.
002488*---------------------------------------------------------------*
002489     OPEN INPUT PERIOD-CONTROL-IN.
002490     READ PERIOD-CONTROL-IN
002491         AT END
002492             DISPLAY 'FXREVAL - NO PERIOD CONTROL CARD, CLOSED-'
002493                     'PERIOD POSTINGS WILL BE REJECTED'
002494         NOT AT END
002495             PERFORM 1520-TAKE-PERIOD-CARD
002496                  THRU 1520-TAKE-PERIOD-CARD-EXIT
002497     END-READ.
002498     CLOSE PERIOD-CONTROL-IN.
002499     OPEN INPUT PERIOD-CALENDAR.
002500     PERFORM 1510-LOAD-PERIOD-ENTRY
002501          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
002502          UNTIL PERCAL-EOF
002503             OR WS-CALENDAR-BAD.
002504     CLOSE PERIOD-CALENDAR.
002505     IF WS-FP-COUNT = ZERO
002506         DISPLAY 'FXREVAL - PERIOD CALENDAR IS EMPTY'
002507         SET WS-CALENDAR-BAD TO TRUE
002508     END-IF.
002509 1500-LOAD-PERIOD-CALENDAR-EXIT.
002510     EXIT.

002511 1510-LOAD-PERIOD-ENTRY.
002512     READ PERIOD-CALENDAR
002513         AT END
002514             SET PERCAL-EOF TO TRUE
002515             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002516     END-READ.
002517     IF WS-FP-COUNT NOT < 240
002518         DISPLAY 'FXREVAL - PERIOD TABLE FULL AT PERIOD '
002519                 FP-PERIOD-ID
002520         SET WS-CALENDAR-BAD TO TRUE
002521         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002522     END-IF.
002523     IF FP-START-DATE NOT NUMERIC
002524        OR FP-END-DATE NOT NUMERIC
002525        OR FP-END-DATE < FP-START-DATE
002526         DISPLAY 'FXREVAL - PERIOD ' FP-PERIOD-ID
002527                 ' HAS UNUSABLE DATES'
002528         SET WS-CALENDAR-BAD TO TRUE
002529         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002530     END-IF.
002531     IF WS-FP-COUNT > ZERO
002532        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
002533         DISPLAY 'FXREVAL - PERIOD ' FP-PERIOD-ID
002534                 ' OVERLAPS OR IS OUT OF SEQUENCE'
002535         SET WS-CALENDAR-BAD TO TRUE
002536         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002537     END-IF.
002538     ADD 1 TO WS-FP-COUNT.
002539     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
002540     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
002541     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
002542     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
002543 1510-LOAD-PERIOD-ENTRY-EXIT.
002544     EXIT.

002545 1520-TAKE-PERIOD-CARD.
002546     IF PC-ROLL-FORWARD
002547         MOVE 'F' TO WS-CLOSED-ACTION
002548     ELSE
002549         IF NOT PC-REJECT-POSTING
002550             DISPLAY 'FXREVAL - CLOSED-PERIOD ACTION '
002551                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
002552         END-IF
002553     END-IF.
002554     IF PC-FINANCE-RUN
002555         MOVE 'Y' TO WS-FINANCE-SW
002556     END-IF.
002557     IF PC-POSTING-DATE NUMERIC
002558         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
002559     END-IF.
002560 1520-TAKE-PERIOD-CARD-EXIT.
002561     EXIT.

002562*---------------------------------------------------------------*
002563*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
002564*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
002565*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
002566*    REJECTED, EVERY POSTING GOES TO THE REJECT LOG.            *
002567*---------------------------------------------------------------*
002568 1600-SET-POSTING-DATE.
002569*---------------------------------------------------------------*
002570     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
002571     IF WS-CARD-POSTING-DATE > ZERO
002572         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
002573     END-IF.
002574     DISPLAY 'FXREVAL - POSTING DATE REQUESTED....: '
002575              WS-POSTING-DATE.
002576     PERFORM 8500-CHECK-POSTING-PERIOD
002577          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
002578     EVALUATE TRUE
002579         WHEN WS-PERIOD-POST
002580             DISPLAY 'FXREVAL - POSTING INTO PERIOD.......: '
002581                      WS-POSTING-PERIOD
002582         WHEN WS-PERIOD-ROLLED
002583             DISPLAY 'FXREVAL - PERIOD CLOSED, ROLLED TO..: '
002584                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
002585         WHEN OTHER
002586             DISPLAY 'FXREVAL - ALL POSTINGS REJECTED.....: '
002587                      WS-PERIOD-REASON
002588     END-EVALUATE.
002589 1600-SET-POSTING-DATE-EXIT.
002590     EXIT.

002591*---------------------------------------------------------------*
002592*    FIRST PASS - ACCUMULATE THE LINE COUNT AND HASH TOTAL FOR    *
002593*    THE BATCH HEADER, WITH THE SAME ARITHMETIC THE SECOND PASS   *
002594*    POSTS.  NOTHING IS REWRITTEN ON THIS PASS.                   *
002595*---------------------------------------------------------------*
002596 2000-TALLY-INVOICE.
002597*---------------------------------------------------------------*
002598     ADD 1 TO WS-INVOICES-READ.
002599     PERFORM 3000-COMPUTE-DELTA
002600          THRU 3000-COMPUTE-DELTA-EXIT.
002601     IF WS-RATE-FOUND AND WS-DELTA NOT = ZERO
002602        AND NOT WS-PERIOD-REJECT
002603         ADD 2 TO WS-LINE-COUNT
002604         ADD WS-ABS-DELTA TO WS-HASH-TOTAL
002610         ADD WS-ABS-DELTA TO WS-HASH-TOTAL
002620     END-IF.
002630     READ INVOICE-MASTER
003380*---------------------------------------------------------------*
003390*    SECOND PASS - WRITE THE JOURNAL PAIR, ROLL THE MOVEMENT      *
003400*    INTO THE REPORT ACCUMULATORS, AND BRING THE CARRYING VALUE   *
003405*    ON THE MASTER CURRENT.  WHEN THE POSTING PERIOD IS           *
003410*    REJECTED, AN INVOICE THAT WOULD HAVE MOVED GOES TO THE       *
003415*    REJECT LOG INSTEAD AND KEEPS ITS CARRYING VALUE.             *
003420*---------------------------------------------------------------*
003430 6000-REVALUE-INVOICE.
003440*---------------------------------------------------------------*
003530             ADD 1 TO WS-INVOICES-NO-RATE
003540         WHEN WS-DELTA = ZERO
003550             ADD 1 TO WS-INVOICES-NO-MOVE
003551         WHEN WS-PERIOD-REJECT
003552             ADD 1 TO WS-INVOICES-REJECTED
003553             MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
003554             PERFORM 8400-LOG-REJECT
003555                  THRU 8400-LOG-REJECT-EXIT
003560         WHEN OTHER
003570             ADD 1 TO WS-INVOICES-REVALUED
003580             PERFORM 6100-WRITE-JOURNAL-PAIR
003910     MOVE SPACES          TO GL-DEPT-CODE.
003920     MOVE WS-ABS-DELTA    TO GL-AMOUNT.
003930     MOVE WS-HOME-CURRENCY TO GL-CURRENCY.
003940     MOVE WS-POSTING-DATE TO GL-POSTING-DATE.
003950     ADD 1 TO WS-LINES-WRITTEN.
003960     WRITE GL-JOURNAL-RECORD.
003970     MOVE SPACES          TO GL-JOURNAL-RECORD.
004050     MOVE SPACES          TO GL-DEPT-CODE.
004060     MOVE WS-ABS-DELTA    TO GL-AMOUNT.
004070     MOVE WS-HOME-CURRENCY TO GL-CURRENCY.
004080     MOVE WS-POSTING-DATE TO GL-POSTING-DATE.
004090     ADD 1 TO WS-LINES-WRITTEN.
004100     WRITE GL-JOURNAL-RECORD.
004110 6100-WRITE-JOURNAL-PAIR-EXIT.
005140     EXIT.

005150*---------------------------------------------------------------*
005151 8400-LOG-REJECT.
005152*---------------------------------------------------------------*
005153     DISPLAY 'FXREVAL - REVALUATION REJECTED FOR INVOICE '
005154             INVOICE-ID ': ' WS-REJECT-REASON.
005155     MOVE SPACES              TO REJECT-RECORD.
005156     MOVE 'FXREVAL'           TO RJ-SOURCE-FILE.
005157     MOVE INVOICE-ID          TO RJ-KEY-FIELD.
005158     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
005159     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
005160     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
005161     WRITE REJECT-RECORD.
005162 8400-LOG-REJECT-EXIT.
005163     EXIT.

005164*---------------------------------------------------------------*
005165*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
005166*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
005167*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
005168*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
005169*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
005170*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
005171*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
005172*---------------------------------------------------------------*
005173 8500-CHECK-POSTING-PERIOD.
005174*---------------------------------------------------------------*
005175     MOVE 'P'    TO WS-PERIOD-RESULT.
005176     MOVE SPACES TO WS-PERIOD-REASON.
005177     MOVE ZERO   TO WS-POSTING-PERIOD.
005178     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
005179     PERFORM 8510-SCAN-PERIOD-ENTRY
005180          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
005181          VARYING WS-FP-NDX FROM 1 BY 1
005182          UNTIL WS-FP-NDX > WS-FP-COUNT
005183             OR WS-PERIOD-FOUND.
005184     IF NOT WS-PERIOD-FOUND
005185         MOVE 'R' TO WS-PERIOD-RESULT
005186         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
005187           TO WS-PERIOD-REASON
005188         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005189     END-IF.
005190*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
005191*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
005192     SUBTRACT 1 FROM WS-FP-NDX.
005193     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
005194     IF WS-FP-OPEN (WS-FP-NDX)
005195        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
005196         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005197     END-IF.
005198     MOVE 'R' TO WS-PERIOD-RESULT.
005199     IF NOT WS-ROLL-FORWARD
005200         STRING 'PERIOD ' WS-POSTING-PERIOD
005201                ' CLOSED TO POSTING'
005202                DELIMITED BY SIZE INTO WS-PERIOD-REASON
005203         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005204     END-IF.
005205     MOVE 'N' TO WS-PERIOD-FOUND-SW.
005206     ADD 1 TO WS-FP-NDX.
005207     PERFORM 8520-SCAN-OPEN-PERIOD
005208          THRU 8520-SCAN-OPEN-PERIOD-EXIT
005209          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
005210          UNTIL WS-FP-NDX > WS-FP-COUNT
005211             OR WS-PERIOD-FOUND.
005212     IF NOT WS-PERIOD-FOUND
005213         STRING 'PERIOD ' WS-POSTING-PERIOD
005214                ' CLOSED, NO LATER PERIOD OPEN'
005215                DELIMITED BY SIZE INTO WS-PERIOD-REASON
005216         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
005217     END-IF.
005218     SUBTRACT 1 FROM WS-FP-NDX.
005219     MOVE 'F' TO WS-PERIOD-RESULT.
005220     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
005221     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
005222 8500-CHECK-POSTING-PERIOD-EXIT.
005223     EXIT.

005224 8510-SCAN-PERIOD-ENTRY.
005225     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
005226        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
005227         SET WS-PERIOD-FOUND TO TRUE
005228     END-IF.
005229 8510-SCAN-PERIOD-ENTRY-EXIT.
005230     EXIT.

005231 8520-SCAN-OPEN-PERIOD.
005232     IF WS-FP-OPEN (WS-FP-NDX)
005233        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
005234         SET WS-PERIOD-FOUND TO TRUE
005235     END-IF.
005236 8520-SCAN-OPEN-PERIOD-EXIT.
005237     EXIT.

005238*---------------------------------------------------------------*
005239 9000-TERMINATE.
005240*---------------------------------------------------------------*
005241     DISPLAY 'FXREVAL - INVOICES READ.........: '
005242              WS-INVOICES-READ.
005243     DISPLAY 'FXREVAL - INVOICES REVALUED.....: '
005244              WS-INVOICES-REVALUED.
005245     DISPLAY 'FXREVAL - OPEN BUT NO RATE......: '
005246              WS-INVOICES-NO-RATE.
005247     DISPLAY 'FXREVAL - NO MOVEMENT...........: '
005250              WS-INVOICES-NO-MOVE.
005253     DISPLAY 'FXREVAL - REJECTED PERIOD CLOSED: '
005256              WS-INVOICES-REJECTED.
005260     DISPLAY 'FXREVAL - JOURNAL LINES WRITTEN.: '
005270              WS-LINES-WRITTEN.
005280     DISPLAY 'FXREVAL - HEADER LINE COUNT.....: '
005290              WS-LINE-COUNT.
005300     CLOSE INVOICE-MASTER JOURNAL-OUT REPORT-OUT REJECT-OUT.
005310 9000-TERMINATE-EXIT.
005320     EXIT.

005330*---------------------------------------------------------------*
005340*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005350*---------------------------------------------------------------*
005360 9700-LOG-STEP-START.
005370*---------------------------------------------------------------*
005380     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005390     MOVE 'FXREVAL'         TO EX-JOB-NAME.
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
005590     MOVE 'FXREVAL'         TO EX-JOB-NAME.
005600     SET EX-STEP-END        TO TRUE.
005610     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005620     ACCEPT EX-RUN-TIME FROM TIME.
005630     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
005640     MOVE WS-LINES-WRITTEN  TO EX-RECORDS-WRITTEN.
005650     MOVE WS-INVOICES-REJECTED TO EX-REJECT-COUNT.
005660     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005670     OPEN EXTEND EXEC-LOG-OUT.
005680     WRITE EXECUTION-LOG-RECORD.
005690     CLOSE EXEC-LOG-OUT.
005700 9710-LOG-STEP-END-EXIT.
005710     EXIT.
