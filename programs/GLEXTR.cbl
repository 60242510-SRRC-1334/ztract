000210*                   EXTRACT FROM THE DEPARTMENTAL ALLOCATIONS ON
000220*                   APPROVED INVOICES, REPLACING THE MONTH-END
000230*                   REKEYING OF DEPTRPT'S NUMBERS INTO THE GL.
000232*  2026-10-15 JLH   POSTING DATE CHECKED AGAINST THE FISCAL PERIOD
000234*                   CALENDAR AT START-UP - A CLOSED PERIOD ROLLS
000236*                   FORWARD OR REJECTS THE BATCH TO THE REJECT
000238*                   LOG, AS SET ON THE PERIOD CONTROL CARD.
000239*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000241*                   TO THE COMMON EXECUTION LOG FOR THE
000243*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000245*****************************************************************
000250*  REMARKS.
000260*      READS THE INVOICE FILE AND, FOR EVERY INV-APPROVED
000270*      INVOICE, WRITES ONE BALANCED JOURNAL ENTRY (COPY GLJRNL)
000440*      BUILT ON A FIRST PASS OF THE INVOICE FILE AND THE LINES
000450*      ON A SECOND - THE SAME ARITHMETIC BOTH TIMES, SO THE
000460*      TOTALS CANNOT DRIFT FROM THE LINES.
000461*
000462*      THE LINES ARE DATED THE RUN DATE, OR THE POSTING DATE ON
000463*      THE PERIOD CONTROL CARD (COPY PERCTL), CHECKED ONCE AT
000464*      START-UP AGAINST THE FISCAL PERIOD CALENDAR (COPY
000465*      FISCPER).  A CLOSED PERIOD EITHER ROLLS THE DATE FORWARD
000466*      TO THE START OF THE FIRST OPEN PERIOD OR, BY DEFAULT,
000467*      SENDS EVERY INVOICE THAT WOULD HAVE POSTED TO THE REJECT
000468*      LOG INSTEAD AND LEAVES AN EMPTY BATCH.
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT JOURNAL-OUT   ASSIGN TO GLOUT
000570            ORGANIZATION IS SEQUENTIAL.
000571     SELECT REJECT-OUT    ASSIGN TO REJOUT
000572            ORGANIZATION IS SEQUENTIAL.
000573     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000574            ORGANIZATION IS SEQUENTIAL.
000575     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000576            ORGANIZATION IS SEQUENTIAL.
000577     SELECT OPTIONAL
000578            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000579            ORGANIZATION IS SEQUENTIAL
000582            FILE STATUS IS WS-EXECLOG-STATUS.

000585 DATA DIVISION.
000590 FILE SECTION.
000600 FD  INVOICE-IN
000610     LABEL RECORDS ARE STANDARD.
000640     LABEL RECORDS ARE STANDARD.
000650 COPY GLJRNL.

000651 FD  REJECT-OUT
000652     LABEL RECORDS ARE STANDARD.
000653 COPY REJCREC.

000654 FD  PERIOD-CONTROL-IN
000655     LABEL RECORDS ARE STANDARD.
000656 COPY PERCTL.

000657 FD  PERIOD-CALENDAR
000658     LABEL RECORDS ARE STANDARD.
000659 COPY FISCPER.

000660 FD  EXEC-LOG-OUT
000661     LABEL RECORDS ARE STANDARD.
000662 COPY EXECLOG.

000663 WORKING-STORAGE SECTION.
000665 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000670 01  WS-SWITCHES.
000680     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
000690         88  INVOICE-EOF                  VALUE 'Y'.
000720     05  WS-INVOICES-POSTED    PIC 9(09)  VALUE ZERO.
000730     05  WS-INVOICES-SKIPPED   PIC 9(09)  VALUE ZERO.
000740     05  WS-INVOICES-NO-RATE   PIC 9(09)  VALUE ZERO.
000745     05  WS-INVOICES-REJECTED  PIC 9(09)  VALUE ZERO.
000750     05  WS-LINES-WRITTEN      PIC 9(09)  VALUE ZERO.
000760     05  WS-LINE-COUNT         PIC 9(09)  VALUE ZERO.
000770     05  WS-DEPT-IX            PIC 9(02)  VALUE ZERO.
000800 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
000810 01  WS-HASH-TOTAL             PIC S9(15)V99 COMP-3 VALUE ZERO.
000820 01  WS-CONV-FACTOR            PIC S9(03)V9(06) COMP-3 VALUE ZERO.
000825 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

000830 01  WS-CONSTANTS.
000840     05  WS-HOME-CURRENCY      PIC X(03)  VALUE 'USD'.
000930     05  WS-ENTRY-RAW-AMT      PIC S9(11)V99 COMP-3.
000940     05  WS-ENTRY-CREDIT       PIC S9(11)V99 COMP-3.

000941*----------------------------------------------------------------
000942*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
000943*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
000944*    CARD (COPY PERCTL).
000945*----------------------------------------------------------------
000946 01  WS-PERIOD-TABLE.
000947     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
000948                     DEPENDING ON WS-FP-COUNT.
000949         10  WS-FP-PERIOD-ID    PIC 9(06).
000950         10  WS-FP-START-DATE   PIC 9(08).
000951         10  WS-FP-END-DATE     PIC 9(08).
000952         10  WS-FP-STATUS       PIC X(01).
000953             88  WS-FP-OPEN               VALUE 'O'.
000954             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

000955 01  WS-PERIOD-FIELDS.
000956     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
000957     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
000958     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
000959     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
000960     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
000961     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
000962     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
000963         88  WS-ROLL-FORWARD             VALUE 'F'.
000964     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
000965         88  WS-FINANCE-RUN              VALUE 'Y'.
000966     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
000967         88  PERCAL-EOF                  VALUE 'Y'.
000968     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
000969         88  WS-CALENDAR-BAD             VALUE 'Y'.
000970     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
000971         88  WS-PERIOD-FOUND             VALUE 'Y'.
000972     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
000973         88  WS-PERIOD-POST              VALUE 'P'.
000974         88  WS-PERIOD-ROLLED            VALUE 'F'.
000975         88  WS-PERIOD-REJECT            VALUE 'R'.

000976 PROCEDURE DIVISION.
000977*---------------------------------------------------------------*
000978 0000-MAINLINE.
000980*---------------------------------------------------------------*
000983     PERFORM 9700-LOG-STEP-START
000986          THRU 9700-LOG-STEP-START-EXIT.
000990     PERFORM 1000-INITIALIZE
001000          THRU 1000-INITIALIZE-EXIT.
001010     PERFORM 2000-TALLY-INVOICE
001100          UNTIL INVOICE-EOF.
001110     PERFORM 9000-TERMINATE
001120          THRU 9000-TERMINATE-EXIT.
001123     PERFORM 9710-LOG-STEP-END
001126          THRU 9710-LOG-STEP-END-EXIT.
001130     GOBACK.

001140*---------------------------------------------------------------*
001160*---------------------------------------------------------------*
001170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001180     ACCEPT WS-RUN-TIME FROM TIME.
001181     PERFORM 1500-LOAD-PERIOD-CALENDAR
001182          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
001183     IF WS-CALENDAR-BAD
001184         DISPLAY 'GLEXTR - PERIOD CALENDAR UNUSABLE - '
001185                 'FAILING THE STEP'
001186         MOVE 16 TO RETURN-CODE
001187         PERFORM 9710-LOG-STEP-END
001188              THRU 9710-LOG-STEP-END-EXIT
001189         GOBACK
001190     END-IF.
001191     PERFORM 1600-SET-POSTING-DATE
001192          THRU 1600-SET-POSTING-DATE-EXIT.
001193     OPEN INPUT  INVOICE-IN
001196          OUTPUT JOURNAL-OUT
001202                 REJECT-OUT.
001210     READ INVOICE-IN
001220         AT END SET INVOICE-EOF TO TRUE
001230     END-READ.
001250     EXIT.

001260*---------------------------------------------------------------*
001261*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
001262*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
001263*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
001264*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
001265*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
001266*---------------------------------------------------------------*
001267 1500-LOAD-PERIOD-CALENDAR.
001268*---------------------------------------------------------------*
001269     OPEN INPUT PERIOD-CONTROL-IN.
001270     READ PERIOD-CONTROL-IN
001271         AT END
001272             DISPLAY 'GLEXTR - NO PERIOD CONTROL CARD, CLOSED-'
001273                     'PERIOD POSTINGS WILL BE REJECTED'
001274         NOT AT END
001275             PERFORM 1520-TAKE-PERIOD-CARD
001276                  THRU 1520-TAKE-PERIOD-CARD-EXIT
001277     END-READ.
001278     CLOSE PERIOD-CONTROL-IN.
001279     OPEN INPUT PERIOD-CALENDAR.
001280     PERFORM 1510-LOAD-PERIOD-ENTRY
001281          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
001282          UNTIL PERCAL-EOF
001283             OR WS-CALENDAR-BAD.
001284     CLOSE PERIOD-CALENDAR.
001285     IF WS-FP-COUNT = ZERO
001286         DISPLAY 'GLEXTR - PERIOD CALENDAR IS EMPTY'
001287         SET WS-CALENDAR-BAD TO TRUE
001288     END-IF.
001289 1500-LOAD-PERIOD-CALENDAR-EXIT.
001290     EXIT.

001291 1510-LOAD-PERIOD-ENTRY.
001292     READ PERIOD-CALENDAR
001293         AT END
001294             SET PERCAL-EOF TO TRUE
001295             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001296     END-READ.
001297     IF WS-FP-COUNT NOT < 240
001298         DISPLAY 'GLEXTR - PERIOD TABLE FULL AT PERIOD '
001299                 FP-PERIOD-ID
001300         SET WS-CALENDAR-BAD TO TRUE
001301         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001302     END-IF.
001303     IF FP-START-DATE NOT NUMERIC
001304        OR FP-END-DATE NOT NUMERIC
001305        OR FP-END-DATE < FP-START-DATE
001306         DISPLAY 'GLEXTR - PERIOD ' FP-PERIOD-ID
001307                 ' HAS UNUSABLE DATES'
001308         SET WS-CALENDAR-BAD TO TRUE
001309         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001310     END-IF.
001311     IF WS-FP-COUNT > ZERO
001312        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
001313         DISPLAY 'GLEXTR - PERIOD ' FP-PERIOD-ID
001314                 ' OVERLAPS OR IS OUT OF SEQUENCE'
001315         SET WS-CALENDAR-BAD TO TRUE
001316         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001317     END-IF.
001318     ADD 1 TO WS-FP-COUNT.
001319     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
001320     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
001321     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
001322     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
001323 1510-LOAD-PERIOD-ENTRY-EXIT.
001324     EXIT.

001325 1520-TAKE-PERIOD-CARD.
001326     IF PC-ROLL-FORWARD
001327         MOVE 'F' TO WS-CLOSED-ACTION
001328     ELSE
001329         IF NOT PC-REJECT-POSTING
001330             DISPLAY 'GLEXTR - CLOSED-PERIOD ACTION '
001331                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
001332         END-IF
001333     END-IF.
001334     IF PC-FINANCE-RUN
001335         MOVE 'Y' TO WS-FINANCE-SW
001336     END-IF.
001337     IF PC-POSTING-DATE NUMERIC
001338         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
001339     END-IF.
001340 1520-TAKE-PERIOD-CARD-EXIT.
001341     EXIT.

001342*---------------------------------------------------------------*
001343*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
001344*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
001345*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
001346*    REJECTED, EVERY POSTING GOES TO THE REJECT LOG.            *
001347*---------------------------------------------------------------*
001348 1600-SET-POSTING-DATE.
001349*---------------------------------------------------------------*
001350     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
001351     IF WS-CARD-POSTING-DATE > ZERO
001352         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
001353     END-IF.
001354     DISPLAY 'GLEXTR - POSTING DATE REQUESTED....: '
001355              WS-POSTING-DATE.
001356     PERFORM 8500-CHECK-POSTING-PERIOD
001357          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
001358     EVALUATE TRUE
001359         WHEN WS-PERIOD-POST
001360             DISPLAY 'GLEXTR - POSTING INTO PERIOD.......: '
001361                      WS-POSTING-PERIOD
001362         WHEN WS-PERIOD-ROLLED
001363             DISPLAY 'GLEXTR - PERIOD CLOSED, ROLLED TO..: '
001364                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
001365         WHEN OTHER
001366             DISPLAY 'GLEXTR - ALL POSTINGS REJECTED.....: '
001367                      WS-PERIOD-REASON
001368     END-EVALUATE.
001369 1600-SET-POSTING-DATE-EXIT.
001370     EXIT.

001371*---------------------------------------------------------------*
001372*    FIRST PASS - ACCUMULATE THE LINE COUNT AND HASH TOTAL FOR   *
001373*    THE BATCH HEADER.                                           *
001374*---------------------------------------------------------------*
001375 2000-TALLY-INVOICE.
001376*---------------------------------------------------------------*
001377     ADD 1 TO WS-INVOICES-READ.
001378     IF INV-APPROVED AND NOT CONV-RATE-NOT-FOUND
001379         IF NOT WS-PERIOD-REJECT
001380             PERFORM 3000-COMPUTE-INVOICE-ENTRY
001381                  THRU 3000-COMPUTE-INVOICE-ENTRY-EXIT
001382             ADD DEPT-COUNT TO WS-LINE-COUNT
001383             ADD 1          TO WS-LINE-COUNT
001384             PERFORM 2100-HASH-ONE-DEBIT
001386                  THRU 2100-HASH-ONE-DEBIT-EXIT
001394                  VARYING WS-DEPT-IX FROM 1 BY 1
001402                  UNTIL WS-DEPT-IX > DEPT-COUNT
001410             ADD WS-ENTRY-CREDIT TO WS-HASH-TOTAL
001418         END-IF
001430     ELSE
001440         IF INV-APPROVED
001450             ADD 1 TO WS-INVOICES-NO-RATE
002150*---------------------------------------------------------------*
002160*    SECOND PASS - WRITE THE JOURNAL LINES, RECOMPUTED WITH THE  *
002170*    SAME ARITHMETIC THE HEADER TOTALS CAME FROM.                *
002180*    WHEN THE POSTING PERIOD IS REJECTED, EACH INVOICE THAT      *
002183*    WOULD HAVE POSTED GOES TO THE REJECT LOG INSTEAD.           *
002186*---------------------------------------------------------------*
002190 6000-POST-INVOICE.
002200*---------------------------------------------------------------*
002210     IF INV-APPROVED AND NOT CONV-RATE-NOT-FOUND
002215         IF WS-PERIOD-REJECT
002220             ADD 1 TO WS-INVOICES-REJECTED
002225             MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
002230             PERFORM 8010-LOG-REJECT
002235                  THRU 8010-LOG-REJECT-EXIT
002240         ELSE
002245             ADD 1 TO WS-INVOICES-POSTED
002250             PERFORM 3000-COMPUTE-INVOICE-ENTRY
002255                  THRU 3000-COMPUTE-INVOICE-ENTRY-EXIT
002260             PERFORM 6100-WRITE-DEBIT-LINE
002265                  THRU 6100-WRITE-DEBIT-LINE-EXIT
002270                  VARYING WS-DEPT-IX FROM 1 BY 1
002275                  UNTIL WS-DEPT-IX > DEPT-COUNT
002280             PERFORM 6200-WRITE-CREDIT-LINE
002285                  THRU 6200-WRITE-CREDIT-LINE-EXIT
002290         END-IF
002310     ELSE
002320         IF NOT INV-APPROVED
002330             ADD 1 TO WS-INVOICES-SKIPPED
002460     MOVE DEPT-CODE (WS-DEPT-IX) TO GL-DEPT-CODE.
002470     MOVE WS-ENTRY-DEPT-AMT (WS-DEPT-IX) TO GL-AMOUNT.
002480     MOVE WS-HOME-CURRENCY TO GL-CURRENCY.
002490     MOVE WS-POSTING-DATE TO GL-POSTING-DATE.
002500     ADD 1 TO WS-LINES-WRITTEN.
002510     WRITE GL-JOURNAL-RECORD.
002520 6100-WRITE-DEBIT-LINE-EXIT.
002590     MOVE SPACES          TO GL-DEPT-CODE.
002600     MOVE WS-ENTRY-CREDIT TO GL-AMOUNT.
002610     MOVE WS-HOME-CURRENCY TO GL-CURRENCY.
002620     MOVE WS-POSTING-DATE TO GL-POSTING-DATE.
002630     ADD 1 TO WS-LINES-WRITTEN.
002640     WRITE GL-JOURNAL-RECORD.
002650 6200-WRITE-CREDIT-LINE-EXIT.
002660     EXIT.

002670*---------------------------------------------------------------*
002671 8010-LOG-REJECT.
002672*---------------------------------------------------------------*
002673     DISPLAY 'GLEXTR - POSTING REJECTED FOR INVOICE '
002674             INVOICE-ID ': ' WS-REJECT-REASON.
002675     MOVE SPACES              TO REJECT-RECORD.
002676     MOVE 'GLEXTR'            TO RJ-SOURCE-FILE.
002677     MOVE INVOICE-ID          TO RJ-KEY-FIELD.
002678     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002679     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002680     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002681     WRITE REJECT-RECORD.
002682 8010-LOG-REJECT-EXIT.
002683     EXIT.

002684*---------------------------------------------------------------*
002685*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
002686*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
002687*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
002688*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
002689*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
002690*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
002691*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
002692*---------------------------------------------------------------*
002693 8500-CHECK-POSTING-PERIOD.
002694*---------------------------------------------------------------*
002695     MOVE 'P'    TO WS-PERIOD-RESULT.
002696     MOVE SPACES TO WS-PERIOD-REASON.
002697     MOVE ZERO   TO WS-POSTING-PERIOD.
002698     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
002699     PERFORM 8510-SCAN-PERIOD-ENTRY
002700          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
002701          VARYING WS-FP-NDX FROM 1 BY 1
002702          UNTIL WS-FP-NDX > WS-FP-COUNT
002703             OR WS-PERIOD-FOUND.
002704     IF NOT WS-PERIOD-FOUND
002705         MOVE 'R' TO WS-PERIOD-RESULT
002706         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
002707           TO WS-PERIOD-REASON
002708         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002709     END-IF.
002710*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002711*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002712     SUBTRACT 1 FROM WS-FP-NDX.
002713     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
002714     IF WS-FP-OPEN (WS-FP-NDX)
002715        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
002716         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002717     END-IF.
002718     MOVE 'R' TO WS-PERIOD-RESULT.
002719     IF NOT WS-ROLL-FORWARD
002720         STRING 'PERIOD ' WS-POSTING-PERIOD
002721                ' CLOSED TO POSTING'
002722                DELIMITED BY SIZE INTO WS-PERIOD-REASON
002723         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002724     END-IF.
002725     MOVE 'N' TO WS-PERIOD-FOUND-SW.
002726     ADD 1 TO WS-FP-NDX.
002727     PERFORM 8520-SCAN-OPEN-PERIOD
002728          THRU 8520-SCAN-OPEN-PERIOD-EXIT
002729          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
002730          UNTIL WS-FP-NDX > WS-FP-COUNT
002731             OR WS-PERIOD-FOUND.
002732     IF NOT WS-PERIOD-FOUND
002733         STRING 'PERIOD ' WS-POSTING-PERIOD
002734                ' CLOSED, NO LATER PERIOD OPEN'
002735                DELIMITED BY SIZE INTO WS-PERIOD-REASON
002736         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002737     END-IF.
002738     SUBTRACT 1 FROM WS-FP-NDX.
002739     MOVE 'F' TO WS-PERIOD-RESULT.
002740     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
002741     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
002742 8500-CHECK-POSTING-PERIOD-EXIT.
002743     EXIT.

002744 8510-SCAN-PERIOD-ENTRY.
002745     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
002746        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
002747         SET WS-PERIOD-FOUND TO TRUE
002748     END-IF.
002749 8510-SCAN-PERIOD-ENTRY-EXIT.
002750     EXIT.

002751 8520-SCAN-OPEN-PERIOD.
002752     IF WS-FP-OPEN (WS-FP-NDX)
002753        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
002754         SET WS-PERIOD-FOUND TO TRUE
002755     END-IF.
002756 8520-SCAN-OPEN-PERIOD-EXIT.
002757     EXIT.

002758*---------------------------------------------------------------*
002759 9000-TERMINATE.
002760*---------------------------------------------------------------*
002761     DISPLAY 'GLEXTR - INVOICES READ..........: '
002762              WS-INVOICES-READ.
002763     DISPLAY 'GLEXTR - INVOICES POSTED........: '
002764              WS-INVOICES-POSTED.
002765     DISPLAY 'GLEXTR - INVOICES NOT APPROVED..: '
002766              WS-INVOICES-SKIPPED.
002767     DISPLAY 'GLEXTR - APPROVED BUT NO RATE...: '
002770              WS-INVOICES-NO-RATE.
002773     DISPLAY 'GLEXTR - REJECTED, PERIOD CLOSED: '
002776              WS-INVOICES-REJECTED.
002780     DISPLAY 'GLEXTR - JOURNAL LINES WRITTEN..: '
002790              WS-LINES-WRITTEN.
002800     DISPLAY 'GLEXTR - HEADER LINE COUNT......: '
002810              WS-LINE-COUNT.
002820     CLOSE INVOICE-IN JOURNAL-OUT REJECT-OUT.
002830 9000-TERMINATE-EXIT.
002840     EXIT.

002850*---------------------------------------------------------------*
002860*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002870*---------------------------------------------------------------*
002880 9700-LOG-STEP-START.
002890*---------------------------------------------------------------*
002900     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002910     MOVE 'GLEXTR'          TO EX-JOB-NAME.
002920     SET EX-STEP-START      TO TRUE.
002930     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002940     ACCEPT EX-RUN-TIME FROM TIME.
002950     MOVE ZERO              TO EX-RECORDS-READ
002960                               EX-RECORDS-WRITTEN
002970                               EX-REJECT-COUNT
002980                               EX-COMPLETION-CODE.
002990     OPEN EXTEND EXEC-LOG-OUT.
003000     WRITE EXECUTION-LOG-RECORD.
003010     CLOSE EXEC-LOG-OUT.
003020 9700-LOG-STEP-START-EXIT.
003030     EXIT.

003040*---------------------------------------------------------------*
003050*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003060*    ENDING WITH.                                               *
003070*---------------------------------------------------------------*
003080 9710-LOG-STEP-END.
003090*---------------------------------------------------------------*
003100     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003110     MOVE 'GLEXTR'          TO EX-JOB-NAME.
003120     SET EX-STEP-END        TO TRUE.
003130     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003140     ACCEPT EX-RUN-TIME FROM TIME.
003150     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
003160     MOVE WS-LINES-WRITTEN  TO EX-RECORDS-WRITTEN.
003170     MOVE WS-INVOICES-REJECTED TO EX-REJECT-COUNT.
003180     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003190     OPEN EXTEND EXEC-LOG-OUT.
003200     WRITE EXECUTION-LOG-RECORD.
003210     CLOSE EXEC-LOG-OUT.
003220 9710-LOG-STEP-END-EXIT.
003230     EXIT.
