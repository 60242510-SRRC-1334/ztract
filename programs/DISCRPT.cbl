000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DISCRPT.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - MONTH-END DISCOUNT JOURNAL
000210*                   AND LOST-DISCOUNT REPORT OFF THE EARLY-
000220*                   PAYMENT DISCOUNT LEDGER.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000228*  2026-10-15 JLH   EACH DISCOUNT TAKEN IS CHECKED AGAINST THE
000230*                   FISCAL PERIOD CALENDAR BEFORE IT POSTS - A
000232*                   CLOSED PERIOD ROLLS IT FORWARD OR SENDS IT
000234*                   TO THE NEW REJECT LOG.
000236*****************************************************************
000240*  REMARKS.
000250*      READS THE CUMULATIVE DISCOUNT LEDGER (COPY PAYDISC) PAYSEL
000260*      AND PAYVOID APPEND TO, SORTED HERE INTO VENDOR AND INVOICE
000270*      SEQUENCE, AND TAKES THE ENTRIES WHOSE PAY DATE FALLS IN THE
000280*      REPORT MONTH - THE MONTH ON THE CONTROL CARD, OR THE RUN
000290*      MONTH WITHOUT ONE:
000300*
000310*          - EVERY DISCOUNT TAKEN GOES TO THE LEDGER AS A
000320*            BALANCED DR/CR PAIR IN HOME CURRENCY IN THE GLJRNL
000330*            BATCH FORMAT GLEXTR HANDS OVER - THE AP DEBIT ON
000340*            THE USUAL ACCOUNT, THE CREDIT TO DISCOUNTS TAKEN
000350*            (GL-ACCOUNT-TYPE DT) - SO THE DISCOUNT IS NOT BURIED
000360*            IN THE CASH.  A VOID'S NEGATIVE ENTRY POSTS THE
000370*            REVERSE.  THE BATCH HEADER'S LINE COUNT AND HASH
000380*            TOTAL ARE BUILT ON A FIRST PASS WITH THE SAME
000390*            ARITHMETIC AS THE LINES.
000400*
000410*          - EVERY DISCOUNT LOST - AN INVOICE PAID AFTER ITS
000420*            DISCOUNT WINDOW CLOSED - PRINTS ON THE LOST-DISCOUNT
000430*            REPORT, WITH A SUBTOTAL PER VENDOR SHOWING WHAT WAS
000440*            LOST AGAINST WHAT WAS TAKEN, AND GRAND TOTALS AT THE
000450*            FOOT.  VENDOR TOTALS ARE IN HOME CURRENCY.
000451*
000452*      EVERY DISCOUNT TAKEN HAS ITS PAY DATE CHECKED AGAINST THE
000453*      FISCAL PERIOD CALENDAR (COPY FISCPER) BEFORE IT POSTS, ON
000454*      BOTH PASSES, SO THE HEADER TOTALS STILL AGREE WITH THE
000455*      LINES.  A PAY DATE IN A CLOSED PERIOD IS EITHER ROLLED
000456*      FORWARD TO THE START OF THE FIRST OPEN PERIOD - BOTH
000457*      JOURNAL LINES CARRY THE ROLLED DATE - OR, BY DEFAULT, THE
000458*      DISCOUNT GOES TO THE COMMON REJECT LOG UNPOSTED.  THE
000459*      PERIOD CONTROL CARD (COPY PERCTL) SETS WHICH; ITS POSTING
000460*      DATE IS NOT USED HERE, SINCE EACH ENTRY CARRIES ITS OWN.
000461*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL
000560            DISCOUNT-IN     ASSIGN TO PAYDISC
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS WS-PAYDISC-STATUS.
000590     SELECT DISC-SORT-WORK  ASSIGN TO DISCSWK
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT DISCOUNT-SORTED ASSIGN TO DISCSRT
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT JOURNAL-OUT     ASSIGN TO GLOUT
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000660            ORGANIZATION IS SEQUENTIAL.
000661     SELECT REJECT-OUT      ASSIGN TO REJOUT
000662            ORGANIZATION IS SEQUENTIAL.
000663     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000664            ORGANIZATION IS SEQUENTIAL.
000665     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000666            ORGANIZATION IS SEQUENTIAL.
000667     SELECT OPTIONAL
000668            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000669            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS WS-EXECLOG-STATUS.

000671 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-CARD-IN
000700     LABEL RECORDS ARE STANDARD.
000710 01  CONTROL-CARD-RECORD.
000720     05  CC-REPORT-MONTH           PIC 9(06).

000730 FD  DISCOUNT-IN
000740     LABEL RECORDS ARE STANDARD.
000750 01  DISCOUNT-IN-RECORD            PIC X(100).

000760 SD  DISC-SORT-WORK.
000770 01  DISC-SORT-RECORD.
000780     05  SW-SORT-VENDOR            PIC X(10).
000790     05  SW-SORT-INVOICE           PIC X(10).
000800     05  FILLER                    PIC X(80).

000810 FD  DISCOUNT-SORTED
000820     LABEL RECORDS ARE STANDARD.
000830 COPY PAYDISC.

000840 FD  JOURNAL-OUT
000850     LABEL RECORDS ARE STANDARD.
000860 COPY GLJRNL.

000870 FD  REPORT-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-LINE                   PIC X(132).

000891 FD  REJECT-OUT
000892     LABEL RECORDS ARE STANDARD.
000893 COPY REJCREC.

000894 FD  PERIOD-CONTROL-IN
000895     LABEL RECORDS ARE STANDARD.
000896 COPY PERCTL.

000897 FD  PERIOD-CALENDAR
000898     LABEL RECORDS ARE STANDARD.
000899 COPY FISCPER.

000900 FD  EXEC-LOG-OUT
000901     LABEL RECORDS ARE STANDARD.
000902 COPY EXECLOG.

000903 WORKING-STORAGE SECTION.
000910 01  WS-PAYDISC-STATUS         PIC X(02)  VALUE SPACES.
000915 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000920 01  WS-SWITCHES.
000930     05  WS-DISC-EOF           PIC X(01)  VALUE 'N'.
000940         88  DISC-EOF                     VALUE 'Y'.

000950 01  WS-COUNTERS                          COMP.
000960     05  WS-ENTRIES-READ       PIC 9(09)  VALUE ZERO.
000970     05  WS-ENTRIES-IN-MONTH   PIC 9(09)  VALUE ZERO.
000980     05  WS-TAKEN-ENTRIES      PIC 9(09)  VALUE ZERO.
000990     05  WS-LOST-ENTRIES       PIC 9(09)  VALUE ZERO.
001000     05  WS-LINES-WRITTEN      PIC 9(09)  VALUE ZERO.
001010     05  WS-LINE-COUNT         PIC 9(09)  VALUE ZERO.
001020     05  WS-VENDOR-LOST-COUNT  PIC 9(09)  VALUE ZERO.
001030     05  WS-VENDORS-PRINTED    PIC 9(09)  VALUE ZERO.
001033     05  WS-PERIOD-REJECTS     PIC 9(09)  VALUE ZERO.
001036     05  WS-PERIOD-ROLLS       PIC 9(09)  VALUE ZERO.

001040 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001050 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001060     05  WS-RUN-YYYYMM         PIC 9(06).
001070     05  FILLER                PIC 9(02).
001080 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001090 01  WS-REPORT-MONTH           PIC 9(06)  VALUE ZERO.
001100 01  WS-CURRENT-VENDOR         PIC X(10)  VALUE SPACES.
001110 01  WS-HASH-TOTAL             PIC S9(15)V99 COMP-3 VALUE ZERO.
001120 01  WS-ABS-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
001130 01  WS-VENDOR-LOST-HOME       PIC S9(13)V99 COMP-3 VALUE ZERO.
001140 01  WS-VENDOR-TAKEN-HOME      PIC S9(13)V99 COMP-3 VALUE ZERO.
001150 01  WS-TOTAL-LOST-HOME        PIC S9(13)V99 COMP-3 VALUE ZERO.
001160 01  WS-TOTAL-TAKEN-HOME       PIC S9(13)V99 COMP-3 VALUE ZERO.
001161 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

001162*----------------------------------------------------------------
001163*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001164*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001165*    CARD (COPY PERCTL).
001166*----------------------------------------------------------------
001167 01  WS-PERIOD-TABLE.
001168     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001169                     DEPENDING ON WS-FP-COUNT.
001170         10  WS-FP-PERIOD-ID    PIC 9(06).
001171         10  WS-FP-START-DATE   PIC 9(08).
001172         10  WS-FP-END-DATE     PIC 9(08).
001173         10  WS-FP-STATUS       PIC X(01).
001174             88  WS-FP-OPEN               VALUE 'O'.
001175             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001176 01  WS-PERIOD-FIELDS.
001177     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001178     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001179     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001180     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001181     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001182     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001183     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001184         88  WS-ROLL-FORWARD             VALUE 'F'.
001185     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001186         88  WS-FINANCE-RUN              VALUE 'Y'.
001187     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001188         88  PERCAL-EOF                  VALUE 'Y'.
001189     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001190         88  WS-CALENDAR-BAD             VALUE 'Y'.
001191     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001192         88  WS-PERIOD-FOUND             VALUE 'Y'.
001193     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001194         88  WS-PERIOD-POST              VALUE 'P'.
001195         88  WS-PERIOD-ROLLED            VALUE 'F'.
001196         88  WS-PERIOD-REJECT            VALUE 'R'.

001197 01  WS-CONSTANTS.
001198     05  WS-HOME-CURRENCY      PIC X(03)  VALUE 'USD'.

001199 01  WS-REPORT-HEADING-1.
001200     05  FILLER                 PIC X(03) VALUE SPACES.
001210     05  FILLER                 PIC X(35)
001220         VALUE 'LOST EARLY-PAYMENT DISCOUNTS - PAID'.
001230     05  FILLER                 PIC X(01) VALUE SPACES.
001240     05  RH-REPORT-MONTH        PIC 9(06).
001250     05  FILLER                 PIC X(10) VALUE '   RUN ON '.
001260     05  RH-RUN-DATE            PIC 9(08).

001270 01  WS-REPORT-HEADING-2.
001280     05  FILLER                 PIC X(03) VALUE SPACES.
001290     05  FILLER                 PIC X(12) VALUE 'VENDOR'.
001300     05  FILLER                 PIC X(12) VALUE 'INVOICE'.
001310     05  FILLER                 PIC X(10) VALUE 'INV DATE'.
001320     05  FILLER                 PIC X(10) VALUE 'DISC BY'.
001330     05  FILLER                 PIC X(10) VALUE 'PAID'.
001340     05  FILLER                 PIC X(07) VALUE '  PCT'.
001350     05  FILLER                 PIC X(17) VALUE '          GROSS'.
001360     05  FILLER                 PIC X(16) VALUE '   DISC LOST'.
001370     05  FILLER                 PIC X(05) VALUE 'CCY'.
001380     05  FILLER                 PIC X(15) VALUE '   LOST (HOME)'.

001390 01  WS-LOST-DETAIL.
001400     05  FILLER                 PIC X(03) VALUE SPACES.
001410     05  LD-VENDOR-ID           PIC X(10).
001420     05  FILLER                 PIC X(02) VALUE SPACES.
001430     05  LD-INVOICE-ID          PIC 9(10).
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  LD-INVOICE-DATE        PIC 9(08).
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  LD-DISC-DATE           PIC 9(08).
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  LD-PAY-DATE            PIC 9(08).
001500     05  FILLER                 PIC X(02) VALUE SPACES.
001510     05  LD-DISC-PCT            PIC Z9.99.
001520     05  FILLER                 PIC X(02) VALUE SPACES.
001530     05  LD-GROSS-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
001540     05  FILLER                 PIC X(02) VALUE SPACES.
001550     05  LD-DISC-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  LD-CURRENCY            PIC X(03).
001580     05  FILLER                 PIC X(02) VALUE SPACES.
001590     05  LD-DISC-HOME           PIC ZZ,ZZZ,ZZ9.99-.

001600 01  WS-VENDOR-TOTAL-LINE.
001610     05  FILLER                 PIC X(05) VALUE SPACES.
001620     05  FILLER                 PIC X(07) VALUE 'VENDOR '.
001630     05  VT-VENDOR-ID           PIC X(10).
001640     05  FILLER                 PIC X(07) VALUE '  LOST '.
001650     05  VT-LOST-COUNT          PIC ZZZ,ZZ9.
001660     05  FILLER                 PIC X(13) VALUE '  LOST HOME  '.
001670     05  VT-LOST-HOME           PIC ZZZ,ZZZ,ZZ9.99-.
001680     05  FILLER                 PIC X(14) VALUE '  TAKEN HOME  '.
001690     05  VT-TAKEN-HOME          PIC ZZZ,ZZZ,ZZ9.99-.

001700 01  WS-GRAND-TOTAL-LINE.
001710     05  FILLER                 PIC X(03) VALUE SPACES.
001720     05  GT-LABEL               PIC X(30).
001730     05  GT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001740     05  FILLER                 PIC X(02) VALUE SPACES.
001750     05  GT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

001760 PROCEDURE DIVISION.
001770*---------------------------------------------------------------*
001780 0000-MAINLINE.
001790*---------------------------------------------------------------*
001793     PERFORM 9700-LOG-STEP-START
001796          THRU 9700-LOG-STEP-START-EXIT.
001800     PERFORM 1000-INITIALIZE
001810          THRU 1000-INITIALIZE-EXIT.
001820     PERFORM 2000-TALLY-ENTRY
001830          THRU 2000-TALLY-ENTRY-EXIT
001840          UNTIL DISC-EOF.
001850     PERFORM 4000-WRITE-BATCH-HEADER
001860          THRU 4000-WRITE-BATCH-HEADER-EXIT.
001870     PERFORM 5000-REWIND-LEDGER
001880          THRU 5000-REWIND-LEDGER-EXIT.
001890     PERFORM 6000-POST-ENTRY
001900          THRU 6000-POST-ENTRY-EXIT
001910          UNTIL DISC-EOF.
001920     IF WS-CURRENT-VENDOR NOT = SPACES
001930         PERFORM 6500-VENDOR-BREAK
001940              THRU 6500-VENDOR-BREAK-EXIT
001950     END-IF.
001960     PERFORM 8000-PRINT-TOTALS
001970          THRU 8000-PRINT-TOTALS-EXIT.
001980     PERFORM 9000-TERMINATE
001990          THRU 9000-TERMINATE-EXIT.
001993     PERFORM 9710-LOG-STEP-END
001996          THRU 9710-LOG-STEP-END-EXIT.
002000     GOBACK.

002010*---------------------------------------------------------------*
002020*    THE LEDGER IS WRITTEN IN PAYMENT ORDER; SORT IT INTO        *
002030*    VENDOR AND INVOICE ORDER FOR THE VENDOR SUBTOTALS.          *
002040*---------------------------------------------------------------*
002050 1000-INITIALIZE.
002060*---------------------------------------------------------------*
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080     ACCEPT WS-RUN-TIME FROM TIME.
002081     PERFORM 1500-LOAD-PERIOD-CALENDAR
002082          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
002083     IF WS-CALENDAR-BAD
002084         DISPLAY 'DISCRPT - PERIOD CALENDAR UNUSABLE - '
002085                 'FAILING THE STEP'
002086         MOVE 16 TO RETURN-CODE
002087         PERFORM 9710-LOG-STEP-END
002088              THRU 9710-LOG-STEP-END-EXIT
002089         GOBACK
002090     END-IF.
002091     MOVE WS-RUN-YYYYMM TO WS-REPORT-MONTH.
002100     OPEN INPUT CONTROL-CARD-IN.
002110     READ CONTROL-CARD-IN
002120         AT END
002130             DISPLAY 'DISCRPT - NO CONTROL CARD, REPORTING THE '
002140                     'RUN MONTH'
002150         NOT AT END
002160             IF CC-REPORT-MONTH NUMERIC
002170                AND CC-REPORT-MONTH > ZERO
002180                 MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
002190             END-IF
002200     END-READ.
002210     CLOSE CONTROL-CARD-IN.
002220     SORT DISC-SORT-WORK
002230         ON ASCENDING KEY SW-SORT-VENDOR
002240                          SW-SORT-INVOICE
002250         USING DISCOUNT-IN
002260         GIVING DISCOUNT-SORTED.
002270     OPEN INPUT  DISCOUNT-SORTED
002280          OUTPUT JOURNAL-OUT
002290                 REPORT-OUT
002295                 REJECT-OUT.
002300     MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH.
002310     MOVE WS-RUN-DATE     TO RH-RUN-DATE.
002320     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002330     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
002340     PERFORM 2900-READ-ENTRY
002350          THRU 2900-READ-ENTRY-EXIT.
002360 1000-INITIALIZE-EXIT.
002370     EXIT.

002371*---------------------------------------------------------------*
002372*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
002373*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
002374*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
002375*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
002376*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
002377*---------------------------------------------------------------*
002378 1500-LOAD-PERIOD-CALENDAR.
002379*---------------------------------------------------------------*
002380     OPEN INPUT PERIOD-CONTROL-IN.
002381     READ PERIOD-CONTROL-IN
002382         AT END
002383             DISPLAY 'DISCRPT - NO PERIOD CONTROL CARD, CLOSED-'
002384                     'PERIOD POSTINGS WILL BE REJECTED'
002385         NOT AT END
002386             PERFORM 1520-TAKE-PERIOD-CARD
002387                  THRU 1520-TAKE-PERIOD-CARD-EXIT
002388     END-READ.
002389     CLOSE PERIOD-CONTROL-IN.
002390     OPEN INPUT PERIOD-CALENDAR.
002391     PERFORM 1510-LOAD-PERIOD-ENTRY
002392          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
002393          UNTIL PERCAL-EOF
002394             OR WS-CALENDAR-BAD.
002395     CLOSE PERIOD-CALENDAR.
002396     IF WS-FP-COUNT = ZERO
002397         DISPLAY 'DISCRPT - PERIOD CALENDAR IS EMPTY'
002398         SET WS-CALENDAR-BAD TO TRUE
002399     END-IF.
002400 1500-LOAD-PERIOD-CALENDAR-EXIT.
002401     EXIT.

002402 1510-LOAD-PERIOD-ENTRY.
002403     READ PERIOD-CALENDAR
002404         AT END
002405             SET PERCAL-EOF TO TRUE
002406             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002407     END-READ.
002408     IF WS-FP-COUNT NOT < 240
002409         DISPLAY 'DISCRPT - PERIOD TABLE FULL AT PERIOD '
002410                 FP-PERIOD-ID
002411         SET WS-CALENDAR-BAD TO TRUE
002412         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002413     END-IF.
002414     IF FP-START-DATE NOT NUMERIC
002415        OR FP-END-DATE NOT NUMERIC
002416        OR FP-END-DATE < FP-START-DATE
002417         DISPLAY 'DISCRPT - PERIOD ' FP-PERIOD-ID
002418                 ' HAS UNUSABLE DATES'
002419         SET WS-CALENDAR-BAD TO TRUE
002420         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002421     END-IF.
002422     IF WS-FP-COUNT > ZERO
002423        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
002424         DISPLAY 'DISCRPT - PERIOD ' FP-PERIOD-ID
002425                 ' OVERLAPS OR IS OUT OF SEQUENCE'
002426         SET WS-CALENDAR-BAD TO TRUE
002427         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002428     END-IF.
002429     ADD 1 TO WS-FP-COUNT.
002430     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
002431     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
002432     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
002433     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
002434 1510-LOAD-PERIOD-ENTRY-EXIT.
002435     EXIT.

002436 1520-TAKE-PERIOD-CARD.
002437     IF PC-ROLL-FORWARD
002438         MOVE 'F' TO WS-CLOSED-ACTION
002439     ELSE
002440         IF NOT PC-REJECT-POSTING
002441             DISPLAY 'DISCRPT - CLOSED-PERIOD ACTION '
002442                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
002443         END-IF
002444     END-IF.
002445     IF PC-FINANCE-RUN
002446         MOVE 'Y' TO WS-FINANCE-SW
002447     END-IF.
002448     IF PC-POSTING-DATE NUMERIC
002449         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
002450     END-IF.
002451 1520-TAKE-PERIOD-CARD-EXIT.
002452     EXIT.

002453*---------------------------------------------------------------*
002454*    FIRST PASS - ACCUMULATE THE LINE COUNT AND HASH TOTAL FOR   *
002455*    THE BATCH HEADER, WITH THE SAME ARITHMETIC THE SECOND PASS  *
002456*    POSTS.  A DISCOUNT WHOSE PERIOD IS REJECTED IS LEFT OUT,    *
002457*    AS THE SECOND PASS WILL NOT POST IT.                        *
002458*---------------------------------------------------------------*
002459 2000-TALLY-ENTRY.
002460*---------------------------------------------------------------*
002461     ADD 1 TO WS-ENTRIES-READ.
002462     IF DH-PAY-YYYYMM = WS-REPORT-MONTH
002470        AND DH-TAKEN
002480        AND DH-DISC-HOME-AMOUNT NOT = ZERO
002482         MOVE DH-PAY-DATE TO WS-POSTING-DATE
002484         PERFORM 8500-CHECK-POSTING-PERIOD
002486              THRU 8500-CHECK-POSTING-PERIOD-EXIT
002488         IF NOT WS-PERIOD-REJECT
002490             PERFORM 3000-COMPUTE-ABS-AMOUNT
002500                  THRU 3000-COMPUTE-ABS-AMOUNT-EXIT
002510             ADD 2 TO WS-LINE-COUNT
002520             ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
002530             ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
002535         END-IF
002540     END-IF.
002550     PERFORM 2900-READ-ENTRY
002560          THRU 2900-READ-ENTRY-EXIT.
002570 2000-TALLY-ENTRY-EXIT.
002580     EXIT.

002590 2900-READ-ENTRY.
002600     READ DISCOUNT-SORTED
002610         AT END SET DISC-EOF TO TRUE
002620     END-READ.
002630 2900-READ-ENTRY-EXIT.
002640     EXIT.

002650 3000-COMPUTE-ABS-AMOUNT.
002660     MOVE DH-DISC-HOME-AMOUNT TO WS-ABS-AMOUNT.
002670     IF WS-ABS-AMOUNT < ZERO
002680         COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
002690     END-IF.
002700 3000-COMPUTE-ABS-AMOUNT-EXIT.
002710     EXIT.

002720 4000-WRITE-BATCH-HEADER.
002730     MOVE SPACES          TO GL-JOURNAL-RECORD.
002740     SET GL-BATCH-HEADER  TO TRUE.
002750     MOVE WS-RUN-DATE     TO GL-HDR-RUN-DATE.
002760     MOVE WS-RUN-TIME     TO GL-HDR-RUN-TIME.
002770     MOVE WS-LINE-COUNT   TO GL-HDR-LINE-COUNT.
002780     MOVE WS-HASH-TOTAL   TO GL-HDR-HASH-TOTAL.
002790     WRITE GL-JOURNAL-RECORD.
002800 4000-WRITE-BATCH-HEADER-EXIT.
002810     EXIT.

002820 5000-REWIND-LEDGER.
002830     CLOSE DISCOUNT-SORTED.
002840     OPEN INPUT DISCOUNT-SORTED.
002850     MOVE 'N' TO WS-DISC-EOF.
002860     PERFORM 2900-READ-ENTRY
002870          THRU 2900-READ-ENTRY-EXIT.
002880 5000-REWIND-LEDGER-EXIT.
002890     EXIT.

002900*---------------------------------------------------------------*
002910*    SECOND PASS - POST THE MONTH'S TAKEN DISCOUNTS, PRINT THE   *
002920*    LOST ONES, AND BREAK ON VENDOR FOR THE SUBTOTALS.           *
002930*---------------------------------------------------------------*
002940 6000-POST-ENTRY.
002950*---------------------------------------------------------------*
002960     IF DH-PAY-YYYYMM NOT = WS-REPORT-MONTH
002970         GO TO 6000-POST-ENTRY-READ
002980     END-IF.
002990     ADD 1 TO WS-ENTRIES-IN-MONTH.
003000     IF DH-VENDOR-ID NOT = WS-CURRENT-VENDOR
003010         IF WS-CURRENT-VENDOR NOT = SPACES
003020             PERFORM 6500-VENDOR-BREAK
003030                  THRU 6500-VENDOR-BREAK-EXIT
003040         END-IF
003050         MOVE DH-VENDOR-ID TO WS-CURRENT-VENDOR
003060     END-IF.
003070     EVALUATE TRUE
003080         WHEN DH-TAKEN
003090             ADD 1 TO WS-TAKEN-ENTRIES
003100             ADD DH-DISC-HOME-AMOUNT TO WS-VENDOR-TAKEN-HOME
003110                                        WS-TOTAL-TAKEN-HOME
003120             IF DH-DISC-HOME-AMOUNT NOT = ZERO
003130                 PERFORM 6100-WRITE-JOURNAL-PAIR
003140                      THRU 6100-WRITE-JOURNAL-PAIR-EXIT
003150             END-IF
003160         WHEN DH-LOST
003170             ADD 1 TO WS-LOST-ENTRIES
003180                      WS-VENDOR-LOST-COUNT
003190             ADD DH-DISC-HOME-AMOUNT TO WS-VENDOR-LOST-HOME
003200                                        WS-TOTAL-LOST-HOME
003210             PERFORM 6200-PRINT-LOST-DETAIL
003220                  THRU 6200-PRINT-LOST-DETAIL-EXIT
003230     END-EVALUATE.
003240 6000-POST-ENTRY-READ.
003250     PERFORM 2900-READ-ENTRY
003260          THRU 2900-READ-ENTRY-EXIT.
003270 6000-POST-ENTRY-EXIT.
003280     EXIT.

003290*---------------------------------------------------------------*
003300*    ONE BALANCED PAIR PER DISCOUNT TAKEN: DEBIT AP, CREDIT      *
003310*    DISCOUNTS TAKEN.  A VOID'S NEGATIVE ENTRY POSTS THE         *
003320*    REVERSE.  BOTH LINES CARRY THE ABSOLUTE VALUE, SO EVERY     *
003330*    ENTRY BALANCES BY CONSTRUCTION.  A PAY DATE IN A CLOSED     *
003335*    PERIOD ROLLS FORWARD OR GOES TO THE REJECT LOG FIRST.       *
003340*---------------------------------------------------------------*
003350 6100-WRITE-JOURNAL-PAIR.
003360*---------------------------------------------------------------*
003361     MOVE DH-PAY-DATE TO WS-POSTING-DATE.
003362     PERFORM 8500-CHECK-POSTING-PERIOD
003363          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
003364     IF WS-PERIOD-REJECT
003365         ADD 1 TO WS-PERIOD-REJECTS
003366         MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
003367         PERFORM 8010-LOG-REJECT
003368              THRU 8010-LOG-REJECT-EXIT
003369         GO TO 6100-WRITE-JOURNAL-PAIR-EXIT
003370     END-IF.
003371     IF WS-PERIOD-ROLLED
003372         ADD 1 TO WS-PERIOD-ROLLS
003373     END-IF.
003374     PERFORM 3000-COMPUTE-ABS-AMOUNT
003380          THRU 3000-COMPUTE-ABS-AMOUNT-EXIT.
003390     MOVE SPACES          TO GL-JOURNAL-RECORD.
003400     SET GL-JOURNAL-LINE  TO TRUE.
003410     MOVE DH-INVOICE-ID   TO GL-INVOICE-ID.
003420     IF DH-DISC-HOME-AMOUNT > ZERO
003430         SET GL-DEBIT     TO TRUE
003440     ELSE
003450         SET GL-CREDIT    TO TRUE
003460     END-IF.
003470     MOVE SPACES          TO GL-DEPT-CODE.
003480     MOVE WS-ABS-AMOUNT   TO GL-AMOUNT.
003490     MOVE WS-HOME-CURRENCY TO GL-CURRENCY.
003500     MOVE WS-POSTING-DATE TO GL-POSTING-DATE.
003510     SET GL-ACCT-DEFAULT  TO TRUE.
003520     ADD 1 TO WS-LINES-WRITTEN.
003530     WRITE GL-JOURNAL-RECORD.
003540     MOVE SPACES          TO GL-JOURNAL-RECORD.
003550     SET GL-JOURNAL-LINE  TO TRUE.
003560     MOVE DH-INVOICE-ID   TO GL-INVOICE-ID.
003570     IF DH-DISC-HOME-AMOUNT > ZERO
003580         SET GL-CREDIT    TO TRUE
003590     ELSE
003600         SET GL-DEBIT     TO TRUE
003610     END-IF.
003620     MOVE SPACES          TO GL-DEPT-CODE.
003630     MOVE WS-ABS-AMOUNT   TO GL-AMOUNT.
003640     MOVE WS-HOME-CURRENCY TO GL-CURRENCY.
003650     MOVE WS-POSTING-DATE TO GL-POSTING-DATE.
003660     SET GL-ACCT-DISCOUNT TO TRUE.
003670     ADD 1 TO WS-LINES-WRITTEN.
003680     WRITE GL-JOURNAL-RECORD.
003690 6100-WRITE-JOURNAL-PAIR-EXIT.
003700     EXIT.

003783 6200-PRINT-LOST-DETAIL.
003784     MOVE DH-VENDOR-ID        TO LD-VENDOR-ID.
003785     MOVE DH-INVOICE-ID       TO LD-INVOICE-ID.
003786     MOVE DH-INVOICE-DATE     TO LD-INVOICE-DATE.
003787     MOVE DH-DISC-DATE        TO LD-DISC-DATE.
003788     MOVE DH-PAY-DATE         TO LD-PAY-DATE.
003789     MOVE DH-DISC-PCT         TO LD-DISC-PCT.
003790     MOVE DH-GROSS-AMOUNT     TO LD-GROSS-AMOUNT.
003791     MOVE DH-DISC-AMOUNT      TO LD-DISC-AMOUNT.
003800     MOVE DH-CURRENCY         TO LD-CURRENCY.
003810     MOVE DH-DISC-HOME-AMOUNT TO LD-DISC-HOME.
003820     WRITE REPORT-LINE FROM WS-LOST-DETAIL.
003830 6200-PRINT-LOST-DETAIL-EXIT.
003840     EXIT.

003850*---------------------------------------------------------------*
003860*    A VENDOR'S SUBTOTAL - WHAT IT LOST AGAINST WHAT IT TOOK.    *
003870*    A VENDOR THAT LOST NOTHING IN THE MONTH DOES NOT PRINT.     *
003880*---------------------------------------------------------------*
003890 6500-VENDOR-BREAK.
003900*---------------------------------------------------------------*
003910     IF WS-VENDOR-LOST-COUNT = ZERO
003920         GO TO 6500-VENDOR-BREAK-RESET
003930     END-IF.
003940     MOVE WS-CURRENT-VENDOR    TO VT-VENDOR-ID.
003950     MOVE WS-VENDOR-LOST-COUNT TO VT-LOST-COUNT.
003960     MOVE WS-VENDOR-LOST-HOME  TO VT-LOST-HOME.
003970     MOVE WS-VENDOR-TAKEN-HOME TO VT-TAKEN-HOME.
003980     WRITE REPORT-LINE FROM WS-VENDOR-TOTAL-LINE.
003990     MOVE SPACES TO REPORT-LINE.
004000     WRITE REPORT-LINE.
004010     ADD 1 TO WS-VENDORS-PRINTED.
004020 6500-VENDOR-BREAK-RESET.
004030     MOVE ZERO TO WS-VENDOR-LOST-COUNT
004040                  WS-VENDOR-LOST-HOME
004050                  WS-VENDOR-TAKEN-HOME.
004060 6500-VENDOR-BREAK-EXIT.
004070     EXIT.

004080 8000-PRINT-TOTALS.
004090     MOVE SPACES TO REPORT-LINE.
004100     WRITE REPORT-LINE.
004110     MOVE 'VENDORS THAT LOST DISCOUNTS' TO GT-LABEL.
004120     MOVE WS-VENDORS-PRINTED            TO GT-COUNT.
004130     MOVE ZERO                          TO GT-AMOUNT.
004140     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
004150     MOVE 'DISCOUNTS LOST (HOME)'       TO GT-LABEL.
004160     MOVE WS-LOST-ENTRIES               TO GT-COUNT.
004170     MOVE WS-TOTAL-LOST-HOME            TO GT-AMOUNT.
004180     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
004190     MOVE 'DISCOUNTS TAKEN (HOME)'      TO GT-LABEL.
004200     MOVE WS-TAKEN-ENTRIES              TO GT-COUNT.
004210     MOVE WS-TOTAL-TAKEN-HOME           TO GT-AMOUNT.
004220     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
004230 8000-PRINT-TOTALS-EXIT.
004240     EXIT.

004241*---------------------------------------------------------------*
004242 8010-LOG-REJECT.
004243*---------------------------------------------------------------*
004244     DISPLAY 'DISCRPT - POSTING REJECTED FOR INVOICE '
004245             DH-INVOICE-ID ': ' WS-REJECT-REASON.
004246     MOVE SPACES              TO REJECT-RECORD.
004247     MOVE 'DISCRPT'           TO RJ-SOURCE-FILE.
004248     MOVE DH-INVOICE-ID       TO RJ-KEY-FIELD.
004249     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
004250     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
004251     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
004252     WRITE REJECT-RECORD.
004253 8010-LOG-REJECT-EXIT.
004254     EXIT.

004255*---------------------------------------------------------------*
004256*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
004257*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
004258*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
004259*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
004260*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
004261*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
004262*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
004263*---------------------------------------------------------------*
004264 8500-CHECK-POSTING-PERIOD.
004265*---------------------------------------------------------------*
004266     MOVE 'P'    TO WS-PERIOD-RESULT.
004267     MOVE SPACES TO WS-PERIOD-REASON.
004268     MOVE ZERO   TO WS-POSTING-PERIOD.
004269     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
004270     PERFORM 8510-SCAN-PERIOD-ENTRY
004271          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
004272          VARYING WS-FP-NDX FROM 1 BY 1
004273          UNTIL WS-FP-NDX > WS-FP-COUNT
004274             OR WS-PERIOD-FOUND.
004275     IF NOT WS-PERIOD-FOUND
004276         MOVE 'R' TO WS-PERIOD-RESULT
004277         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
004278           TO WS-PERIOD-REASON
004279         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004280     END-IF.
004281*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004282*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004283     SUBTRACT 1 FROM WS-FP-NDX.
004284     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
004285     IF WS-FP-OPEN (WS-FP-NDX)
004286        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
004287         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004288     END-IF.
004289     MOVE 'R' TO WS-PERIOD-RESULT.
004290     IF NOT WS-ROLL-FORWARD
004291         STRING 'PERIOD ' WS-POSTING-PERIOD
004292                ' CLOSED TO POSTING'
004293                DELIMITED BY SIZE INTO WS-PERIOD-REASON
004294         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004295     END-IF.
004296     MOVE 'N' TO WS-PERIOD-FOUND-SW.
004297     ADD 1 TO WS-FP-NDX.
004298     PERFORM 8520-SCAN-OPEN-PERIOD
004299          THRU 8520-SCAN-OPEN-PERIOD-EXIT
004300          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
004301          UNTIL WS-FP-NDX > WS-FP-COUNT
004302             OR WS-PERIOD-FOUND.
004303     IF NOT WS-PERIOD-FOUND
004304         STRING 'PERIOD ' WS-POSTING-PERIOD
004305                ' CLOSED, NO LATER PERIOD OPEN'
004306                DELIMITED BY SIZE INTO WS-PERIOD-REASON
004307         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
004308     END-IF.
004309     SUBTRACT 1 FROM WS-FP-NDX.
004310     MOVE 'F' TO WS-PERIOD-RESULT.
004311     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
004312     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
004313 8500-CHECK-POSTING-PERIOD-EXIT.
004314     EXIT.

004315 8510-SCAN-PERIOD-ENTRY.
004316     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
004317        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
004318         SET WS-PERIOD-FOUND TO TRUE
004319     END-IF.
004320 8510-SCAN-PERIOD-ENTRY-EXIT.
004321     EXIT.

004322 8520-SCAN-OPEN-PERIOD.
004323     IF WS-FP-OPEN (WS-FP-NDX)
004324        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
004325         SET WS-PERIOD-FOUND TO TRUE
004326     END-IF.
004327 8520-SCAN-OPEN-PERIOD-EXIT.
004328     EXIT.

004329*---------------------------------------------------------------*
004330 9000-TERMINATE.
004331*---------------------------------------------------------------*
004332     DISPLAY 'DISCRPT - REPORT MONTH..........: '
004333              WS-REPORT-MONTH.
004334     DISPLAY 'DISCRPT - LEDGER ENTRIES READ...: '
004335              WS-ENTRIES-READ.
004336     DISPLAY 'DISCRPT - ENTRIES IN MONTH......: '
004337              WS-ENTRIES-IN-MONTH.
004340     DISPLAY 'DISCRPT - DISCOUNTS TAKEN.......: '
004350              WS-TAKEN-ENTRIES.
004360     DISPLAY 'DISCRPT - DISCOUNTS LOST........: '
004370              WS-LOST-ENTRIES.
004380     DISPLAY 'DISCRPT - JOURNAL LINES WRITTEN.: '
004390              WS-LINES-WRITTEN.
004400     DISPLAY 'DISCRPT - HEADER LINE COUNT.....: '
004410              WS-LINE-COUNT.
004412     DISPLAY 'DISCRPT - CLOSED PERIOD REJECTED: '
004414              WS-PERIOD-REJECTS.
004416     DISPLAY 'DISCRPT - CLOSED PERIOD ROLLED..: '
004418              WS-PERIOD-ROLLS.
004420     CLOSE DISCOUNT-SORTED JOURNAL-OUT REPORT-OUT
004425           REJECT-OUT.
004430 9000-TERMINATE-EXIT.
004440     EXIT.

004450*---------------------------------------------------------------*
004460*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004470*---------------------------------------------------------------*
004480 9700-LOG-STEP-START.
004490*---------------------------------------------------------------*
004500     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004510     MOVE 'DISCRPT'         TO EX-JOB-NAME.
004520     SET EX-STEP-START      TO TRUE.
004530     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004540     ACCEPT EX-RUN-TIME FROM TIME.
004550     MOVE ZERO              TO EX-RECORDS-READ
004560                               EX-RECORDS-WRITTEN
004570                               EX-REJECT-COUNT
004580                               EX-COMPLETION-CODE.
004590     OPEN EXTEND EXEC-LOG-OUT.
004600     WRITE EXECUTION-LOG-RECORD.
004610     CLOSE EXEC-LOG-OUT.
004620 9700-LOG-STEP-START-EXIT.
004630     EXIT.

004640*---------------------------------------------------------------*
004650*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004660*    ENDING WITH.                                               *
004670*---------------------------------------------------------------*
004680 9710-LOG-STEP-END.
004690*---------------------------------------------------------------*
004700     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004710     MOVE 'DISCRPT'         TO EX-JOB-NAME.
004720     SET EX-STEP-END        TO TRUE.
004730     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004740     ACCEPT EX-RUN-TIME FROM TIME.
004750     MOVE WS-ENTRIES-READ   TO EX-RECORDS-READ.
004760     MOVE WS-LINES-WRITTEN  TO EX-RECORDS-WRITTEN.
004770     MOVE WS-PERIOD-REJECTS TO EX-REJECT-COUNT.
004780     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004790     OPEN EXTEND EXEC-LOG-OUT.
004800     WRITE EXECUTION-LOG-RECORD.
004810     CLOSE EXEC-LOG-OUT.
004820 9710-LOG-STEP-END-EXIT.
004830     EXIT.
