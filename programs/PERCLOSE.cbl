000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    PERCLOSE.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - PERIOD-CLOSE CHECKLIST OFF
000210*                   THE FISCAL PERIOD CALENDAR, SO FINANCE CAN
000220*                   SEE WHAT IS STILL WAITING TO POST INTO A
000230*                   MONTH BEFORE CLOSING IT.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000237*  2026-10-15 JLH   CHECKLIST LINES ADDED FOR THE JOBS NOW UNDER
000238*                   THE PERIOD LOCK - DISCRPT, REBSETL, RMAPROC,
000239*                   AND THE ARAPNET AND PAYVOID APPLICATIONS.
000240*****************************************************************
000250*  REMARKS.
000260*      LOADS THE FISCAL PERIOD CALENDAR (COPY FISCPER) AND
000270*      CHECKS IT THE WAY THE POSTING JOBS RELY ON: DATES PRESENT
000280*      AND IN ORDER, NO OVERLAP WITH THE PERIOD BEFORE, NO GAP
000290*      OF UNCOVERED DAYS BETWEEN THEM, AND A STATUS OF O, S OR
000300*      C.  EVERY PROBLEM PRINTS AT THE HEAD OF THE REPORT.
000310*
000320*      IT THEN READS WHAT IS WAITING FOR EACH POSTING JOB AND
000330*      COUNTS IT AGAINST THE PERIOD ITS DATE FALLS IN:
000340*
000350*          - INVHUPD  - STATUS CHANGES ON SCHGIN, BY
000360*            SC-CHANGE-DATE
000370*          - ACCTPOST - TRANSITIONS TO SHIP ON OCHGIN, BY
000380*            OSC-CHANGE-DATE, AND PY SEGMENTS ON PAYIN, BY
000390*            PAY-VALUE-DATE
000400*          - GLEXTR   - APPROVED INVOICES WITH A RATE ON INVIN,
000410*            BY INVOICE-DATE
000420*          - FXREVAL  - OPEN CONVERTED INVOICES ON INVIN, BY
000430*            INVOICE-DATE
000440*          - MSEGUPD  - BL BALANCE CHANGES ACCRUAL, ACCTPOST,
000450*            ARAPNET, REBSETL AND RMAPROC HAVE WRITTEN BUT
000460*            MSEGUPD HAS NOT YET APPLIED, ON MCHGIN, BY
000461*            MC-CHANGE-DATE
000462*          - DISCRPT  - DISCOUNTS TAKEN ON THE DISCOUNT LEDGER
000463*            (PAYDISC), BY DH-PAY-DATE.  THE LEDGER IS
000464*            CUMULATIVE, SO ONLY ENTRIES IN A PERIOD STILL OPEN
000465*            OR SOFT-CLOSED COUNT - THE MONTH'S JOURNAL IS STILL
000466*            TO RUN FOR THEM
000467*          - REBSETL  - AGREEMENTS NOT YET SETTLED ON THE REBATE
000468*            MASTER (REBMSTR), BY RB-PERIOD-TO
000469*          - RMAPROC  - RETURNS ON RMAIN, BY RMA-RETURN-DATE
000470*          - ARAPNET AND PAYVOID - THE PAYMENT APPLICATIONS EACH
000471*            HAS WRITTEN BUT INVPAPP HAS NOT YET APPLIED, ON
000472*            PAPLIN, BY PA-PAY-DATE
000473*
000480*      EVERY INPUT IS OPTIONAL - A QUEUE NOT SUPPLIED COUNTS AS
000490*      EMPTY.  THE CHECKLIST PRINTS EVERY PERIOD NOT YET CLOSED,
000500*      AND EVERY CLOSED PERIOD THAT STILL HAS ACTIVITY DATED IN
000510*      IT, WITH ONE LINE PER JOB THAT HAS SOMETHING PENDING AND
000520*      A VERDICT.  ACTIVITY DATED OUTSIDE THE CALENDAR PRINTS
000530*      UNDER ITS OWN HEADING AT THE FOOT.
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT PERIOD-CALENDAR ASSIGN TO PERCAL
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT OPTIONAL
000640            STATUS-CHG-IN   ASSIGN TO SCHGIN
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-SCHGIN-STATUS.
000670     SELECT OPTIONAL
000680            ORDER-CHG-IN    ASSIGN TO OCHGIN
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS WS-OCHGIN-STATUS.
000710     SELECT OPTIONAL
000720            PAYMENT-IN      ASSIGN TO PAYIN
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS WS-PAYIN-STATUS.
000750     SELECT OPTIONAL
000760            INVOICE-IN      ASSIGN TO INVIN
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS WS-INVIN-STATUS.
000790     SELECT OPTIONAL
000800            MSEG-CHG-IN     ASSIGN TO MCHGIN
000810            ORGANIZATION IS SEQUENTIAL
000820            FILE STATUS IS WS-MCHGIN-STATUS.
000821     SELECT OPTIONAL
000822            DISCOUNT-IN     ASSIGN TO PAYDISC
000823            ORGANIZATION IS SEQUENTIAL
000824            FILE STATUS IS WS-PAYDISC-STATUS.
000825     SELECT OPTIONAL
000826            REBATE-MASTER   ASSIGN TO REBMSTR
000827            ORGANIZATION IS INDEXED
000828            ACCESS MODE IS SEQUENTIAL
000829            RECORD KEY IS RB-KEY
000830            FILE STATUS IS WS-REBMSTR-STATUS.
000831     SELECT OPTIONAL
000832            RMA-IN          ASSIGN TO RMAIN
000833            ORGANIZATION IS SEQUENTIAL
000834            FILE STATUS IS WS-RMAIN-STATUS.
000835     SELECT OPTIONAL
000836            PAYAPP-IN       ASSIGN TO PAPLIN
000837            ORGANIZATION IS SEQUENTIAL
000838            FILE STATUS IS WS-PAPLIN-STATUS.
000839     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000840            ORGANIZATION IS SEQUENTIAL.
000842     SELECT OPTIONAL
000844            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000846            ORGANIZATION IS SEQUENTIAL
000848            FILE STATUS IS WS-EXECLOG-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  PERIOD-CALENDAR
000880     LABEL RECORDS ARE STANDARD.
000890 COPY FISCPER.

000900 FD  STATUS-CHG-IN
000910     LABEL RECORDS ARE STANDARD.
000920 COPY STACHG.

000930 FD  ORDER-CHG-IN
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ORDSCHG.

000960 FD  PAYMENT-IN
000970     LABEL RECORDS ARE STANDARD.
000980 COPY MSEGREC.

000990 FD  INVOICE-IN
001000     LABEL RECORDS ARE STANDARD.
001010 COPY INVREC.

001020 FD  MSEG-CHG-IN
001030     LABEL RECORDS ARE STANDARD.
001040 COPY MSEGCHG.

001041 FD  DISCOUNT-IN
001042     LABEL RECORDS ARE STANDARD.
001043 COPY PAYDISC.

001044 FD  REBATE-MASTER
001045     LABEL RECORDS ARE STANDARD.
001046 COPY REBAGR.

001047 FD  RMA-IN
001048     LABEL RECORDS ARE STANDARD.
001049 COPY RMAREC.

001050 FD  PAYAPP-IN
001051     LABEL RECORDS ARE STANDARD.
001052 COPY PAYAPPL.

001053 FD  REPORT-OUT
001060     LABEL RECORDS ARE STANDARD.
001070 01  REPORT-LINE                   PIC X(132).

001072 FD  EXEC-LOG-OUT
001074     LABEL RECORDS ARE STANDARD.
001076 COPY EXECLOG.

001080 WORKING-STORAGE SECTION.
001090 01  WS-SCHGIN-STATUS          PIC X(02)  VALUE SPACES.
001100 01  WS-OCHGIN-STATUS          PIC X(02)  VALUE SPACES.
001110 01  WS-PAYIN-STATUS           PIC X(02)  VALUE SPACES.
001120 01  WS-INVIN-STATUS           PIC X(02)  VALUE SPACES.
001130 01  WS-MCHGIN-STATUS          PIC X(02)  VALUE SPACES.
001131 01  WS-PAYDISC-STATUS         PIC X(02)  VALUE SPACES.
001132 01  WS-REBMSTR-STATUS         PIC X(02)  VALUE SPACES.
001133 01  WS-RMAIN-STATUS           PIC X(02)  VALUE SPACES.
001134 01  WS-PAPLIN-STATUS          PIC X(02)  VALUE SPACES.
001135 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001140 01  WS-SWITCHES.
001150     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001160         88  PERCAL-EOF                   VALUE 'Y'.
001170     05  WS-INPUT-EOF          PIC X(01)  VALUE 'N'.
001180         88  INPUT-EOF                    VALUE 'Y'.
001190     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001200         88  WS-TABLE-FULL                VALUE 'Y'.
001210     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001220         88  WS-PERIOD-FOUND              VALUE 'Y'.
001223     05  WS-OPEN-ONLY-SW       PIC X(01)  VALUE 'N'.
001226         88  WS-OPEN-PERIODS-ONLY         VALUE 'Y'.

001230 01  WS-COUNTERS                          COMP.
001240     05  WS-PERIODS-READ       PIC 9(09)  VALUE ZERO.
001250     05  WS-CALENDAR-PROBLEMS  PIC 9(09)  VALUE ZERO.
001260     05  WS-RECORDS-READ       PIC 9(09)  VALUE ZERO.
001270     05  WS-ITEMS-PENDING      PIC 9(09)  VALUE ZERO.
001280     05  WS-ITEMS-NO-PERIOD    PIC 9(09)  VALUE ZERO.
001290     05  WS-PERIODS-PRINTED    PIC 9(09)  VALUE ZERO.
001300     05  WS-PERIODS-READY      PIC 9(09)  VALUE ZERO.
001310     05  WS-PERIOD-TOTAL       PIC 9(09)  VALUE ZERO.
001320     05  WS-CP-COUNT           PIC 9(03)  VALUE ZERO.
001330     05  WS-CP-NDX             PIC 9(03)  VALUE ZERO.
001340     05  WS-JOB-NDX            PIC 9(02)  VALUE ZERO.

001350 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001360 01  WS-ACTIVITY-DATE          PIC 9(08)  VALUE ZERO.
001370 01  WS-PRIOR-END-DATE         PIC 9(08)  VALUE ZERO.
001380 01  WS-PRIOR-END-DAY          PIC S9(09) COMP VALUE ZERO.
001390 01  WS-THIS-START-DAY         PIC S9(09) COMP VALUE ZERO.

001400*----------------------------------------------------------------
001410*    THE JOBS THE CHECKLIST ANSWERS FOR, IN PRINT ORDER.  THE
001420*    SUBSCRIPT OF EACH IS THE SUBSCRIPT OF ITS PENDING COUNT.
001430*----------------------------------------------------------------
001440 01  WS-JOB-NAMES.
001450     05  FILLER                PIC X(40)
001460         VALUE 'INVHUPD   INVOICE STATUS CHANGES'.
001470     05  FILLER                PIC X(40)
001480         VALUE 'ACCTPOST  SHIPMENTS TO CHARGE'.
001490     05  FILLER                PIC X(40)
001500         VALUE 'ACCTPOST  PAYMENTS TO RELIEVE'.
001510     05  FILLER                PIC X(40)
001520         VALUE 'GLEXTR    APPROVED INVOICES TO JOURNAL'.
001530     05  FILLER                PIC X(40)
001540         VALUE 'FXREVAL   OPEN CONVERTED INVOICES'.
001550     05  FILLER                PIC X(40)
001560         VALUE 'MSEGUPD   BALANCE CHANGES NOT APPLIED'.
001561     05  FILLER                PIC X(40)
001562         VALUE 'DISCRPT   DISCOUNTS TAKEN TO JOURNAL'.
001563     05  FILLER                PIC X(40)
001564         VALUE 'REBSETL   REBATE AGREEMENTS TO SETTLE'.
001565     05  FILLER                PIC X(40)
001566         VALUE 'RMAPROC   RETURNS TO CREDIT'.
001567     05  FILLER                PIC X(40)
001568         VALUE 'ARAPNET   NETTING NOT YET APPLIED'.
001569     05  FILLER                PIC X(40)
001570         VALUE 'PAYVOID   VOID REVERSALS NOT YET APPLIED'.
001571 01  WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAMES.
001580     05  WS-JOB-NAME           PIC X(40)  OCCURS 11 TIMES.

001590*----------------------------------------------------------------
001600*    THE CALENDAR, WITH EACH PERIOD'S PENDING COUNT PER JOB, AND
001610*    THE SAME COUNTS FOR ACTIVITY NO PERIOD COVERS.
001620*----------------------------------------------------------------
001630 01  WS-PERIOD-TABLE.
001640     05  WS-CP-ENTRY OCCURS 1 TO 240 TIMES
001650                     DEPENDING ON WS-CP-COUNT.
001660         10  WS-CP-PERIOD-ID    PIC 9(06).
001670         10  WS-CP-START-DATE   PIC 9(08).
001680         10  WS-CP-END-DATE     PIC 9(08).
001690         10  WS-CP-STATUS       PIC X(01).
001700             88  WS-CP-OPEN               VALUE 'O'.
001710             88  WS-CP-SOFT-CLOSED        VALUE 'S'.
001720         10  WS-CP-PENDING      PIC 9(07) COMP OCCURS 11 TIMES.

001730 01  WS-NO-PERIOD-COUNTS.
001740     05  WS-NP-PENDING          PIC 9(07) COMP OCCURS 11 TIMES.

001750 01  WS-REPORT-HEADING.
001760     05  FILLER                 PIC X(03) VALUE SPACES.
001770     05  FILLER                 PIC X(32)
001780         VALUE 'PERIOD-CLOSE CHECKLIST - RUN ON '.
001790     05  RH-RUN-DATE            PIC 9(08).

001800 01  WS-PROBLEM-LINE.
001810     05  FILLER                 PIC X(03) VALUE SPACES.
001820     05  FILLER                 PIC X(16)
001830         VALUE 'CALENDAR PERIOD '.
001840     05  PR-PERIOD-ID           PIC 9(06).
001850     05  FILLER                 PIC X(02) VALUE SPACES.
001860     05  PR-TEXT                PIC X(50).

001870 01  WS-PERIOD-LINE.
001880     05  FILLER                 PIC X(03) VALUE SPACES.
001890     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
001900     05  PL-PERIOD-ID           PIC 9(06).
001910     05  FILLER                 PIC X(02) VALUE SPACES.
001920     05  PL-START-DATE          PIC 9(08).
001930     05  FILLER                 PIC X(03) VALUE ' - '.
001940     05  PL-END-DATE            PIC 9(08).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  PL-STATUS-TEXT         PIC X(12).

001970 01  WS-JOB-LINE.
001980     05  FILLER                 PIC X(07) VALUE SPACES.
001990     05  JL-JOB-NAME            PIC X(40).
002000     05  JL-COUNT               PIC ZZZ,ZZZ,ZZ9.

002010 01  WS-VERDICT-LINE.
002020     05  FILLER                 PIC X(07) VALUE SPACES.
002030     05  VL-TEXT                PIC X(60).

002040 01  WS-BLANK-LINE              PIC X(01) VALUE SPACES.

002050 PROCEDURE DIVISION.
002060*---------------------------------------------------------------*
002070 0000-MAINLINE.
002080*---------------------------------------------------------------*
002083     PERFORM 9700-LOG-STEP-START
002086          THRU 9700-LOG-STEP-START-EXIT.
002090     PERFORM 1000-INITIALIZE
002100          THRU 1000-INITIALIZE-EXIT.
002110     IF WS-TABLE-FULL
002120         DISPLAY 'PERCLOSE - PERIOD TABLE FULL, CHECKLIST '
002130                 'INCOMPLETE - FAILING THE STEP'
002140         CLOSE REPORT-OUT
002150         MOVE 16 TO RETURN-CODE
002153         PERFORM 9710-LOG-STEP-END
002156              THRU 9710-LOG-STEP-END-EXIT
002160         GOBACK
002170     END-IF.
002180     PERFORM 2000-TALLY-STATUS-CHANGES
002190          THRU 2000-TALLY-STATUS-CHANGES-EXIT.
002200     PERFORM 3000-TALLY-ORDER-CHANGES
002210          THRU 3000-TALLY-ORDER-CHANGES-EXIT.
002220     PERFORM 3500-TALLY-PAYMENTS
002230          THRU 3500-TALLY-PAYMENTS-EXIT.
002240     PERFORM 4000-TALLY-INVOICES
002250          THRU 4000-TALLY-INVOICES-EXIT.
002260     PERFORM 5000-TALLY-BALANCE-CHANGES
002270          THRU 5000-TALLY-BALANCE-CHANGES-EXIT.
002271     PERFORM 5200-TALLY-DISCOUNTS
002272          THRU 5200-TALLY-DISCOUNTS-EXIT.
002273     PERFORM 5400-TALLY-REBATES
002274          THRU 5400-TALLY-REBATES-EXIT.
002275     PERFORM 5600-TALLY-RETURNS
002276          THRU 5600-TALLY-RETURNS-EXIT.
002277     PERFORM 5800-TALLY-APPLICATIONS
002278          THRU 5800-TALLY-APPLICATIONS-EXIT.
002280     PERFORM 6000-PRINT-PERIOD
002290          THRU 6000-PRINT-PERIOD-EXIT
002300          VARYING WS-CP-NDX FROM 1 BY 1
002310          UNTIL WS-CP-NDX > WS-CP-COUNT.
002320     IF WS-ITEMS-NO-PERIOD > ZERO
002330         PERFORM 7000-PRINT-NO-PERIOD
002340              THRU 7000-PRINT-NO-PERIOD-EXIT
002350     END-IF.
002360     PERFORM 9000-TERMINATE
002370          THRU 9000-TERMINATE-EXIT.
002373     PERFORM 9710-LOG-STEP-END
002376          THRU 9710-LOG-STEP-END-EXIT.
002380     GOBACK.

002390*---------------------------------------------------------------*
002400 1000-INITIALIZE.
002410*---------------------------------------------------------------*
002420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002430     OPEN INPUT  PERIOD-CALENDAR
002440          OUTPUT REPORT-OUT.
002450     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002460     WRITE REPORT-LINE FROM WS-REPORT-HEADING.
002470     WRITE REPORT-LINE FROM WS-BLANK-LINE.
002480     PERFORM 1050-CLEAR-NO-PERIOD
002490          THRU 1050-CLEAR-NO-PERIOD-EXIT
002500          VARYING WS-JOB-NDX FROM 1 BY 1
002510          UNTIL WS-JOB-NDX > 11.
002520     PERFORM 1100-LOAD-PERIOD
002530          THRU 1100-LOAD-PERIOD-EXIT
002540          UNTIL PERCAL-EOF
002550             OR WS-TABLE-FULL.
002560     CLOSE PERIOD-CALENDAR.
002570     IF WS-CP-COUNT = ZERO
002580         MOVE ZERO TO PR-PERIOD-ID
002590         MOVE 'CALENDAR IS EMPTY - NO PERIOD CAN BE POSTED INTO'
002600           TO PR-TEXT
002610         PERFORM 1900-PRINT-PROBLEM
002620              THRU 1900-PRINT-PROBLEM-EXIT
002630     END-IF.
002640     IF WS-CALENDAR-PROBLEMS > ZERO
002650         WRITE REPORT-LINE FROM WS-BLANK-LINE
002660     END-IF.
002670 1000-INITIALIZE-EXIT.
002680     EXIT.

002690 1050-CLEAR-NO-PERIOD.
002700     MOVE ZERO TO WS-NP-PENDING (WS-JOB-NDX).
002710 1050-CLEAR-NO-PERIOD-EXIT.
002720     EXIT.

002730*---------------------------------------------------------------*
002740*    TAKE ONE PERIOD, REPORTING WHATEVER THE POSTING JOBS WOULD *
002750*    STUMBLE ON.  A PERIOD WITH UNUSABLE DATES IS REPORTED AND  *
002760*    LEFT OFF THE TABLE; AN OVERLAP OR GAP IS REPORTED AND THE  *
002770*    PERIOD KEPT, SO ITS ACTIVITY STILL SHOWS.                  *
002780*---------------------------------------------------------------*
002790 1100-LOAD-PERIOD.
002800*---------------------------------------------------------------*
002810     READ PERIOD-CALENDAR
002820         AT END
002830             SET PERCAL-EOF TO TRUE
002840             GO TO 1100-LOAD-PERIOD-EXIT
002850     END-READ.
002860     ADD 1 TO WS-PERIODS-READ.
002870     MOVE FP-PERIOD-ID TO PR-PERIOD-ID.
002880     IF FP-START-DATE NOT NUMERIC
002890        OR FP-END-DATE NOT NUMERIC
002900        OR FP-END-DATE < FP-START-DATE
002910         MOVE 'START OR END DATE UNUSABLE - PERIOD IGNORED'
002920           TO PR-TEXT
002930         PERFORM 1900-PRINT-PROBLEM
002940              THRU 1900-PRINT-PROBLEM-EXIT
002950         GO TO 1100-LOAD-PERIOD-EXIT
002960     END-IF.
002970     IF WS-CP-COUNT NOT < 240
002980         SET WS-TABLE-FULL TO TRUE
002990         GO TO 1100-LOAD-PERIOD-EXIT
003000     END-IF.
003010     IF WS-CP-COUNT > ZERO
003020         PERFORM 1110-CHECK-AGAINST-PRIOR
003030              THRU 1110-CHECK-AGAINST-PRIOR-EXIT
003040     END-IF.
003050     IF NOT (FP-OPEN OR FP-SOFT-CLOSED OR FP-CLOSED)
003060         MOVE 'STATUS NOT O, S OR C - JOBS TREAT IT AS CLOSED'
003070           TO PR-TEXT
003080         PERFORM 1900-PRINT-PROBLEM
003090              THRU 1900-PRINT-PROBLEM-EXIT
003100     END-IF.
003110     ADD 1 TO WS-CP-COUNT.
003120     MOVE FP-PERIOD-ID  TO WS-CP-PERIOD-ID (WS-CP-COUNT).
003130     MOVE FP-START-DATE TO WS-CP-START-DATE (WS-CP-COUNT).
003140     MOVE FP-END-DATE   TO WS-CP-END-DATE (WS-CP-COUNT).
003150     MOVE FP-STATUS     TO WS-CP-STATUS (WS-CP-COUNT).
003160     PERFORM 1120-CLEAR-PENDING
003170          THRU 1120-CLEAR-PENDING-EXIT
003180          VARYING WS-JOB-NDX FROM 1 BY 1
003190          UNTIL WS-JOB-NDX > 11.
003200 1100-LOAD-PERIOD-EXIT.
003210     EXIT.

003220 1110-CHECK-AGAINST-PRIOR.
003230     MOVE WS-CP-END-DATE (WS-CP-COUNT) TO WS-PRIOR-END-DATE.
003240     IF FP-START-DATE NOT > WS-PRIOR-END-DATE
003250         MOVE 'OVERLAPS OR PRECEDES THE PERIOD BEFORE IT'
003260           TO PR-TEXT
003270         PERFORM 1900-PRINT-PROBLEM
003280              THRU 1900-PRINT-PROBLEM-EXIT
003290         GO TO 1110-CHECK-AGAINST-PRIOR-EXIT
003300     END-IF.
003310     COMPUTE WS-PRIOR-END-DAY =
003320             FUNCTION INTEGER-OF-DATE (WS-PRIOR-END-DATE).
003330     COMPUTE WS-THIS-START-DAY =
003340             FUNCTION INTEGER-OF-DATE (FP-START-DATE).
003350     IF WS-THIS-START-DAY > WS-PRIOR-END-DAY + 1
003360         MOVE 'GAP AFTER THE PERIOD BEFORE - DAYS NOT COVERED'
003370           TO PR-TEXT
003380         PERFORM 1900-PRINT-PROBLEM
003390              THRU 1900-PRINT-PROBLEM-EXIT
003400     END-IF.
003410 1110-CHECK-AGAINST-PRIOR-EXIT.
003420     EXIT.

003430 1120-CLEAR-PENDING.
003440     MOVE ZERO TO WS-CP-PENDING (WS-CP-COUNT, WS-JOB-NDX).
003450 1120-CLEAR-PENDING-EXIT.
003460     EXIT.

003470 1900-PRINT-PROBLEM.
003480     ADD 1 TO WS-CALENDAR-PROBLEMS.
003490     WRITE REPORT-LINE FROM WS-PROBLEM-LINE.
003500 1900-PRINT-PROBLEM-EXIT.
003510     EXIT.

003520*---------------------------------------------------------------*
003530*    INVHUPD - EVERY QUEUED STATUS CHANGE, BY ITS CHANGE DATE.  *
003540*---------------------------------------------------------------*
003550 2000-TALLY-STATUS-CHANGES.
003560*---------------------------------------------------------------*
003570     OPEN INPUT STATUS-CHG-IN.
003580     MOVE 'N' TO WS-INPUT-EOF.
003590     PERFORM 2100-TALLY-STATUS-CHANGE
003600          THRU 2100-TALLY-STATUS-CHANGE-EXIT
003610          UNTIL INPUT-EOF.
003620     CLOSE STATUS-CHG-IN.
003630 2000-TALLY-STATUS-CHANGES-EXIT.
003640     EXIT.

003650 2100-TALLY-STATUS-CHANGE.
003660     READ STATUS-CHG-IN
003670         AT END
003680             SET INPUT-EOF TO TRUE
003690             GO TO 2100-TALLY-STATUS-CHANGE-EXIT
003700     END-READ.
003710     ADD 1 TO WS-RECORDS-READ.
003720     MOVE 1              TO WS-JOB-NDX.
003730     MOVE SC-CHANGE-DATE TO WS-ACTIVITY-DATE.
003740     PERFORM 8000-COUNT-PENDING
003750          THRU 8000-COUNT-PENDING-EXIT.
003760 2100-TALLY-STATUS-CHANGE-EXIT.
003770     EXIT.

003780*---------------------------------------------------------------*
003790*    ACCTPOST - ORDER TRANSITIONS TO SHIP, WHICH IT CHARGES.    *
003800*---------------------------------------------------------------*
003810 3000-TALLY-ORDER-CHANGES.
003820*---------------------------------------------------------------*
003830     OPEN INPUT ORDER-CHG-IN.
003840     MOVE 'N' TO WS-INPUT-EOF.
003850     PERFORM 3100-TALLY-ORDER-CHANGE
003860          THRU 3100-TALLY-ORDER-CHANGE-EXIT
003870          UNTIL INPUT-EOF.
003880     CLOSE ORDER-CHG-IN.
003890 3000-TALLY-ORDER-CHANGES-EXIT.
003900     EXIT.

003910 3100-TALLY-ORDER-CHANGE.
003920     READ ORDER-CHG-IN
003930         AT END
003940             SET INPUT-EOF TO TRUE
003950             GO TO 3100-TALLY-ORDER-CHANGE-EXIT
003960     END-READ.
003970     ADD 1 TO WS-RECORDS-READ.
003980     IF OSC-NEW-STATUS NOT = 'SHIP'
003990         GO TO 3100-TALLY-ORDER-CHANGE-EXIT
004000     END-IF.
004010     MOVE 2               TO WS-JOB-NDX.
004020     MOVE OSC-CHANGE-DATE TO WS-ACTIVITY-DATE.
004030     PERFORM 8000-COUNT-PENDING
004040          THRU 8000-COUNT-PENDING-EXIT.
004050 3100-TALLY-ORDER-CHANGE-EXIT.
004060     EXIT.

004070*---------------------------------------------------------------*
004080*    ACCTPOST - PY SEGMENTS, WHICH IT RELIEVES, BY VALUE DATE.  *
004090*---------------------------------------------------------------*
004100 3500-TALLY-PAYMENTS.
004110*---------------------------------------------------------------*
004120     OPEN INPUT PAYMENT-IN.
004130     MOVE 'N' TO WS-INPUT-EOF.
004140     PERFORM 3600-TALLY-PAYMENT
004150          THRU 3600-TALLY-PAYMENT-EXIT
004160          UNTIL INPUT-EOF.
004170     CLOSE PAYMENT-IN.
004180 3500-TALLY-PAYMENTS-EXIT.
004190     EXIT.

004200 3600-TALLY-PAYMENT.
004210     READ PAYMENT-IN
004220         AT END
004230             SET INPUT-EOF TO TRUE
004240             GO TO 3600-TALLY-PAYMENT-EXIT
004250     END-READ.
004260     ADD 1 TO WS-RECORDS-READ.
004270     IF NOT SEGMENT-IS-PAYMENT
004280         GO TO 3600-TALLY-PAYMENT-EXIT
004290     END-IF.
004300     MOVE 3               TO WS-JOB-NDX.
004310     MOVE PAY-VALUE-DATE  TO WS-ACTIVITY-DATE.
004320     PERFORM 8000-COUNT-PENDING
004330          THRU 8000-COUNT-PENDING-EXIT.
004340 3600-TALLY-PAYMENT-EXIT.
004350     EXIT.

004360*---------------------------------------------------------------*
004370*    GLEXTR AND FXREVAL BOTH WORK FROM THE INVOICE FILE: AN     *
004380*    APPROVED INVOICE WITH A RATE IS WAITING TO BE JOURNALED,   *
004390*    AN OPEN CONVERTED ONE IS WAITING TO BE REVALUED.  BOTH ARE *
004400*    COUNTED BY INVOICE DATE.                                   *
004410*---------------------------------------------------------------*
004420 4000-TALLY-INVOICES.
004430*---------------------------------------------------------------*
004440     OPEN INPUT INVOICE-IN.
004450     MOVE 'N' TO WS-INPUT-EOF.
004460     PERFORM 4100-TALLY-INVOICE
004470          THRU 4100-TALLY-INVOICE-EXIT
004480          UNTIL INPUT-EOF.
004490     CLOSE INVOICE-IN.
004500 4000-TALLY-INVOICES-EXIT.
004510     EXIT.

004520 4100-TALLY-INVOICE.
004530     READ INVOICE-IN
004540         AT END
004550             SET INPUT-EOF TO TRUE
004560             GO TO 4100-TALLY-INVOICE-EXIT
004570     END-READ.
004580     ADD 1 TO WS-RECORDS-READ.
004590     MOVE INVOICE-DATE TO WS-ACTIVITY-DATE.
004600     IF INV-APPROVED AND NOT CONV-RATE-NOT-FOUND
004610         MOVE 4 TO WS-JOB-NDX
004620         PERFORM 8000-COUNT-PENDING
004630              THRU 8000-COUNT-PENDING-EXIT
004640     END-IF.
004650     IF (INV-PENDING OR INV-APPROVED) AND CONV-DONE
004660         MOVE 5 TO WS-JOB-NDX
004670         PERFORM 8000-COUNT-PENDING
004680              THRU 8000-COUNT-PENDING-EXIT
004690     END-IF.
004700 4100-TALLY-INVOICE-EXIT.
004710     EXIT.

004720*---------------------------------------------------------------*
004730*    MSEGUPD - BL CHANGES STILL QUEUED, BY THE DATE THE POSTING *
004740*    JOB GAVE THEM.                                             *
004750*---------------------------------------------------------------*
004760 5000-TALLY-BALANCE-CHANGES.
004770*---------------------------------------------------------------*
004780     OPEN INPUT MSEG-CHG-IN.
004790     MOVE 'N' TO WS-INPUT-EOF.
004800     PERFORM 5100-TALLY-BALANCE-CHANGE
004810          THRU 5100-TALLY-BALANCE-CHANGE-EXIT
004820          UNTIL INPUT-EOF.
004830     CLOSE MSEG-CHG-IN.
004840 5000-TALLY-BALANCE-CHANGES-EXIT.
004850     EXIT.

004860 5100-TALLY-BALANCE-CHANGE.
004870     READ MSEG-CHG-IN
004880         AT END
004890             SET INPUT-EOF TO TRUE
004900             GO TO 5100-TALLY-BALANCE-CHANGE-EXIT
004910     END-READ.
004920     ADD 1 TO WS-RECORDS-READ.
004930     IF NOT MC-FIELD-IS-BALANCE
004940         GO TO 5100-TALLY-BALANCE-CHANGE-EXIT
004950     END-IF.
004960     MOVE 6               TO WS-JOB-NDX.
004970     MOVE MC-CHANGE-DATE  TO WS-ACTIVITY-DATE.
004980     PERFORM 8000-COUNT-PENDING
004990          THRU 8000-COUNT-PENDING-EXIT.
005000 5100-TALLY-BALANCE-CHANGE-EXIT.
005010     EXIT.

005011*---------------------------------------------------------------*
005012*    DISCRPT - DISCOUNTS TAKEN, BY PAY DATE.  THE LEDGER KEEPS  *
005013*    EVERY ENTRY EVER WRITTEN, SO ONLY THOSE IN A PERIOD STILL  *
005014*    OPEN OR SOFT-CLOSED ARE COUNTED - A CLOSED MONTH'S ENTRIES *
005015*    HAVE HAD THEIR JOURNAL.                                    *
005016*---------------------------------------------------------------*
005017 5200-TALLY-DISCOUNTS.
005018*---------------------------------------------------------------*
005019     OPEN INPUT DISCOUNT-IN.
005020     MOVE 'N' TO WS-INPUT-EOF.
005021     SET WS-OPEN-PERIODS-ONLY TO TRUE.
005022     PERFORM 5300-TALLY-DISCOUNT
005023          THRU 5300-TALLY-DISCOUNT-EXIT
005024          UNTIL INPUT-EOF.
005025     MOVE 'N' TO WS-OPEN-ONLY-SW.
005026     CLOSE DISCOUNT-IN.
005027 5200-TALLY-DISCOUNTS-EXIT.
005028     EXIT.

005029 5300-TALLY-DISCOUNT.
005030     READ DISCOUNT-IN
005031         AT END
005032             SET INPUT-EOF TO TRUE
005033             GO TO 5300-TALLY-DISCOUNT-EXIT
005034     END-READ.
005035     ADD 1 TO WS-RECORDS-READ.
005036     IF NOT DH-TAKEN
005037        OR DH-DISC-HOME-AMOUNT = ZERO
005038         GO TO 5300-TALLY-DISCOUNT-EXIT
005039     END-IF.
005040     MOVE 7               TO WS-JOB-NDX.
005041     MOVE DH-PAY-DATE     TO WS-ACTIVITY-DATE.
005042     PERFORM 8000-COUNT-PENDING
005043          THRU 8000-COUNT-PENDING-EXIT.
005044 5300-TALLY-DISCOUNT-EXIT.
005045     EXIT.

005046*---------------------------------------------------------------*
005047*    REBSETL - AGREEMENTS NOT YET SETTLED, BY PERIOD END.       *
005048*---------------------------------------------------------------*
005049 5400-TALLY-REBATES.
005050*---------------------------------------------------------------*
005051     OPEN INPUT REBATE-MASTER.
005052     MOVE 'N' TO WS-INPUT-EOF.
005053     PERFORM 5500-TALLY-REBATE
005054          THRU 5500-TALLY-REBATE-EXIT
005055          UNTIL INPUT-EOF.
005056     CLOSE REBATE-MASTER.
005057 5400-TALLY-REBATES-EXIT.
005058     EXIT.

005059 5500-TALLY-REBATE.
005060     READ REBATE-MASTER NEXT
005061         AT END
005062             SET INPUT-EOF TO TRUE
005063             GO TO 5500-TALLY-REBATE-EXIT
005064     END-READ.
005065     ADD 1 TO WS-RECORDS-READ.
005066     IF RB-SETTLED
005067         GO TO 5500-TALLY-REBATE-EXIT
005068     END-IF.
005069     MOVE 8               TO WS-JOB-NDX.
005070     MOVE RB-PERIOD-TO    TO WS-ACTIVITY-DATE.
005071     PERFORM 8000-COUNT-PENDING
005072          THRU 8000-COUNT-PENDING-EXIT.
005073 5500-TALLY-REBATE-EXIT.
005074     EXIT.

005075*---------------------------------------------------------------*
005076*    RMAPROC - RETURNS WAITING TO BE CREDITED, BY RETURN DATE.  *
005077*---------------------------------------------------------------*
005078 5600-TALLY-RETURNS.
005079*---------------------------------------------------------------*
005080     OPEN INPUT RMA-IN.
005081     MOVE 'N' TO WS-INPUT-EOF.
005082     PERFORM 5700-TALLY-RETURN
005083          THRU 5700-TALLY-RETURN-EXIT
005084          UNTIL INPUT-EOF.
005085     CLOSE RMA-IN.
005086 5600-TALLY-RETURNS-EXIT.
005087     EXIT.

005088 5700-TALLY-RETURN.
005089     READ RMA-IN
005090         AT END
005091             SET INPUT-EOF TO TRUE
005092             GO TO 5700-TALLY-RETURN-EXIT
005093     END-READ.
005094     ADD 1 TO WS-RECORDS-READ.
005095     MOVE 9               TO WS-JOB-NDX.
005096     MOVE RMA-RETURN-DATE TO WS-ACTIVITY-DATE.
005097     PERFORM 8000-COUNT-PENDING
005098          THRU 8000-COUNT-PENDING-EXIT.
005099 5700-TALLY-RETURN-EXIT.
005100     EXIT.

005101*---------------------------------------------------------------*
005102*    ARAPNET AND PAYVOID - THE PAYMENT APPLICATIONS EACH HAS    *
005103*    WRITTEN THAT INVPAPP HAS NOT YET APPLIED, BY PAY DATE.     *
005104*    PAYSEL'S OWN APPLICATIONS ARE NOT COUNTED.                 *
005105*---------------------------------------------------------------*
005106 5800-TALLY-APPLICATIONS.
005107*---------------------------------------------------------------*
005108     OPEN INPUT PAYAPP-IN.
005109     MOVE 'N' TO WS-INPUT-EOF.
005110     PERFORM 5900-TALLY-APPLICATION
005111          THRU 5900-TALLY-APPLICATION-EXIT
005112          UNTIL INPUT-EOF.
005113     CLOSE PAYAPP-IN.
005114 5800-TALLY-APPLICATIONS-EXIT.
005115     EXIT.

005116 5900-TALLY-APPLICATION.
005117     READ PAYAPP-IN
005118         AT END
005119             SET INPUT-EOF TO TRUE
005120             GO TO 5900-TALLY-APPLICATION-EXIT
005121     END-READ.
005122     ADD 1 TO WS-RECORDS-READ.
005123     EVALUATE PA-PAID-BY
005124         WHEN 'ARAPNET'
005125             MOVE 10 TO WS-JOB-NDX
005126         WHEN 'PAYVOID'
005127             MOVE 11 TO WS-JOB-NDX
005128         WHEN OTHER
005129             GO TO 5900-TALLY-APPLICATION-EXIT
005130     END-EVALUATE.
005131     MOVE PA-PAY-DATE     TO WS-ACTIVITY-DATE.
005132     PERFORM 8000-COUNT-PENDING
005133          THRU 8000-COUNT-PENDING-EXIT.
005134 5900-TALLY-APPLICATION-EXIT.
005135     EXIT.

005136*---------------------------------------------------------------*
005137*    ONE CHECKLIST ENTRY PER PERIOD STILL OPEN OR SOFT-CLOSED,  *
005138*    AND PER CLOSED PERIOD WITH ACTIVITY STILL DATED IN IT.     *
005139*---------------------------------------------------------------*
005140 6000-PRINT-PERIOD.
005141*---------------------------------------------------------------*
005142     MOVE ZERO TO WS-PERIOD-TOTAL.
005143     PERFORM 6100-ADD-JOB-PENDING
005144          THRU 6100-ADD-JOB-PENDING-EXIT
005145          VARYING WS-JOB-NDX FROM 1 BY 1
005146          UNTIL WS-JOB-NDX > 11.
005147     IF NOT WS-CP-OPEN (WS-CP-NDX)
005148        AND NOT WS-CP-SOFT-CLOSED (WS-CP-NDX)
005150        AND WS-PERIOD-TOTAL = ZERO
005160         GO TO 6000-PRINT-PERIOD-EXIT
005170     END-IF.
005180     ADD 1 TO WS-PERIODS-PRINTED.
005190     MOVE WS-CP-PERIOD-ID (WS-CP-NDX)  TO PL-PERIOD-ID.
005200     MOVE WS-CP-START-DATE (WS-CP-NDX) TO PL-START-DATE.
005210     MOVE WS-CP-END-DATE (WS-CP-NDX)   TO PL-END-DATE.
005220     EVALUATE TRUE
005230         WHEN WS-CP-OPEN (WS-CP-NDX)
005240             MOVE 'OPEN'        TO PL-STATUS-TEXT
005250         WHEN WS-CP-SOFT-CLOSED (WS-CP-NDX)
005260             MOVE 'SOFT-CLOSED' TO PL-STATUS-TEXT
005270         WHEN OTHER
005280             MOVE 'CLOSED'      TO PL-STATUS-TEXT
005290     END-EVALUATE.
005300     WRITE REPORT-LINE FROM WS-PERIOD-LINE.
005310     PERFORM 6200-PRINT-JOB-LINE
005320          THRU 6200-PRINT-JOB-LINE-EXIT
005330          VARYING WS-JOB-NDX FROM 1 BY 1
005340          UNTIL WS-JOB-NDX > 11.
005350     EVALUATE TRUE
005360         WHEN WS-PERIOD-TOTAL = ZERO
005370             ADD 1 TO WS-PERIODS-READY
005380             MOVE 'NO UNPOSTED ACTIVITY - READY TO CLOSE'
005390               TO VL-TEXT
005400         WHEN WS-CP-OPEN (WS-CP-NDX)
005410           OR WS-CP-SOFT-CLOSED (WS-CP-NDX)
005420             MOVE 'UNPOSTED ACTIVITY ABOVE - NOT READY TO CLOSE'
005430               TO VL-TEXT
005440         WHEN OTHER
005450             MOVE 'CLOSED - ACTIVITY STILL DATED IN IT'
005460               TO VL-TEXT
005470     END-EVALUATE.
005480     WRITE REPORT-LINE FROM WS-VERDICT-LINE.
005490     WRITE REPORT-LINE FROM WS-BLANK-LINE.
005500 6000-PRINT-PERIOD-EXIT.
005510     EXIT.

005520 6100-ADD-JOB-PENDING.
005530     ADD WS-CP-PENDING (WS-CP-NDX, WS-JOB-NDX) TO WS-PERIOD-TOTAL.
005540 6100-ADD-JOB-PENDING-EXIT.
005550     EXIT.

005560 6200-PRINT-JOB-LINE.
005570     IF WS-CP-PENDING (WS-CP-NDX, WS-JOB-NDX) = ZERO
005580         GO TO 6200-PRINT-JOB-LINE-EXIT
005590     END-IF.
005600     MOVE WS-JOB-NAME (WS-JOB-NDX) TO JL-JOB-NAME.
005610     MOVE WS-CP-PENDING (WS-CP-NDX, WS-JOB-NDX) TO JL-COUNT.
005620     WRITE REPORT-LINE FROM WS-JOB-LINE.
005630 6200-PRINT-JOB-LINE-EXIT.
005640     EXIT.

005650*---------------------------------------------------------------*
005660*    ACTIVITY NO PERIOD COVERS - UNDATED, OR DATED BEFORE,      *
005670*    AFTER OR BETWEEN THE CALENDAR'S PERIODS.  EVERY POSTING    *
005680*    JOB WILL REJECT IT.                                        *
005690*---------------------------------------------------------------*
005700 7000-PRINT-NO-PERIOD.
005710*---------------------------------------------------------------*
005720     MOVE 'ACTIVITY DATED OUTSIDE EVERY PERIOD ON THE CALENDAR'
005730       TO VL-TEXT.
005740     WRITE REPORT-LINE FROM WS-VERDICT-LINE.
005750     PERFORM 7100-PRINT-NO-PERIOD-JOB
005760          THRU 7100-PRINT-NO-PERIOD-JOB-EXIT
005770          VARYING WS-JOB-NDX FROM 1 BY 1
005780          UNTIL WS-JOB-NDX > 11.
005790 7000-PRINT-NO-PERIOD-EXIT.
005800     EXIT.

005810 7100-PRINT-NO-PERIOD-JOB.
005820     IF WS-NP-PENDING (WS-JOB-NDX) = ZERO
005830         GO TO 7100-PRINT-NO-PERIOD-JOB-EXIT
005840     END-IF.
005850     MOVE WS-JOB-NAME (WS-JOB-NDX)   TO JL-JOB-NAME.
005860     MOVE WS-NP-PENDING (WS-JOB-NDX) TO JL-COUNT.
005870     WRITE REPORT-LINE FROM WS-JOB-LINE.
005880 7100-PRINT-NO-PERIOD-JOB-EXIT.
005890     EXIT.

005900*---------------------------------------------------------------*
005910*    COUNT ONE PENDING ITEM FOR JOB WS-JOB-NDX AGAINST THE      *
005920*    PERIOD WS-ACTIVITY-DATE FALLS IN.  WHEN ONLY OPEN AND      *
005923*    SOFT-CLOSED PERIODS COUNT, AN ITEM IN A CLOSED ONE IS      *
005926*    PASSED OVER.                                               *
005930*---------------------------------------------------------------*
005940 8000-COUNT-PENDING.
005950*---------------------------------------------------------------*
005970     MOVE 'N' TO WS-PERIOD-FOUND-SW.
005980     IF WS-ACTIVITY-DATE NUMERIC
005990         PERFORM 8100-SCAN-PERIOD-ENTRY
006000              THRU 8100-SCAN-PERIOD-ENTRY-EXIT
006010              VARYING WS-CP-NDX FROM 1 BY 1
006020              UNTIL WS-CP-NDX > WS-CP-COUNT
006030                 OR WS-PERIOD-FOUND
006040     END-IF.
006050     IF NOT WS-PERIOD-FOUND
006055         ADD 1 TO WS-ITEMS-PENDING
006060                  WS-ITEMS-NO-PERIOD
006070                  WS-NP-PENDING (WS-JOB-NDX)
006080         GO TO 8000-COUNT-PENDING-EXIT
006090     END-IF.
006100*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
006110*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
006120     SUBTRACT 1 FROM WS-CP-NDX.
006121     IF WS-OPEN-PERIODS-ONLY
006122        AND NOT WS-CP-OPEN (WS-CP-NDX)
006123        AND NOT WS-CP-SOFT-CLOSED (WS-CP-NDX)
006124         GO TO 8000-COUNT-PENDING-EXIT
006125     END-IF.
006126     ADD 1 TO WS-ITEMS-PENDING.
006130     ADD 1 TO WS-CP-PENDING (WS-CP-NDX, WS-JOB-NDX).
006140 8000-COUNT-PENDING-EXIT.
006150     EXIT.

006160 8100-SCAN-PERIOD-ENTRY.
006170     IF WS-ACTIVITY-DATE NOT < WS-CP-START-DATE (WS-CP-NDX)
006180        AND WS-ACTIVITY-DATE NOT > WS-CP-END-DATE (WS-CP-NDX)
006190         SET WS-PERIOD-FOUND TO TRUE
006200     END-IF.
006210 8100-SCAN-PERIOD-ENTRY-EXIT.
006220     EXIT.

006230*---------------------------------------------------------------*
006240 9000-TERMINATE.
006250*---------------------------------------------------------------*
006260     DISPLAY 'PERCLOSE - PERIODS READ.........: '
006270              WS-PERIODS-READ.
006280     DISPLAY 'PERCLOSE - CALENDAR PROBLEMS....: '
006290              WS-CALENDAR-PROBLEMS.
006300     DISPLAY 'PERCLOSE - QUEUE RECORDS READ...: '
006310              WS-RECORDS-READ.
006320     DISPLAY 'PERCLOSE - ITEMS PENDING........: '
006330              WS-ITEMS-PENDING.
006340     DISPLAY 'PERCLOSE - ITEMS IN NO PERIOD...: '
006350              WS-ITEMS-NO-PERIOD.
006360     DISPLAY 'PERCLOSE - PERIODS ON CHECKLIST.: '
006370              WS-PERIODS-PRINTED.
006380     DISPLAY 'PERCLOSE - PERIODS READY........: '
006390              WS-PERIODS-READY.
006400     CLOSE REPORT-OUT.
006410 9000-TERMINATE-EXIT.
006420     EXIT.

006430*---------------------------------------------------------------*
006440*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
006450*---------------------------------------------------------------*
006460 9700-LOG-STEP-START.
006470*---------------------------------------------------------------*
006480     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006490     MOVE 'PERCLOSE'        TO EX-JOB-NAME.
006500     SET EX-STEP-START      TO TRUE.
006510     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006520     ACCEPT EX-RUN-TIME FROM TIME.
006530     MOVE ZERO              TO EX-RECORDS-READ
006540                               EX-RECORDS-WRITTEN
006550                               EX-REJECT-COUNT
006560                               EX-COMPLETION-CODE.
006570     OPEN EXTEND EXEC-LOG-OUT.
006580     WRITE EXECUTION-LOG-RECORD.
006590     CLOSE EXEC-LOG-OUT.
006600 9700-LOG-STEP-START-EXIT.
006610     EXIT.

006620*---------------------------------------------------------------*
006630*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
006640*    ENDING WITH.                                               *
006650*---------------------------------------------------------------*
006660 9710-LOG-STEP-END.
006670*---------------------------------------------------------------*
006680     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006690     MOVE 'PERCLOSE'        TO EX-JOB-NAME.
006700     SET EX-STEP-END        TO TRUE.
006710     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006720     ACCEPT EX-RUN-TIME FROM TIME.
006730     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
006740     MOVE WS-PERIODS-PRINTED TO EX-RECORDS-WRITTEN.
006750     MOVE ZERO              TO EX-REJECT-COUNT.
006760     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006770     OPEN EXTEND EXEC-LOG-OUT.
006780     WRITE EXECUTION-LOG-RECORD.
006790     CLOSE EXEC-LOG-OUT.
006800 9710-LOG-STEP-END-EXIT.
006810     EXIT.
