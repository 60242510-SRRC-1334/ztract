000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BUDRPT.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - MONTHLY DEPARTMENTAL BUDGET
000210*                   VS ACTUAL REPORT WITH ENCUMBRANCE.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      FOR THE REPORT PERIOD - THE PERIOD ON THE CONTROL CARD, OR
000250*      THE RUN MONTH WITHOUT ONE - ACCUMULATES EVERY INVOICE DATED
000260*      IN THE PERIOD BY DEPT-CODE, IN HOME CURRENCY, THE SAME WAY
000270*      GLEXTR CHARGES THE DEPARTMENTS (ITEM-QTY * ITEM-COST AT THE
000280*      RATE CURRCNV STAMPED ON THE INVOICE):
000290*
000300*          - ACTUAL IS WHAT HAS BEEN PAID: ALL OF A PAID INVOICE
000310*            AND THE PAID-TO-DATE SHARE OF AN APPROVED ONE
000320*          - ENCUMBERED IS THE OPEN BALANCE STILL TO PAY: ALL OF A
000330*            PENDING INVOICE AND THE UNPAID SHARE OF AN APPROVED
000340*            ONE
000350*
000360*      REJECTED INVOICES, AND INVOICES WITH NO CONVERSION RATE,
000370*      ARE LEFT OUT.  THE BUDGET MASTER (COPY BUDGREC) IS THEN
000380*      READ IN DEPT-CODE ORDER AND EACH OF THE PERIOD'S BUDGETS
000390*      PRINTS WITH ITS ACTUAL, ENCUMBERED, REMAINING BUDGET,
000400*      PERCENT CONSUMED AND THE PROJECTION FOR THE FULL PERIOD AT
000410*      THE RUN RATE SO FAR.  A DEPARTMENT WHOSE SPEND EXCEEDS ITS
000420*      BUDGET IS FLAGGED OVER BUDGET; ONE WHOSE PROJECTION DOES IS
000430*      FLAGGED PROJECTED OVER.  THE FIGURES AND THE FLAG ARE
000440*      STAMPED BACK ON THE BUDGET MASTER FOR INVEDIT.  SPEND UNDER
000450*      A DEPT-CODE WITH NO BUDGET FOR THE PERIOD PRINTS AT THE
000460*      FOOT AS NO BUDGET.
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT INVOICE-IN      ASSIGN TO INVIN
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT BUDGET-MASTER   ASSIGN TO BUDMSTR
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS SEQUENTIAL
000610            RECORD KEY IS BG-KEY
000620            FILE STATUS IS WS-BUDMSTR-STATUS.
000630     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000640            ORGANIZATION IS SEQUENTIAL.
000642     SELECT OPTIONAL
000644            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000646            ORGANIZATION IS SEQUENTIAL
000648            FILE STATUS IS WS-EXECLOG-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CONTROL-CARD-IN
000680     LABEL RECORDS ARE STANDARD.
000690 01  CONTROL-CARD-RECORD.
000700     05  CC-REPORT-PERIOD          PIC 9(06).

000710 FD  INVOICE-IN
000720     LABEL RECORDS ARE STANDARD.
000730 COPY INVREC.

000740 FD  BUDGET-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760 COPY BUDGREC.

000770 FD  REPORT-OUT
000780     LABEL RECORDS ARE STANDARD.
000790 01  REPORT-LINE                   PIC X(132).

000792 FD  EXEC-LOG-OUT
000794     LABEL RECORDS ARE STANDARD.
000796 COPY EXECLOG.

000800 WORKING-STORAGE SECTION.
000810 01  WS-BUDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000815 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000820 01  WS-SWITCHES.
000830     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
000840         88  INVOICE-EOF                  VALUE 'Y'.
000850     05  WS-BUDGET-EOF         PIC X(01)  VALUE 'N'.
000860         88  BUDGET-EOF                   VALUE 'Y'.
000870     05  WS-DEPT-FOUND-SW      PIC X(01)  VALUE 'N'.
000880         88  WS-DEPT-FOUND                VALUE 'Y'.

000890 01  WS-COUNTERS                          COMP.
000900     05  WS-INVOICES-READ      PIC 9(09)  VALUE ZERO.
000910     05  WS-INVOICES-IN-PERIOD PIC 9(09)  VALUE ZERO.
000920     05  WS-INVOICES-NO-RATE   PIC 9(09)  VALUE ZERO.
000930     05  WS-BUDGETS-REPORTED   PIC 9(09)  VALUE ZERO.
000940     05  WS-DEPTS-OVER         PIC 9(09)  VALUE ZERO.
000950     05  WS-DEPTS-PROJECTED    PIC 9(09)  VALUE ZERO.
000960     05  WS-DEPTS-NO-BUDGET    PIC 9(09)  VALUE ZERO.
000970     05  WS-DEPT-IX            PIC 9(02)  VALUE ZERO.
000980     05  WS-ITEM-IX            PIC 9(02)  VALUE ZERO.
000990     05  WS-TAB-IX             PIC 9(04)  VALUE ZERO.
001000     05  WS-DEPT-TOTAL-COUNT   PIC 9(04)  VALUE ZERO.
001010     05  WS-DEPT-MAX           PIC 9(04)  VALUE 500.

001020 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001030 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001040     05  WS-RUN-YYYYMM         PIC 9(06).
001050     05  WS-RUN-DD             PIC 9(02).
001060 01  WS-REPORT-PERIOD          PIC 9(06)  VALUE ZERO.
001070 01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
001080     05  WS-RP-YEAR            PIC 9(04).
001090     05  WS-RP-MONTH           PIC 9(02).
001100 01  WS-INVOICE-DATE           PIC 9(08)  VALUE ZERO.
001110 01  WS-INVOICE-DATE-R REDEFINES WS-INVOICE-DATE.
001120     05  WS-INVOICE-YYYYMM     PIC 9(06).
001130     05  FILLER                PIC 9(02).
001140 01  WS-PERIOD-START           PIC 9(08)  VALUE ZERO.
001150 01  WS-NEXT-PERIOD-START      PIC 9(08)  VALUE ZERO.
001160 01  WS-PERIOD-DAYS            PIC S9(05) COMP VALUE ZERO.
001170 01  WS-DAYS-ELAPSED           PIC S9(05) COMP VALUE ZERO.

001180 01  WS-CONV-FACTOR            PIC S9(3)V9(6) COMP-3 VALUE ZERO.
001190 01  WS-PAID-FRACTION          PIC S9(3)V9(6) COMP-3 VALUE ZERO.
001200 01  WS-RAW-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
001210 01  WS-DEPT-SHARE             PIC S9(13)V99 COMP-3 VALUE ZERO.
001220 01  WS-PAID-SHARE             PIC S9(13)V99 COMP-3 VALUE ZERO.
001230 01  WS-CONSUMED               PIC S9(13)V99 COMP-3 VALUE ZERO.
001240 01  WS-REMAINING              PIC S9(13)V99 COMP-3 VALUE ZERO.
001250 01  WS-PROJECTED              PIC S9(13)V99 COMP-3 VALUE ZERO.
001260 01  WS-PCT-CONSUMED           PIC S9(05)V9 COMP-3 VALUE ZERO.

001270 01  WS-GRAND-TOTALS.
001280     05  WS-TOTAL-BUDGET       PIC S9(13)V99 COMP-3 VALUE ZERO.
001290     05  WS-TOTAL-ACTUAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001300     05  WS-TOTAL-ENCUMBERED   PIC S9(13)V99 COMP-3 VALUE ZERO.
001310     05  WS-TOTAL-REMAINING    PIC S9(13)V99 COMP-3 VALUE ZERO.

001320*----------------------------------------------------------------
001330*    THE PERIOD'S SPEND BY DEPT-CODE, IN FIRST-SEEN ORDER AS IN
001340*    DEPTRPT.  WS-DS-BUDGETED IS SET WHEN THE BUDGET MASTER PASS
001350*    REPORTS THE ENTRY, SO WHAT IS LEFT AT THE END HAD NO BUDGET.
001360*----------------------------------------------------------------
001370 01  WS-DEPT-SPEND.
001380     05  WS-DS-ENTRY OCCURS 500 TIMES
001390                     DEPENDING ON WS-DEPT-TOTAL-COUNT.
001400         10  WS-DS-CODE         PIC X(04).
001410         10  WS-DS-NAME         PIC X(20).
001420         10  WS-DS-ACTUAL       PIC S9(13)V99 COMP-3.
001430         10  WS-DS-ENCUMBERED   PIC S9(13)V99 COMP-3.
001440         10  WS-DS-BUDGETED-SW  PIC X(01).
001450             88  WS-DS-BUDGETED           VALUE 'Y'.

001460 01  WS-REPORT-HEADING-1.
001470     05  FILLER                 PIC X(01) VALUE SPACES.
001480     05  FILLER                 PIC X(39)
001490         VALUE 'DEPARTMENTAL BUDGET VS ACTUAL - PERIOD '.
001500     05  RH-REPORT-PERIOD       PIC 9(06).
001510     05  FILLER                 PIC X(10) VALUE '   RUN ON '.
001520     05  RH-RUN-DATE            PIC 9(08).
001530     05  FILLER                 PIC X(17)
001540         VALUE '   DAYS ELAPSED '.
001550     05  RH-DAYS-ELAPSED        PIC Z9.
001560     05  FILLER                 PIC X(04) VALUE ' OF '.
001570     05  RH-PERIOD-DAYS         PIC Z9.

001580 01  WS-REPORT-HEADING-2.
001590     05  FILLER                 PIC X(01) VALUE SPACES.
001600     05  FILLER                 PIC X(05) VALUE 'DEPT'.
001610     05  FILLER                 PIC X(21) VALUE 'DEPARTMENT NAME'.
001620     05  FILLER                 PIC X(16) VALUE '         BUDGET'.
001630     05  FILLER                 PIC X(16) VALUE '         ACTUAL'.
001640     05  FILLER                 PIC X(16) VALUE '     ENCUMBERED'.
001650     05  FILLER                 PIC X(16) VALUE '      REMAINING'.
001660     05  FILLER                 PIC X(07) VALUE '  %USED'.
001670     05  FILLER                 PIC X(16) VALUE '      PROJECTED'.
001680     05  FILLER                 PIC X(05) VALUE ' FLAG'.

001690 01  WS-BUDGET-DETAIL.
001700     05  FILLER                 PIC X(01) VALUE SPACES.
001710     05  BD-DEPT-CODE           PIC X(04).
001720     05  FILLER                 PIC X(01) VALUE SPACES.
001730     05  BD-DEPT-NAME           PIC X(20).
001740     05  FILLER                 PIC X(01) VALUE SPACES.
001750     05  BD-BUDGET              PIC ZZZ,ZZZ,ZZ9.99-.
001760     05  FILLER                 PIC X(01) VALUE SPACES.
001770     05  BD-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99-.
001780     05  FILLER                 PIC X(01) VALUE SPACES.
001790     05  BD-ENCUMBERED          PIC ZZZ,ZZZ,ZZ9.99-.
001800     05  FILLER                 PIC X(01) VALUE SPACES.
001810     05  BD-REMAINING           PIC ZZZ,ZZZ,ZZ9.99-.
001820     05  FILLER                 PIC X(01) VALUE SPACES.
001830     05  BD-PCT-CONSUMED        PIC ZZZ9.9.
001840     05  FILLER                 PIC X(01) VALUE SPACES.
001850     05  BD-PROJECTED           PIC ZZZ,ZZZ,ZZ9.99-.
001860     05  FILLER                 PIC X(01) VALUE SPACES.
001870     05  BD-FLAG                PIC X(14).

001880 01  WS-GRAND-TOTAL-LINE.
001890     05  FILLER                 PIC X(01) VALUE SPACES.
001900     05  FILLER                 PIC X(25)
001910         VALUE 'TOTAL'.
001920     05  FILLER                 PIC X(01) VALUE SPACES.
001930     05  GT-BUDGET              PIC ZZZ,ZZZ,ZZ9.99-.
001940     05  FILLER                 PIC X(01) VALUE SPACES.
001950     05  GT-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99-.
001960     05  FILLER                 PIC X(01) VALUE SPACES.
001970     05  GT-ENCUMBERED          PIC ZZZ,ZZZ,ZZ9.99-.
001980     05  FILLER                 PIC X(01) VALUE SPACES.
001990     05  GT-REMAINING           PIC ZZZ,ZZZ,ZZ9.99-.

002000 01  WS-COUNT-LINE.
002010     05  FILLER                 PIC X(01) VALUE SPACES.
002020     05  CL-LABEL               PIC X(30).
002030     05  CL-COUNT               PIC ZZZ,ZZ9.

002040 PROCEDURE DIVISION.
002050*---------------------------------------------------------------*
002060 0000-MAINLINE.
002070*---------------------------------------------------------------*
002073     PERFORM 9700-LOG-STEP-START
002076          THRU 9700-LOG-STEP-START-EXIT.
002080     PERFORM 1000-INITIALIZE
002090          THRU 1000-INITIALIZE-EXIT.
002100     PERFORM 2000-ACCUMULATE-INVOICE
002110          THRU 2000-ACCUMULATE-INVOICE-EXIT
002120          UNTIL INVOICE-EOF.
002130     PERFORM 3000-REPORT-BUDGET
002140          THRU 3000-REPORT-BUDGET-EXIT
002150          UNTIL BUDGET-EOF.
002160     PERFORM 4000-REPORT-UNBUDGETED
002170          THRU 4000-REPORT-UNBUDGETED-EXIT
002180          VARYING WS-TAB-IX FROM 1 BY 1
002190          UNTIL WS-TAB-IX > WS-DEPT-TOTAL-COUNT.
002200     PERFORM 8000-PRINT-TOTALS
002210          THRU 8000-PRINT-TOTALS-EXIT.
002220     PERFORM 9000-TERMINATE
002230          THRU 9000-TERMINATE-EXIT.
002233     PERFORM 9710-LOG-STEP-END
002236          THRU 9710-LOG-STEP-END-EXIT.
002240     GOBACK.

002250*---------------------------------------------------------------*
002260*    THE RUN RATE NEEDS THE LENGTH OF THE PERIOD AND HOW MUCH    *
002270*    OF IT HAS GONE.  A CLOSED PERIOD HAS RUN ITS FULL LENGTH; A *
002280*    FUTURE ONE HAS NOT STARTED AND IS NOT PROJECTED.            *
002290*---------------------------------------------------------------*
002300 1000-INITIALIZE.
002310*---------------------------------------------------------------*
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     MOVE WS-RUN-YYYYMM TO WS-REPORT-PERIOD.
002340     OPEN INPUT CONTROL-CARD-IN.
002350     READ CONTROL-CARD-IN
002360         AT END
002370             DISPLAY 'BUDRPT - NO CONTROL CARD, REPORTING THE '
002380                     'RUN MONTH'
002390         NOT AT END
002400             IF CC-REPORT-PERIOD NUMERIC
002410                AND CC-REPORT-PERIOD > ZERO
002420                 MOVE CC-REPORT-PERIOD TO WS-REPORT-PERIOD
002430             END-IF
002440     END-READ.
002450     CLOSE CONTROL-CARD-IN.
002460     COMPUTE WS-PERIOD-START = WS-REPORT-PERIOD * 100 + 1.
002470     IF WS-RP-MONTH = 12
002480         COMPUTE WS-NEXT-PERIOD-START =
002490                 (WS-RP-YEAR + 1) * 10000 + 101
002500     ELSE
002510         COMPUTE WS-NEXT-PERIOD-START = WS-PERIOD-START + 100
002520     END-IF.
002530     COMPUTE WS-PERIOD-DAYS =
002540             FUNCTION INTEGER-OF-DATE (WS-NEXT-PERIOD-START)
002550             - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START).
002560     EVALUATE TRUE
002570         WHEN WS-RUN-YYYYMM = WS-REPORT-PERIOD
002580             MOVE WS-RUN-DD TO WS-DAYS-ELAPSED
002590         WHEN WS-RUN-YYYYMM > WS-REPORT-PERIOD
002600             MOVE WS-PERIOD-DAYS TO WS-DAYS-ELAPSED
002610         WHEN OTHER
002620             MOVE ZERO TO WS-DAYS-ELAPSED
002630     END-EVALUATE.
002640     OPEN INPUT  INVOICE-IN
002650          I-O    BUDGET-MASTER
002660          OUTPUT REPORT-OUT.
002670     MOVE WS-REPORT-PERIOD TO RH-REPORT-PERIOD.
002680     MOVE WS-RUN-DATE      TO RH-RUN-DATE.
002690     MOVE WS-DAYS-ELAPSED  TO RH-DAYS-ELAPSED.
002700     MOVE WS-PERIOD-DAYS   TO RH-PERIOD-DAYS.
002710     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002720     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
002730     READ INVOICE-IN
002740         AT END SET INVOICE-EOF TO TRUE
002750     END-READ.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.

002780*---------------------------------------------------------------*
002790*    ONE INVOICE DATED IN THE PERIOD - SPLIT EACH DEPARTMENT'S   *
002800*    HOME-CURRENCY SHARE BETWEEN ACTUAL AND ENCUMBERED BY HOW    *
002810*    MUCH OF THE INVOICE HAS BEEN PAID.                          *
002820*---------------------------------------------------------------*
002830 2000-ACCUMULATE-INVOICE.
002840*---------------------------------------------------------------*
002850     ADD 1 TO WS-INVOICES-READ.
002860     MOVE INVOICE-DATE TO WS-INVOICE-DATE.
002870     IF WS-INVOICE-YYYYMM NOT = WS-REPORT-PERIOD
002880        OR INV-REJECTED
002890         GO TO 2000-ACCUMULATE-INVOICE-READ
002900     END-IF.
002910     IF CONV-RATE-NOT-FOUND
002920         ADD 1 TO WS-INVOICES-NO-RATE
002930         GO TO 2000-ACCUMULATE-INVOICE-READ
002940     END-IF.
002950     ADD 1 TO WS-INVOICES-IN-PERIOD.
002960     IF CONV-DONE
002970         MOVE EXCH-RATE-USED TO WS-CONV-FACTOR
002980     ELSE
002990         MOVE 1 TO WS-CONV-FACTOR
003000     END-IF.
003010     EVALUATE TRUE
003020         WHEN INV-PAID
003030             MOVE 1 TO WS-PAID-FRACTION
003040         WHEN INV-APPROVED AND INVOICE-TOTAL NOT = ZERO
003050             COMPUTE WS-PAID-FRACTION =
003060                     INV-PAID-TO-DATE / INVOICE-TOTAL
003070             IF WS-PAID-FRACTION > 1
003080                 MOVE 1 TO WS-PAID-FRACTION
003090             END-IF
003100             IF WS-PAID-FRACTION < ZERO
003110                 MOVE ZERO TO WS-PAID-FRACTION
003120             END-IF
003130         WHEN OTHER
003140             MOVE ZERO TO WS-PAID-FRACTION
003150     END-EVALUATE.
003160     PERFORM 2100-ACCUMULATE-DEPARTMENT
003170          THRU 2100-ACCUMULATE-DEPARTMENT-EXIT
003180          VARYING WS-DEPT-IX FROM 1 BY 1
003190          UNTIL WS-DEPT-IX > DEPT-COUNT.
003200 2000-ACCUMULATE-INVOICE-READ.
003210     READ INVOICE-IN
003220         AT END SET INVOICE-EOF TO TRUE
003230     END-READ.
003240 2000-ACCUMULATE-INVOICE-EXIT.
003250     EXIT.

003260 2100-ACCUMULATE-DEPARTMENT.
003270     MOVE ZERO TO WS-RAW-AMOUNT.
003280     PERFORM 2110-ADD-ITEM-COST
003290          THRU 2110-ADD-ITEM-COST-EXIT
003300          VARYING WS-ITEM-IX FROM 1 BY 1
003310          UNTIL WS-ITEM-IX > ITEM-COUNT (WS-DEPT-IX).
003320     COMPUTE WS-DEPT-SHARE ROUNDED =
003330             WS-RAW-AMOUNT * WS-CONV-FACTOR.
003340     COMPUTE WS-PAID-SHARE ROUNDED =
003350             WS-DEPT-SHARE * WS-PAID-FRACTION.
003360     PERFORM 2200-FIND-OR-ADD-DEPT
003370          THRU 2200-FIND-OR-ADD-DEPT-EXIT.
003380     IF NOT WS-DEPT-FOUND
003390         GO TO 2100-ACCUMULATE-DEPARTMENT-EXIT
003400     END-IF.
003410     ADD WS-PAID-SHARE TO WS-DS-ACTUAL (WS-TAB-IX).
003420     COMPUTE WS-DS-ENCUMBERED (WS-TAB-IX) =
003430             WS-DS-ENCUMBERED (WS-TAB-IX)
003440             + WS-DEPT-SHARE - WS-PAID-SHARE.
003450 2100-ACCUMULATE-DEPARTMENT-EXIT.
003460     EXIT.

003470 2110-ADD-ITEM-COST.
003480     COMPUTE WS-RAW-AMOUNT =
003490             WS-RAW-AMOUNT
003500             + (ITEM-QTY (WS-DEPT-IX, WS-ITEM-IX)
003510                * ITEM-COST (WS-DEPT-IX, WS-ITEM-IX)).
003520 2110-ADD-ITEM-COST-EXIT.
003530     EXIT.

003540*---------------------------------------------------------------*
003550*    LOCATE THE SPEND ENTRY FOR THE CURRENT DEPT-CODE, ADDING A  *
003560*    NEW ENTRY IF THIS IS THE FIRST TIME IT IS SEEN.  LEAVES     *
003570*    WS-TAB-IX ON THE ENTRY AND WS-DEPT-FOUND SET, OR THE SWITCH *
003580*    OFF WHEN THE TABLE IS FULL.                                 *
003590*---------------------------------------------------------------*
003600 2200-FIND-OR-ADD-DEPT.
003610*---------------------------------------------------------------*
003620     MOVE 'N' TO WS-DEPT-FOUND-SW.
003630     PERFORM 2210-SCAN-DEPT-ENTRY
003640          THRU 2210-SCAN-DEPT-ENTRY-EXIT
003650          VARYING WS-TAB-IX FROM 1 BY 1
003660          UNTIL WS-TAB-IX > WS-DEPT-TOTAL-COUNT
003670             OR WS-DEPT-FOUND.
003680*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
003690*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
003700     IF WS-DEPT-FOUND
003710         SUBTRACT 1 FROM WS-TAB-IX
003720         GO TO 2200-FIND-OR-ADD-DEPT-EXIT
003730     END-IF.
003740     IF WS-DEPT-TOTAL-COUNT NOT < WS-DEPT-MAX
003750         DISPLAY 'BUDRPT - DEPARTMENT TABLE FULL, SKIPPING '
003760                 DEPT-CODE (WS-DEPT-IX)
003770         GO TO 2200-FIND-OR-ADD-DEPT-EXIT
003780     END-IF.
003790     ADD 1 TO WS-DEPT-TOTAL-COUNT.
003800     MOVE WS-DEPT-TOTAL-COUNT      TO WS-TAB-IX.
003810     MOVE DEPT-CODE (WS-DEPT-IX)   TO WS-DS-CODE (WS-TAB-IX).
003820     MOVE DEPT-NAME (WS-DEPT-IX)   TO WS-DS-NAME (WS-TAB-IX).
003830     MOVE ZERO TO WS-DS-ACTUAL (WS-TAB-IX)
003840                  WS-DS-ENCUMBERED (WS-TAB-IX).
003850     MOVE 'N' TO WS-DS-BUDGETED-SW (WS-TAB-IX).
003860     SET WS-DEPT-FOUND TO TRUE.
003870 2200-FIND-OR-ADD-DEPT-EXIT.
003880     EXIT.

003890 2210-SCAN-DEPT-ENTRY.
003900     IF WS-DS-CODE (WS-TAB-IX) = DEPT-CODE (WS-DEPT-IX)
003910         SET WS-DEPT-FOUND TO TRUE
003920     END-IF.
003930 2210-SCAN-DEPT-ENTRY-EXIT.
003940     EXIT.

003950*---------------------------------------------------------------*
003960*    ONE BUDGET MASTER RECORD.  ONLY THE REPORT PERIOD'S BUDGETS *
003970*    PRINT; EACH IS STAMPED WITH ITS FIGURES AND FLAG FOR        *
003980*    INVEDIT.                                                    *
003990*---------------------------------------------------------------*
004000 3000-REPORT-BUDGET.
004010*---------------------------------------------------------------*
004020     READ BUDGET-MASTER
004030         AT END
004040             SET BUDGET-EOF TO TRUE
004050             GO TO 3000-REPORT-BUDGET-EXIT
004060     END-READ.
004070     IF BG-PERIOD NOT = WS-REPORT-PERIOD
004080         GO TO 3000-REPORT-BUDGET-EXIT
004090     END-IF.
004100     ADD 1 TO WS-BUDGETS-REPORTED.
004110     MOVE ZERO TO BG-ACTUAL-AMOUNT
004120                  BG-ENCUMBERED-AMOUNT.
004130     MOVE 'N' TO WS-DEPT-FOUND-SW.
004140     PERFORM 3100-SCAN-SPEND-ENTRY
004150          THRU 3100-SCAN-SPEND-ENTRY-EXIT
004160          VARYING WS-TAB-IX FROM 1 BY 1
004170          UNTIL WS-TAB-IX > WS-DEPT-TOTAL-COUNT
004180             OR WS-DEPT-FOUND.
004190*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004200*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004210     IF WS-DEPT-FOUND
004220         SUBTRACT 1 FROM WS-TAB-IX
004230         SET WS-DS-BUDGETED (WS-TAB-IX) TO TRUE
004240         MOVE WS-DS-ACTUAL (WS-TAB-IX)     TO BG-ACTUAL-AMOUNT
004250         MOVE WS-DS-ENCUMBERED (WS-TAB-IX) TO BG-ENCUMBERED-AMOUNT
004260     END-IF.
004270     PERFORM 3200-COMPUTE-POSITION
004280          THRU 3200-COMPUTE-POSITION-EXIT.
004290     EVALUATE TRUE
004300         WHEN WS-CONSUMED > BG-BUDGET-AMOUNT
004310             SET BG-OVER-BUDGET TO TRUE
004320             ADD 1 TO WS-DEPTS-OVER
004330             MOVE 'OVER BUDGET'    TO BD-FLAG
004340         WHEN WS-PROJECTED > BG-BUDGET-AMOUNT
004350             SET BG-PROJECTED-OVER TO TRUE
004360             ADD 1 TO WS-DEPTS-PROJECTED
004370             MOVE 'PROJECTED OVER' TO BD-FLAG
004380         WHEN OTHER
004390             SET BG-WITHIN-BUDGET TO TRUE
004400             MOVE SPACES           TO BD-FLAG
004410     END-EVALUATE.
004420     MOVE WS-RUN-DATE TO BG-LAST-REPORTED.
004430     REWRITE BUDGET-RECORD.
004440     MOVE BG-DEPT-CODE         TO BD-DEPT-CODE.
004450     MOVE BG-DEPT-NAME         TO BD-DEPT-NAME.
004460     MOVE BG-BUDGET-AMOUNT     TO BD-BUDGET.
004470     MOVE BG-ACTUAL-AMOUNT     TO BD-ACTUAL.
004480     MOVE BG-ENCUMBERED-AMOUNT TO BD-ENCUMBERED.
004490     MOVE WS-REMAINING         TO BD-REMAINING.
004500     MOVE WS-PCT-CONSUMED      TO BD-PCT-CONSUMED.
004510     MOVE WS-PROJECTED         TO BD-PROJECTED.
004520     WRITE REPORT-LINE FROM WS-BUDGET-DETAIL.
004530     ADD BG-BUDGET-AMOUNT     TO WS-TOTAL-BUDGET.
004540     ADD BG-ACTUAL-AMOUNT     TO WS-TOTAL-ACTUAL.
004550     ADD BG-ENCUMBERED-AMOUNT TO WS-TOTAL-ENCUMBERED.
004560     ADD WS-REMAINING         TO WS-TOTAL-REMAINING.
004570 3000-REPORT-BUDGET-EXIT.
004580     EXIT.

004590 3100-SCAN-SPEND-ENTRY.
004600     IF WS-DS-CODE (WS-TAB-IX) = BG-DEPT-CODE
004610         SET WS-DEPT-FOUND TO TRUE
004620     END-IF.
004630 3100-SCAN-SPEND-ENTRY-EXIT.
004640     EXIT.

004650*---------------------------------------------------------------*
004660*    CONSUMED IS ACTUAL PLUS ENCUMBERED.  THE PROJECTION RUNS    *
004670*    THE SPEND SO FAR OUT TO THE FULL PERIOD AT THE SAME DAILY   *
004680*    RATE; A CLOSED OR NOT-YET-STARTED PERIOD PROJECTS AS IT     *
004690*    STANDS.                                                     *
004700*---------------------------------------------------------------*
004710 3200-COMPUTE-POSITION.
004720*---------------------------------------------------------------*
004730     COMPUTE WS-CONSUMED =
004740             BG-ACTUAL-AMOUNT + BG-ENCUMBERED-AMOUNT.
004750     COMPUTE WS-REMAINING = BG-BUDGET-AMOUNT - WS-CONSUMED.
004760     MOVE ZERO TO WS-PCT-CONSUMED.
004770     IF BG-BUDGET-AMOUNT > ZERO
004780         COMPUTE WS-PCT-CONSUMED ROUNDED =
004790                 WS-CONSUMED * 100 / BG-BUDGET-AMOUNT
004800             ON SIZE ERROR
004810                 MOVE 9999.9 TO WS-PCT-CONSUMED
004820         END-COMPUTE
004830         IF WS-PCT-CONSUMED > 9999.9
004840             MOVE 9999.9 TO WS-PCT-CONSUMED
004850         END-IF
004860     END-IF.
004870     IF WS-DAYS-ELAPSED > ZERO
004880        AND WS-DAYS-ELAPSED < WS-PERIOD-DAYS
004890         COMPUTE WS-PROJECTED ROUNDED =
004900                 WS-CONSUMED * WS-PERIOD-DAYS / WS-DAYS-ELAPSED
004910     ELSE
004920         MOVE WS-CONSUMED TO WS-PROJECTED
004930     END-IF.
004940 3200-COMPUTE-POSITION-EXIT.
004950     EXIT.

004960*---------------------------------------------------------------*
004970*    SPEND UNDER A DEPT-CODE THE BUDGET MASTER HAS NOTHING FOR   *
004980*    IN THE PERIOD.                                              *
004990*---------------------------------------------------------------*
005000 4000-REPORT-UNBUDGETED.
005010*---------------------------------------------------------------*
005020     IF WS-DS-BUDGETED (WS-TAB-IX)
005030         GO TO 4000-REPORT-UNBUDGETED-EXIT
005040     END-IF.
005050     IF WS-DEPTS-NO-BUDGET = ZERO
005060         MOVE SPACES TO REPORT-LINE
005070         WRITE REPORT-LINE
005080     END-IF.
005090     ADD 1 TO WS-DEPTS-NO-BUDGET.
005100     COMPUTE WS-CONSUMED =
005110             WS-DS-ACTUAL (WS-TAB-IX)
005120             + WS-DS-ENCUMBERED (WS-TAB-IX).
005130     COMPUTE WS-REMAINING = 0 - WS-CONSUMED.
005140     MOVE WS-DS-CODE (WS-TAB-IX)       TO BD-DEPT-CODE.
005150     MOVE WS-DS-NAME (WS-TAB-IX)       TO BD-DEPT-NAME.
005160     MOVE ZERO                         TO BD-BUDGET
005170                                          BD-PCT-CONSUMED.
005180     MOVE WS-DS-ACTUAL (WS-TAB-IX)     TO BD-ACTUAL.
005190     MOVE WS-DS-ENCUMBERED (WS-TAB-IX) TO BD-ENCUMBERED.
005200     MOVE WS-REMAINING                 TO BD-REMAINING.
005210     MOVE WS-CONSUMED                  TO BD-PROJECTED.
005220     MOVE 'NO BUDGET'                  TO BD-FLAG.
005230     WRITE REPORT-LINE FROM WS-BUDGET-DETAIL.
005240     ADD WS-DS-ACTUAL (WS-TAB-IX)     TO WS-TOTAL-ACTUAL.
005250     ADD WS-DS-ENCUMBERED (WS-TAB-IX) TO WS-TOTAL-ENCUMBERED.
005260     ADD WS-REMAINING                 TO WS-TOTAL-REMAINING.
005270 4000-REPORT-UNBUDGETED-EXIT.
005280     EXIT.

005290 8000-PRINT-TOTALS.
005300     MOVE SPACES TO REPORT-LINE.
005310     WRITE REPORT-LINE.
005320     MOVE WS-TOTAL-BUDGET      TO GT-BUDGET.
005330     MOVE WS-TOTAL-ACTUAL      TO GT-ACTUAL.
005340     MOVE WS-TOTAL-ENCUMBERED  TO GT-ENCUMBERED.
005350     MOVE WS-TOTAL-REMAINING   TO GT-REMAINING.
005360     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
005370     MOVE SPACES TO REPORT-LINE.
005380     WRITE REPORT-LINE.
005390     MOVE 'DEPARTMENTS OVER BUDGET'     TO CL-LABEL.
005400     MOVE WS-DEPTS-OVER                 TO CL-COUNT.
005410     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005420     MOVE 'DEPARTMENTS PROJECTED OVER'  TO CL-LABEL.
005430     MOVE WS-DEPTS-PROJECTED            TO CL-COUNT.
005440     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005450     MOVE 'DEPARTMENTS WITH NO BUDGET'  TO CL-LABEL.
005460     MOVE WS-DEPTS-NO-BUDGET            TO CL-COUNT.
005470     WRITE REPORT-LINE FROM WS-COUNT-LINE.
005480 8000-PRINT-TOTALS-EXIT.
005490     EXIT.

005500*---------------------------------------------------------------*
005510 9000-TERMINATE.
005520*---------------------------------------------------------------*
005530     DISPLAY 'BUDRPT - REPORT PERIOD..........: '
005540              WS-REPORT-PERIOD.
005550     DISPLAY 'BUDRPT - INVOICES READ..........: '
005560              WS-INVOICES-READ.
005570     DISPLAY 'BUDRPT - INVOICES IN PERIOD.....: '
005580              WS-INVOICES-IN-PERIOD.
005590     DISPLAY 'BUDRPT - INVOICES WITH NO RATE..: '
005600              WS-INVOICES-NO-RATE.
005610     DISPLAY 'BUDRPT - BUDGETS REPORTED.......: '
005620              WS-BUDGETS-REPORTED.
005630     DISPLAY 'BUDRPT - DEPARTMENTS OVER.......: '
005640              WS-DEPTS-OVER.
005650     DISPLAY 'BUDRPT - DEPARTMENTS PROJECTED..: '
005660              WS-DEPTS-PROJECTED.
005670     DISPLAY 'BUDRPT - DEPARTMENTS NO BUDGET..: '
005680              WS-DEPTS-NO-BUDGET.
005690     CLOSE INVOICE-IN BUDGET-MASTER REPORT-OUT.
005700 9000-TERMINATE-EXIT.
005710     EXIT.

005720*---------------------------------------------------------------*
005730*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005740*---------------------------------------------------------------*
005750 9700-LOG-STEP-START.
005760*---------------------------------------------------------------*
005770     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005780     MOVE 'BUDRPT'          TO EX-JOB-NAME.
005790     SET EX-STEP-START      TO TRUE.
005800     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005810     ACCEPT EX-RUN-TIME FROM TIME.
005820     MOVE ZERO              TO EX-RECORDS-READ
005830                               EX-RECORDS-WRITTEN
005840                               EX-REJECT-COUNT
005850                               EX-COMPLETION-CODE.
005860     OPEN EXTEND EXEC-LOG-OUT.
005870     WRITE EXECUTION-LOG-RECORD.
005880     CLOSE EXEC-LOG-OUT.
005890 9700-LOG-STEP-START-EXIT.
005900     EXIT.

005910*---------------------------------------------------------------*
005920*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005930*    ENDING WITH.                                               *
005940*---------------------------------------------------------------*
005950 9710-LOG-STEP-END.
005960*---------------------------------------------------------------*
005970     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005980     MOVE 'BUDRPT'          TO EX-JOB-NAME.
005990     SET EX-STEP-END        TO TRUE.
006000     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006010     ACCEPT EX-RUN-TIME FROM TIME.
006020     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
006030     MOVE WS-BUDGETS-REPORTED TO EX-RECORDS-WRITTEN.
006040     MOVE ZERO              TO EX-REJECT-COUNT.
006050     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006060     OPEN EXTEND EXEC-LOG-OUT.
006070     WRITE EXECUTION-LOG-RECORD.
006080     CLOSE EXEC-LOG-OUT.
006090 9710-LOG-STEP-END-EXIT.
006100     EXIT.
