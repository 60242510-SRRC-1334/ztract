000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    REFCHECK.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ENTERPRISE DATA SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - WEEKLY REFERENTIAL INTEGRITY
000210*                   SWEEP.  EACH LOAD PROGRAM EDITS ITS OWN
000220*                   RECORDS, BUT NOTHING CHECKED THAT THE MASTERS
000230*                   AGREE WITH EACH OTHER UNTIL A DOWNSTREAM JOB
000240*                   TRIPPED OVER AN ORPHAN.
000242*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000244*                   TO THE COMMON EXECUTION LOG FOR THE
000246*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*****************************************************************
000260*  REMARKS.
000270*      CHECKS EVERY CROSS-FILE LINK BELOW AND LOGS EACH BROKEN
000280*      ONE TO THE COMMON REJECT LOG UNDER THE LINK'S OWN SOURCE
000290*      CODE, KEYED BY THE RECORD THAT HOLDS THE BROKEN LINK:
000300*
000310*          RIORDXRF  ORDER CUSTOMER-NR NOT ON THE CROSS-REFERENCE
000320*          RIINVVND  INVOICE VENDOR-ID NOT ON THE VENDOR MASTER
000330*          RIINVORD  INV-ORDER-ID NOT ON THE ORDER MASTER (AN
000340*                    INVOICE WITH NO ORDER TIE IS NOT CHECKED)
000350*          RIXRFACT  CROSS-REFERENCE COMMON-KEY WITH NO AC SEGMENT
000360*          RIPAYACT  PY SEGMENT WITH NO AC SEGMENT
000370*          RISTKPRC  STOCK MASTER PRODUCT WITH NO PRICE RECORD
000380*          RIDUNPTY  DUNNING LEVEL FOR A COMMON-KEY NO PARTY ON
000390*                    THE CROSS-REFERENCE CARRIES
000400*
000410*      THE FIX FOR A FINDING IS MADE ON THE MASTER, NOT BY
000420*      RESUBMITTING A TRANSACTION; REJRESUB CLOSES A FINDING AS
000430*      CORRECTED ONCE THE MASTER HAS BEEN PUT RIGHT, OR WRITES
000440*      IT OFF.  A LINK STILL BROKEN NEXT WEEK IS LOGGED AGAIN.
000450*
000460*      THE REPORT LISTS EVERY FINDING, THEN A SUMMARY BY LINK
000470*      TYPE OF RECORDS CHECKED AND LINKS BROKEN AGAINST LAST
000480*      WEEK'S COUNT.  THE COUNTS ARE KEPT ON A SMALL GENERATION
000490*      FILE (COPY INTGCNT) - THIS RUN READS LAST WEEK'S
000500*      (RIPRIOR, OPTIONAL) AND WRITES ITS OWN (RICOUNT).
000510*
000520*      THE AC SEGMENTS ARE HELD IN STORAGE THE WAY ORDLOAD HOLDS
000530*      THEM; A MULTI-SEGMENT FILE WITH MORE THAN 20000 FAILS THE
000540*      STEP RATHER THAN REPORT A FALSE ORPHAN FOR EVERY PARTY
000550*      PAST THE TABLE.
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT MSEG-IN         ASSIGN TO MSEGIN
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT XREF-MASTER     ASSIGN TO XREFMSTR
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS DYNAMIC
000680            RECORD KEY IS XRFM-PARTY-ID
000690            ALTERNATE RECORD KEY IS XRFM-CUSTOMER-NR
000700                WITH DUPLICATES
000710            ALTERNATE RECORD KEY IS XRFM-VENDOR-ID
000720                WITH DUPLICATES
000730            ALTERNATE RECORD KEY IS XRFM-COMMON-KEY
000740                WITH DUPLICATES
000750            FILE STATUS IS WS-XREFMSTR-STATUS.
000760     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS DYNAMIC
000790            RECORD KEY IS ORDER-ID
000800            ALTERNATE RECORD KEY IS CUSTOMER-NR
000810                WITH DUPLICATES
000820            FILE STATUS IS WS-ORDMSTR-STATUS.
000830     SELECT INVOICE-MASTER  ASSIGN TO INVMSTR
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS SEQUENTIAL
000860            RECORD KEY IS INVOICE-ID
000870            ALTERNATE RECORD KEY IS VENDOR-ID
000880                WITH DUPLICATES
000890            FILE STATUS IS WS-INVMSTR-STATUS.
000900     SELECT VENDOR-MASTER   ASSIGN TO VENDMSTR
000910            ORGANIZATION IS INDEXED
000920            ACCESS MODE IS RANDOM
000930            RECORD KEY IS VEND-VENDOR-ID
000940            FILE STATUS IS WS-VENDMSTR-STATUS.
000950     SELECT STOCK-MASTER    ASSIGN TO STKMSTR
000960            ORGANIZATION IS INDEXED
000970            ACCESS MODE IS SEQUENTIAL
000980            RECORD KEY IS STK-PRODUCT
000990            FILE STATUS IS WS-STKMSTR-STATUS.
001000     SELECT PRICE-MASTER    ASSIGN TO PRCMSTR
001010            ORGANIZATION IS INDEXED
001020            ACCESS MODE IS RANDOM
001030            RECORD KEY IS PRC-PRODUCT
001040            FILE STATUS IS WS-PRCMSTR-STATUS.
001050     SELECT OPTIONAL
001060            LEVEL-IN        ASSIGN TO DUNLVIN
001070            ORGANIZATION IS SEQUENTIAL
001080            FILE STATUS IS WS-LEVELIN-STATUS.
001090     SELECT OPTIONAL
001100            COUNT-PRIOR     ASSIGN TO RIPRIOR
001110            ORGANIZATION IS SEQUENTIAL
001120            FILE STATUS IS WS-RIPRIOR-STATUS.
001130     SELECT COUNT-OUT       ASSIGN TO RICOUNT
001140            ORGANIZATION IS SEQUENTIAL.
001150     SELECT REJECT-OUT      ASSIGN TO REJOUT
001160            ORGANIZATION IS SEQUENTIAL.
001170     SELECT REPORT-OUT      ASSIGN TO RPTOUT
001180            ORGANIZATION IS SEQUENTIAL.
001182     SELECT OPTIONAL
001184            EXEC-LOG-OUT    ASSIGN TO EXECLOG
001186            ORGANIZATION IS SEQUENTIAL
001188            FILE STATUS IS WS-EXECLOG-STATUS.

001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  MSEG-IN
001220     LABEL RECORDS ARE STANDARD.
001230 COPY MSEGREC.

001240 FD  XREF-MASTER
001250     LABEL RECORDS ARE STANDARD.
001260 COPY XREFREC REPLACING ==PARTY-XREF-RECORD==
001270                     BY ==XREF-MASTER-RECORD==
001280                        ==XREF-PARTY-ID==
001290                     BY ==XRFM-PARTY-ID==
001300                        ==XREF-PARTY-NAME==
001310                     BY ==XRFM-PARTY-NAME==
001320                        ==XREF-CUSTOMER-NR-SW==
001330                     BY ==XRFM-CUSTOMER-NR-SW==
001340                        ==XREF-CUSTOMER-NR==
001350                     BY ==XRFM-CUSTOMER-NR==
001360                        ==XREF-VENDOR-ID-SW==
001370                     BY ==XRFM-VENDOR-ID-SW==
001380                        ==XREF-VENDOR-ID==
001390                     BY ==XRFM-VENDOR-ID==
001400                        ==XREF-COMMON-KEY-SW==
001410                     BY ==XRFM-COMMON-KEY-SW==
001420                        ==XREF-COMMON-KEY==
001430                     BY ==XRFM-COMMON-KEY==.

001440 FD  ORDER-MASTER
001450     LABEL RECORDS ARE STANDARD.
001460 COPY ORDREC.

001470 FD  INVOICE-MASTER
001480     LABEL RECORDS ARE STANDARD.
001490 COPY INVREC.

001500 FD  VENDOR-MASTER
001510     LABEL RECORDS ARE STANDARD.
001520 COPY VENDREC.

001530 FD  STOCK-MASTER
001540     LABEL RECORDS ARE STANDARD.
001550 COPY STOKREC.

001560 FD  PRICE-MASTER
001570     LABEL RECORDS ARE STANDARD.
001580 COPY PRICEREC.

001590 FD  LEVEL-IN
001600     LABEL RECORDS ARE STANDARD.
001610 COPY DUNLVL.

001620 FD  COUNT-PRIOR
001630     LABEL RECORDS ARE STANDARD.
001640 COPY INTGCNT.

001650 FD  COUNT-OUT
001660     LABEL RECORDS ARE STANDARD.
001670 01  COUNT-OUT-RECORD              PIC X(50).

001680 FD  REJECT-OUT
001690     LABEL RECORDS ARE STANDARD.
001700 COPY REJCREC.

001710 FD  REPORT-OUT
001720     LABEL RECORDS ARE STANDARD.
001730 01  REPORT-LINE                   PIC X(132).

001732 FD  EXEC-LOG-OUT
001734     LABEL RECORDS ARE STANDARD.
001736 COPY EXECLOG.

001740 WORKING-STORAGE SECTION.
001750 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001760 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001770 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
001780 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001790 01  WS-STKMSTR-STATUS         PIC X(02)  VALUE SPACES.
001800 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.
001810 01  WS-LEVELIN-STATUS         PIC X(02)  VALUE SPACES.
001820 01  WS-RIPRIOR-STATUS         PIC X(02)  VALUE SPACES.
001825 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001830 01  WS-SWITCHES.
001840     05  WS-INPUT-EOF          PIC X(01)  VALUE 'N'.
001850         88  INPUT-EOF                    VALUE 'Y'.
001860     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001870         88  WS-TABLE-FULL                VALUE 'Y'.
001880     05  WS-ACCT-FOUND-SW      PIC X(01)  VALUE 'N'.
001890         88  WS-ACCT-FOUND                VALUE 'Y'.
001900     05  WS-LINK-FOUND-SW      PIC X(01)  VALUE 'N'.
001910         88  WS-LINK-FOUND                VALUE 'Y'.
001920     05  WS-PRIOR-FOUND-SW     PIC X(01)  VALUE 'N'.
001930         88  WS-PRIOR-FOUND               VALUE 'Y'.

001940 01  WS-COUNTERS                          COMP.
001950     05  WS-FINDINGS-LOGGED    PIC 9(09)  VALUE ZERO.
001960     05  WS-PRIOR-RECORDS      PIC 9(09)  VALUE ZERO.
001970     05  WS-ACCT-COUNT         PIC 9(09)  VALUE ZERO.
001980     05  WS-ACCT-NDX           PIC 9(09)  VALUE ZERO.
001990     05  WS-LINK-NDX           PIC 9(02)  VALUE ZERO.

002000 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
002010 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
002020 01  WS-PRIOR-RUN-DATE         PIC 9(08)  VALUE ZERO.
002030 01  WS-LOOKUP-KEY             PIC 9(10)  VALUE ZERO.
002040 01  WS-FINDING-KEY            PIC X(20)  VALUE SPACES.
002050 01  WS-FINDING-REFERENCE      PIC X(20)  VALUE SPACES.
002060 01  WS-COUNT-CHANGE           PIC S9(09) COMP VALUE ZERO.

002070*----------------------------------------------------------------
002080*    THE LINK TYPES, IN THE ORDER THEY ARE CHECKED AND PRINTED.
002090*    EACH IS ITS REJECT-LOG SOURCE CODE FOLLOWED BY THE RULE
002100*    TEXT THE FINDING CARRIES.
002110*----------------------------------------------------------------
002120 01  WS-LINK-NAMES.
002130     05  FILLER                PIC X(48)
002140         VALUE 'RIORDXRFORDER CUSTOMER-NR NOT ON CROSS-REFERENCE'.
002150     05  FILLER                PIC X(48)
002160         VALUE 'RIINVVNDINVOICE VENDOR-ID NOT ON VENDOR MASTER'.
002170     05  FILLER                PIC X(48)
002180         VALUE 'RIINVORDINV-ORDER-ID NOT ON ORDER MASTER'.
002190     05  FILLER                PIC X(48)
002200         VALUE 'RIXRFACTXREF COMMON-KEY HAS NO AC SEGMENT'.
002210     05  FILLER                PIC X(48)
002220         VALUE 'RIPAYACTPY SEGMENT HAS NO AC SEGMENT'.
002230     05  FILLER                PIC X(48)
002240         VALUE 'RISTKPRCSTOCKED PRODUCT HAS NO PRICE RECORD'.
002250     05  FILLER                PIC X(48)
002260         VALUE 'RIDUNPTYDUNNING LEVEL FOR PARTY NOT ON XREF'.
002270 01  WS-LINK-NAME-TABLE REDEFINES WS-LINK-NAMES.
002280     05  WS-LINK-NAME          OCCURS 7 TIMES.
002290         10  WS-LINK-CODE      PIC X(08).
002300         10  WS-LINK-RULE      PIC X(40).

002310 01  WS-LINK-COUNTS.
002320     05  WS-LINK-ENTRY         OCCURS 7 TIMES.
002330         10  WS-LK-CHECKED     PIC 9(09)  COMP.
002340         10  WS-LK-BROKEN      PIC 9(09)  COMP.
002350         10  WS-LK-PRIOR       PIC 9(09)  COMP.
002360         10  WS-LK-PRIOR-SW    PIC X(01).
002370             88  WS-LK-HAS-PRIOR          VALUE 'Y'.

002380*----------------------------------------------------------------
002390*    EVERY AC SEGMENT'S COMMON-KEY OFF THE MULTI-SEGMENT FILE.
002400*----------------------------------------------------------------
002410 01  WS-ACCT-TABLE.
002420     05  WS-AC-ENTRY OCCURS 1 TO 20000 TIMES
002430                     DEPENDING ON WS-ACCT-COUNT.
002440         10  WS-AC-COMMON-KEY   PIC 9(10).

002450 01  WS-REPORT-HEADING.
002460     05  FILLER                 PIC X(03) VALUE SPACES.
002470     05  FILLER                 PIC X(38)
002480         VALUE 'REFERENTIAL INTEGRITY SWEEP  RUN DATE '.
002490     05  RH-RUN-DATE            PIC 9(08).
002500     05  FILLER                 PIC X(15)
002510         VALUE '  LAST RUN     '.
002520     05  RH-PRIOR-DATE          PIC X(08).

002530 01  WS-FINDING-HEADING.
002540     05  FILLER                 PIC X(05) VALUE SPACES.
002550     05  FILLER                 PIC X(11) VALUE 'LINK'.
002560     05  FILLER                 PIC X(23) VALUE 'RECORD KEY'.
002570     05  FILLER                 PIC X(23)
002580         VALUE 'MISSING REFERENCE'.
002590     05  FILLER                 PIC X(04) VALUE 'RULE'.

002600 01  WS-FINDING-DETAIL.
002610     05  FILLER                 PIC X(05) VALUE SPACES.
002620     05  FD-LINK-CODE           PIC X(08).
002630     05  FILLER                 PIC X(03) VALUE SPACES.
002640     05  FD-RECORD-KEY          PIC X(20).
002650     05  FILLER                 PIC X(03) VALUE SPACES.
002660     05  FD-REFERENCE           PIC X(20).
002670     05  FILLER                 PIC X(03) VALUE SPACES.
002680     05  FD-RULE                PIC X(40).

002690 01  WS-SUMMARY-HEADING.
002700     05  FILLER                 PIC X(05) VALUE SPACES.
002710     05  FILLER                 PIC X(51) VALUE 'LINK TYPE'.
002720     05  FILLER                 PIC X(14) VALUE '   CHECKED'.
002730     05  FILLER                 PIC X(14) VALUE '    BROKEN'.
002740     05  FILLER                 PIC X(14) VALUE ' LAST WEEK'.
002750     05  FILLER                 PIC X(10) VALUE '    CHANGE'.

002760 01  WS-SUMMARY-LINE.
002770     05  FILLER                 PIC X(05) VALUE SPACES.
002780     05  SL-LINK-CODE           PIC X(08).
002790     05  FILLER                 PIC X(03) VALUE SPACES.
002800     05  SL-LINK-RULE           PIC X(40).
002810     05  FILLER                 PIC X(01) VALUE SPACES.
002820     05  SL-CHECKED             PIC ZZZ,ZZZ,ZZ9.
002830     05  FILLER                 PIC X(03) VALUE SPACES.
002840     05  SL-BROKEN              PIC ZZZ,ZZZ,ZZ9.
002850     05  FILLER                 PIC X(03) VALUE SPACES.
002860     05  SL-PRIOR               PIC ZZZ,ZZZ,ZZ9.
002870     05  SL-PRIOR-X REDEFINES SL-PRIOR
002880                                PIC X(11).
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  SL-CHANGE              PIC ---,---,--9.
002910     05  SL-CHANGE-X REDEFINES SL-CHANGE
002920                                PIC X(11).

002930 01  WS-CLEAN-LINE.
002940     05  FILLER                 PIC X(05) VALUE SPACES.
002950     05  FILLER                 PIC X(24)
002960         VALUE 'NO BROKEN LINKS FOUND'.

002970 PROCEDURE DIVISION.
002980*---------------------------------------------------------------*
002990 0000-MAINLINE.
003000*---------------------------------------------------------------*
003003     PERFORM 9700-LOG-STEP-START
003006          THRU 9700-LOG-STEP-START-EXIT.
003010     PERFORM 1000-INITIALIZE
003020          THRU 1000-INITIALIZE-EXIT.
003030     IF WS-TABLE-FULL
003040         DISPLAY 'REFCHECK - MORE THAN 20000 AC SEGMENTS - '
003050                 'FAILING THE STEP'
003060         CLOSE MSEG-IN XREF-MASTER ORDER-MASTER INVOICE-MASTER
003070               VENDOR-MASTER STOCK-MASTER PRICE-MASTER
003080               COUNT-OUT REJECT-OUT REPORT-OUT
003090         MOVE 16 TO RETURN-CODE
003093         PERFORM 9710-LOG-STEP-END
003096              THRU 9710-LOG-STEP-END-EXIT
003100         GOBACK
003110     END-IF.
003120     PERFORM 2000-CHECK-ORDERS
003130          THRU 2000-CHECK-ORDERS-EXIT.
003140     PERFORM 3000-CHECK-INVOICES
003150          THRU 3000-CHECK-INVOICES-EXIT.
003160     PERFORM 4000-CHECK-XREF
003170          THRU 4000-CHECK-XREF-EXIT.
003180     PERFORM 5000-CHECK-PAYMENTS
003190          THRU 5000-CHECK-PAYMENTS-EXIT.
003200     PERFORM 6000-CHECK-STOCK
003210          THRU 6000-CHECK-STOCK-EXIT.
003220     PERFORM 7000-CHECK-DUNNING
003230          THRU 7000-CHECK-DUNNING-EXIT.
003240     PERFORM 8000-PRINT-SUMMARY
003250          THRU 8000-PRINT-SUMMARY-EXIT.
003260     PERFORM 9000-TERMINATE
003270          THRU 9000-TERMINATE-EXIT.
003273     PERFORM 9710-LOG-STEP-END
003276          THRU 9710-LOG-STEP-END-EXIT.
003280     GOBACK.

003290*---------------------------------------------------------------*
003300*    LAST WEEK'S COUNTS, THE AC TABLE, AND THE REPORT HEADINGS. *
003310*---------------------------------------------------------------*
003320 1000-INITIALIZE.
003330*---------------------------------------------------------------*
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     ACCEPT WS-RUN-TIME FROM TIME.
003360     PERFORM 1050-CLEAR-LINK-COUNTS
003370          THRU 1050-CLEAR-LINK-COUNTS-EXIT
003380          VARYING WS-LINK-NDX FROM 1 BY 1
003390          UNTIL WS-LINK-NDX > 7.
003400     OPEN INPUT COUNT-PRIOR.
003410     MOVE 'N' TO WS-INPUT-EOF.
003420     PERFORM 1100-LOAD-PRIOR-COUNT
003430          THRU 1100-LOAD-PRIOR-COUNT-EXIT
003440          UNTIL INPUT-EOF.
003450     CLOSE COUNT-PRIOR.
003460     OPEN INPUT  MSEG-IN
003470                 XREF-MASTER
003480                 ORDER-MASTER
003490                 INVOICE-MASTER
003500                 VENDOR-MASTER
003510                 STOCK-MASTER
003520                 PRICE-MASTER
003530          OUTPUT COUNT-OUT
003540                 REJECT-OUT
003550                 REPORT-OUT.
003560     MOVE 'N' TO WS-INPUT-EOF.
003570     PERFORM 1200-LOAD-ACCT-TABLE
003580          THRU 1200-LOAD-ACCT-TABLE-EXIT
003590          UNTIL INPUT-EOF
003600             OR WS-TABLE-FULL.
003610     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003620     IF WS-PRIOR-RECORDS = ZERO
003630         MOVE 'NONE'            TO RH-PRIOR-DATE
003640     ELSE
003650         MOVE WS-PRIOR-RUN-DATE TO RH-PRIOR-DATE
003660     END-IF.
003670     WRITE REPORT-LINE FROM WS-REPORT-HEADING.
003680     MOVE SPACES TO REPORT-LINE.
003690     WRITE REPORT-LINE.
003700     WRITE REPORT-LINE FROM WS-FINDING-HEADING.
003710 1000-INITIALIZE-EXIT.
003720     EXIT.

003730 1050-CLEAR-LINK-COUNTS.
003740     MOVE ZERO TO WS-LK-CHECKED (WS-LINK-NDX)
003750                  WS-LK-BROKEN (WS-LINK-NDX)
003760                  WS-LK-PRIOR (WS-LINK-NDX).
003770     MOVE 'N'  TO WS-LK-PRIOR-SW (WS-LINK-NDX).
003780 1050-CLEAR-LINK-COUNTS-EXIT.
003790     EXIT.

003800*---------------------------------------------------------------*
003810*    ONE PRIOR COUNT RECORD PER LINK TYPE.  AN UNKNOWN CODE IS  *
003820*    IGNORED; NO PRIOR FILE MEANS NO COMPARISON.                *
003830*---------------------------------------------------------------*
003840 1100-LOAD-PRIOR-COUNT.
003850*---------------------------------------------------------------*
003860     READ COUNT-PRIOR
003870         AT END
003880             SET INPUT-EOF TO TRUE
003890             GO TO 1100-LOAD-PRIOR-COUNT-EXIT
003900     END-READ.
003910     ADD 1 TO WS-PRIOR-RECORDS.
003920     MOVE IK-RUN-DATE TO WS-PRIOR-RUN-DATE.
003930     MOVE 'N' TO WS-LINK-FOUND-SW.
003940     PERFORM 1110-SCAN-LINK-CODE
003950          THRU 1110-SCAN-LINK-CODE-EXIT
003960          VARYING WS-LINK-NDX FROM 1 BY 1
003970          UNTIL WS-LINK-NDX > 7
003980             OR WS-LINK-FOUND.
003990*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004000*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004010     IF WS-LINK-FOUND
004020         SUBTRACT 1 FROM WS-LINK-NDX
004030         MOVE IK-BROKEN-COUNT TO WS-LK-PRIOR (WS-LINK-NDX)
004040         MOVE 'Y'             TO WS-LK-PRIOR-SW (WS-LINK-NDX)
004050     END-IF.
004060 1100-LOAD-PRIOR-COUNT-EXIT.
004070     EXIT.

004080 1110-SCAN-LINK-CODE.
004090     IF WS-LINK-CODE (WS-LINK-NDX) = IK-LINK-CODE
004100         SET WS-LINK-FOUND TO TRUE
004110     END-IF.
004120 1110-SCAN-LINK-CODE-EXIT.
004130     EXIT.

004140 1200-LOAD-ACCT-TABLE.
004150     READ MSEG-IN
004160         AT END SET INPUT-EOF TO TRUE
004170         NOT AT END
004180             IF SEGMENT-IS-ACCOUNT
004190                 IF WS-ACCT-COUNT >= 20000
004200                     SET WS-TABLE-FULL TO TRUE
004210                 ELSE
004220                     ADD 1 TO WS-ACCT-COUNT
004230                     MOVE COMMON-KEY
004240                       TO WS-AC-COMMON-KEY (WS-ACCT-COUNT)
004250                 END-IF
004260             END-IF
004270     END-READ.
004280 1200-LOAD-ACCT-TABLE-EXIT.
004290     EXIT.

004300*---------------------------------------------------------------*
004310*    EVERY ORDER'S CUSTOMER-NR MUST BE ON THE CROSS-REFERENCE.  *
004320*---------------------------------------------------------------*
004330 2000-CHECK-ORDERS.
004340*---------------------------------------------------------------*
004350     MOVE 'N' TO WS-INPUT-EOF.
004360     MOVE ZERO TO ORDER-ID.
004370     START ORDER-MASTER KEY IS >= ORDER-ID
004380         INVALID KEY
004390             SET INPUT-EOF TO TRUE
004400     END-START.
004410     PERFORM 2100-CHECK-ONE-ORDER
004420          THRU 2100-CHECK-ONE-ORDER-EXIT
004430          UNTIL INPUT-EOF.
004440 2000-CHECK-ORDERS-EXIT.
004450     EXIT.

004460 2100-CHECK-ONE-ORDER.
004470     READ ORDER-MASTER NEXT RECORD
004480         AT END
004490             SET INPUT-EOF TO TRUE
004500             GO TO 2100-CHECK-ONE-ORDER-EXIT
004510     END-READ.
004520     ADD 1 TO WS-LK-CHECKED (1).
004530     MOVE CUSTOMER-NR TO XRFM-CUSTOMER-NR.
004540     READ XREF-MASTER KEY IS XRFM-CUSTOMER-NR
004550         INVALID KEY
004560             MOVE 1           TO WS-LINK-NDX
004570             MOVE ORDER-ID    TO WS-FINDING-KEY
004580             MOVE CUSTOMER-NR TO WS-FINDING-REFERENCE
004590             PERFORM 8010-LOG-REJECT
004600                  THRU 8010-LOG-REJECT-EXIT
004610     END-READ.
004620 2100-CHECK-ONE-ORDER-EXIT.
004630     EXIT.

004640*---------------------------------------------------------------*
004650*    EVERY INVOICE'S VENDOR MUST BE ON THE VENDOR MASTER, AND   *
004660*    AN INVOICE TIED TO AN ORDER MUST POINT AT A REAL ONE.      *
004670*---------------------------------------------------------------*
004680 3000-CHECK-INVOICES.
004690*---------------------------------------------------------------*
004700     MOVE 'N' TO WS-INPUT-EOF.
004710     PERFORM 3100-CHECK-ONE-INVOICE
004720          THRU 3100-CHECK-ONE-INVOICE-EXIT
004730          UNTIL INPUT-EOF.
004740 3000-CHECK-INVOICES-EXIT.
004750     EXIT.

004760 3100-CHECK-ONE-INVOICE.
004770     READ INVOICE-MASTER NEXT RECORD
004780         AT END
004790             SET INPUT-EOF TO TRUE
004800             GO TO 3100-CHECK-ONE-INVOICE-EXIT
004810     END-READ.
004820     ADD 1 TO WS-LK-CHECKED (2).
004830     MOVE VENDOR-ID TO VEND-VENDOR-ID.
004840     READ VENDOR-MASTER
004850         INVALID KEY
004860             MOVE 2           TO WS-LINK-NDX
004870             MOVE INVOICE-ID  TO WS-FINDING-KEY
004880             MOVE VENDOR-ID   TO WS-FINDING-REFERENCE
004890             PERFORM 8010-LOG-REJECT
004900                  THRU 8010-LOG-REJECT-EXIT
004910     END-READ.
004920     IF INV-ORDER-ID = ZERO
004930         GO TO 3100-CHECK-ONE-INVOICE-EXIT
004940     END-IF.
004950     ADD 1 TO WS-LK-CHECKED (3).
004960     MOVE INV-ORDER-ID TO ORDER-ID.
004970     READ ORDER-MASTER
004980         INVALID KEY
004990             MOVE 3            TO WS-LINK-NDX
005000             MOVE INVOICE-ID   TO WS-FINDING-KEY
005010             MOVE INV-ORDER-ID TO WS-FINDING-REFERENCE
005020             PERFORM 8010-LOG-REJECT
005030                  THRU 8010-LOG-REJECT-EXIT
005040     END-READ.
005050 3100-CHECK-ONE-INVOICE-EXIT.
005060     EXIT.

005070*---------------------------------------------------------------*
005080*    EVERY COMMON-KEY THE CROSS-REFERENCE CARRIES MUST HAVE ITS *
005090*    AC SEGMENT.  THE MASTER IS READ FROM THE TOP BY PARTY-ID - *
005100*    THE ORDER CHECK HAS MOVED IT BY ITS CUSTOMER-NR KEY.       *
005110*---------------------------------------------------------------*
005120 4000-CHECK-XREF.
005130*---------------------------------------------------------------*
005140     MOVE 'N' TO WS-INPUT-EOF.
005150     MOVE ZERO TO XRFM-PARTY-ID.
005160     START XREF-MASTER KEY IS >= XRFM-PARTY-ID
005170         INVALID KEY
005180             SET INPUT-EOF TO TRUE
005190     END-START.
005200     PERFORM 4100-CHECK-ONE-PARTY
005210          THRU 4100-CHECK-ONE-PARTY-EXIT
005220          UNTIL INPUT-EOF.
005230 4000-CHECK-XREF-EXIT.
005240     EXIT.

005250 4100-CHECK-ONE-PARTY.
005260     READ XREF-MASTER NEXT RECORD
005270         AT END
005280             SET INPUT-EOF TO TRUE
005290             GO TO 4100-CHECK-ONE-PARTY-EXIT
005300     END-READ.
005310     IF NOT XREF-HAS-COMMON-KEY
005320         GO TO 4100-CHECK-ONE-PARTY-EXIT
005330     END-IF.
005340     ADD 1 TO WS-LK-CHECKED (4).
005350     MOVE XRFM-COMMON-KEY TO WS-LOOKUP-KEY.
005360     PERFORM 8100-FIND-ACCOUNT
005370          THRU 8100-FIND-ACCOUNT-EXIT.
005380     IF NOT WS-ACCT-FOUND
005390         MOVE 4               TO WS-LINK-NDX
005400         MOVE XRFM-PARTY-ID   TO WS-FINDING-KEY
005410         MOVE XRFM-COMMON-KEY TO WS-FINDING-REFERENCE
005420         PERFORM 8010-LOG-REJECT
005430              THRU 8010-LOG-REJECT-EXIT
005440     END-IF.
005450 4100-CHECK-ONE-PARTY-EXIT.
005460     EXIT.

005470*---------------------------------------------------------------*
005480*    SECOND PASS OF THE MULTI-SEGMENT FILE: EVERY PY SEGMENT    *
005490*    MUST HAVE AN AC SEGMENT UNDER THE SAME COMMON-KEY.         *
005500*---------------------------------------------------------------*
005510 5000-CHECK-PAYMENTS.
005520*---------------------------------------------------------------*
005530     CLOSE MSEG-IN.
005540     OPEN INPUT MSEG-IN.
005550     MOVE 'N' TO WS-INPUT-EOF.
005560     PERFORM 5100-CHECK-ONE-SEGMENT
005570          THRU 5100-CHECK-ONE-SEGMENT-EXIT
005580          UNTIL INPUT-EOF.
005590 5000-CHECK-PAYMENTS-EXIT.
005600     EXIT.

005610 5100-CHECK-ONE-SEGMENT.
005620     READ MSEG-IN
005630         AT END
005640             SET INPUT-EOF TO TRUE
005650             GO TO 5100-CHECK-ONE-SEGMENT-EXIT
005660     END-READ.
005670     IF NOT SEGMENT-IS-PAYMENT
005680         GO TO 5100-CHECK-ONE-SEGMENT-EXIT
005690     END-IF.
005700     ADD 1 TO WS-LK-CHECKED (5).
005710     MOVE COMMON-KEY TO WS-LOOKUP-KEY.
005720     PERFORM 8100-FIND-ACCOUNT
005730          THRU 8100-FIND-ACCOUNT-EXIT.
005740     IF NOT WS-ACCT-FOUND
005750         MOVE 5          TO WS-LINK-NDX
005760         MOVE COMMON-KEY TO WS-FINDING-KEY
005770         MOVE PAY-REF    TO WS-FINDING-REFERENCE
005780         PERFORM 8010-LOG-REJECT
005790              THRU 8010-LOG-REJECT-EXIT
005800     END-IF.
005810 5100-CHECK-ONE-SEGMENT-EXIT.
005820     EXIT.

005830*---------------------------------------------------------------*
005840*    EVERY PRODUCT ON THE STOCK MASTER MUST HAVE A PRICE.       *
005850*---------------------------------------------------------------*
005860 6000-CHECK-STOCK.
005870*---------------------------------------------------------------*
005880     MOVE 'N' TO WS-INPUT-EOF.
005890     PERFORM 6100-CHECK-ONE-PRODUCT
005900          THRU 6100-CHECK-ONE-PRODUCT-EXIT
005910          UNTIL INPUT-EOF.
005920 6000-CHECK-STOCK-EXIT.
005930     EXIT.

005940 6100-CHECK-ONE-PRODUCT.
005950     READ STOCK-MASTER NEXT RECORD
005960         AT END
005970             SET INPUT-EOF TO TRUE
005980             GO TO 6100-CHECK-ONE-PRODUCT-EXIT
005990     END-READ.
006000     ADD 1 TO WS-LK-CHECKED (6).
006010     MOVE STK-PRODUCT TO PRC-PRODUCT.
006020     READ PRICE-MASTER
006030         INVALID KEY
006040             MOVE 6           TO WS-LINK-NDX
006050             MOVE STK-PRODUCT TO WS-FINDING-KEY
006060             MOVE STK-PRODUCT TO WS-FINDING-REFERENCE
006070             PERFORM 8010-LOG-REJECT
006080                  THRU 8010-LOG-REJECT-EXIT
006090     END-READ.
006100 6100-CHECK-ONE-PRODUCT-EXIT.
006110     EXIT.

006120*---------------------------------------------------------------*
006130*    EVERY DUNNING LEVEL MUST BELONG TO A PARTY STILL ON THE    *
006140*    CROSS-REFERENCE.  NO LEVEL FILE MEANS NOTHING TO CHECK.    *
006150*---------------------------------------------------------------*
006160 7000-CHECK-DUNNING.
006170*---------------------------------------------------------------*
006180     OPEN INPUT LEVEL-IN.
006190     MOVE 'N' TO WS-INPUT-EOF.
006200     PERFORM 7100-CHECK-ONE-LEVEL
006210          THRU 7100-CHECK-ONE-LEVEL-EXIT
006220          UNTIL INPUT-EOF.
006230     CLOSE LEVEL-IN.
006240 7000-CHECK-DUNNING-EXIT.
006250     EXIT.

006260 7100-CHECK-ONE-LEVEL.
006270     READ LEVEL-IN
006280         AT END
006290             SET INPUT-EOF TO TRUE
006300             GO TO 7100-CHECK-ONE-LEVEL-EXIT
006310     END-READ.
006320     ADD 1 TO WS-LK-CHECKED (7).
006330     MOVE DL-COMMON-KEY TO XRFM-COMMON-KEY.
006340     READ XREF-MASTER KEY IS XRFM-COMMON-KEY
006350         INVALID KEY
006360             MOVE 7             TO WS-LINK-NDX
006370             MOVE DL-COMMON-KEY TO WS-FINDING-KEY
006380                                   WS-FINDING-REFERENCE
006390             PERFORM 8010-LOG-REJECT
006400                  THRU 8010-LOG-REJECT-EXIT
006410     END-READ.
006420 7100-CHECK-ONE-LEVEL-EXIT.
006430     EXIT.

006440*---------------------------------------------------------------*
006450*    ONE LINE PER LINK TYPE AGAINST LAST WEEK, AND THIS WEEK'S  *
006460*    COUNTS WRITTEN FOR NEXT WEEK TO COMPARE WITH.              *
006470*---------------------------------------------------------------*
006480 8000-PRINT-SUMMARY.
006490*---------------------------------------------------------------*
006500     IF WS-FINDINGS-LOGGED = ZERO
006510         WRITE REPORT-LINE FROM WS-CLEAN-LINE
006520     END-IF.
006530     MOVE SPACES TO REPORT-LINE.
006540     WRITE REPORT-LINE.
006550     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.
006560     PERFORM 8050-PRINT-ONE-LINK
006570          THRU 8050-PRINT-ONE-LINK-EXIT
006580          VARYING WS-LINK-NDX FROM 1 BY 1
006590          UNTIL WS-LINK-NDX > 7.
006600 8000-PRINT-SUMMARY-EXIT.
006610     EXIT.

006620 8050-PRINT-ONE-LINK.
006630     MOVE WS-LINK-CODE (WS-LINK-NDX)  TO SL-LINK-CODE.
006640     MOVE WS-LINK-RULE (WS-LINK-NDX)  TO SL-LINK-RULE.
006650     MOVE WS-LK-CHECKED (WS-LINK-NDX) TO SL-CHECKED.
006660     MOVE WS-LK-BROKEN (WS-LINK-NDX)  TO SL-BROKEN.
006670     IF WS-LK-HAS-PRIOR (WS-LINK-NDX)
006680         MOVE WS-LK-PRIOR (WS-LINK-NDX) TO SL-PRIOR
006690         COMPUTE WS-COUNT-CHANGE = WS-LK-BROKEN (WS-LINK-NDX)
006700                                 - WS-LK-PRIOR (WS-LINK-NDX)
006710         MOVE WS-COUNT-CHANGE TO SL-CHANGE
006720     ELSE
006730         MOVE '       NONE' TO SL-PRIOR-X
006740         MOVE SPACES        TO SL-CHANGE-X
006750     END-IF.
006760     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
006770     MOVE SPACES                      TO INTEGRITY-COUNT-RECORD.
006780     MOVE WS-LINK-CODE (WS-LINK-NDX)  TO IK-LINK-CODE.
006790     MOVE WS-RUN-DATE                 TO IK-RUN-DATE.
006800     MOVE WS-LK-CHECKED (WS-LINK-NDX) TO IK-CHECKED-COUNT.
006810     MOVE WS-LK-BROKEN (WS-LINK-NDX)  TO IK-BROKEN-COUNT.
006820     WRITE COUNT-OUT-RECORD FROM INTEGRITY-COUNT-RECORD.
006830 8050-PRINT-ONE-LINK-EXIT.
006840     EXIT.

006850*---------------------------------------------------------------*
006860*    ONE BROKEN LINK: COUNT IT, PRINT IT, AND LOG IT UNDER THE  *
006870*    LINK'S OWN SOURCE CODE (WS-LINK-NDX SET BY THE CALLER).    *
006880*---------------------------------------------------------------*
006890 8010-LOG-REJECT.
006900*---------------------------------------------------------------*
006910     ADD 1 TO WS-LK-BROKEN (WS-LINK-NDX).
006920     ADD 1 TO WS-FINDINGS-LOGGED.
006930     MOVE WS-LINK-CODE (WS-LINK-NDX) TO FD-LINK-CODE.
006940     MOVE WS-FINDING-KEY             TO FD-RECORD-KEY.
006950     MOVE WS-FINDING-REFERENCE       TO FD-REFERENCE.
006960     MOVE WS-LINK-RULE (WS-LINK-NDX) TO FD-RULE.
006970     WRITE REPORT-LINE FROM WS-FINDING-DETAIL.
006980     MOVE SPACES                     TO REJECT-RECORD.
006990     MOVE WS-LINK-CODE (WS-LINK-NDX) TO RJ-SOURCE-FILE.
007000     MOVE WS-FINDING-KEY             TO RJ-KEY-FIELD.
007010     MOVE WS-LINK-RULE (WS-LINK-NDX) TO RJ-RULE-VIOLATED.
007020     MOVE WS-RUN-DATE                TO RJ-REJECT-DATE.
007030     MOVE WS-RUN-TIME                TO RJ-REJECT-TIME.
007040     WRITE REJECT-RECORD.
007050     MOVE SPACES TO WS-FINDING-KEY
007060                    WS-FINDING-REFERENCE.
007070 8010-LOG-REJECT-EXIT.
007080     EXIT.

007090*---------------------------------------------------------------*
007100*    IS WS-LOOKUP-KEY ON THE AC TABLE.                          *
007110*---------------------------------------------------------------*
007120 8100-FIND-ACCOUNT.
007130*---------------------------------------------------------------*
007140     MOVE 'N' TO WS-ACCT-FOUND-SW.
007150     PERFORM 8110-SCAN-ACCT-ENTRY
007160          THRU 8110-SCAN-ACCT-ENTRY-EXIT
007170          VARYING WS-ACCT-NDX FROM 1 BY 1
007180          UNTIL WS-ACCT-NDX > WS-ACCT-COUNT
007190             OR WS-ACCT-FOUND.
007200 8100-FIND-ACCOUNT-EXIT.
007210     EXIT.

007220 8110-SCAN-ACCT-ENTRY.
007230     IF WS-AC-COMMON-KEY (WS-ACCT-NDX) = WS-LOOKUP-KEY
007240         SET WS-ACCT-FOUND TO TRUE
007250     END-IF.
007260 8110-SCAN-ACCT-ENTRY-EXIT.
007270     EXIT.

007280*---------------------------------------------------------------*
007290 9000-TERMINATE.
007300*---------------------------------------------------------------*
007310     DISPLAY 'REFCHECK - AC SEGMENTS LOADED..: '
007320              WS-ACCT-COUNT.
007330     DISPLAY 'REFCHECK - PRIOR COUNTS READ...: '
007340              WS-PRIOR-RECORDS.
007350     DISPLAY 'REFCHECK - ORDERS CHECKED......: '
007360              WS-LK-CHECKED (1).
007370     DISPLAY 'REFCHECK - INVOICES CHECKED....: '
007380              WS-LK-CHECKED (2).
007390     DISPLAY 'REFCHECK - PARTIES CHECKED.....: '
007400              WS-LK-CHECKED (4).
007410     DISPLAY 'REFCHECK - PY SEGMENTS CHECKED.: '
007420              WS-LK-CHECKED (5).
007430     DISPLAY 'REFCHECK - PRODUCTS CHECKED....: '
007440              WS-LK-CHECKED (6).
007450     DISPLAY 'REFCHECK - DUNNING LEVELS......: '
007460              WS-LK-CHECKED (7).
007470     DISPLAY 'REFCHECK - BROKEN LINKS LOGGED.: '
007480              WS-FINDINGS-LOGGED.
007490     CLOSE MSEG-IN XREF-MASTER ORDER-MASTER INVOICE-MASTER
007500           VENDOR-MASTER STOCK-MASTER PRICE-MASTER
007510           COUNT-OUT REJECT-OUT REPORT-OUT.
007520 9000-TERMINATE-EXIT.
007530     EXIT.

007540*---------------------------------------------------------------*
007550*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
007560*---------------------------------------------------------------*
007570 9700-LOG-STEP-START.
007580*---------------------------------------------------------------*
007590     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007600     MOVE 'REFCHECK'        TO EX-JOB-NAME.
007610     SET EX-STEP-START      TO TRUE.
007620     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007630     ACCEPT EX-RUN-TIME FROM TIME.
007640     MOVE ZERO              TO EX-RECORDS-READ
007650                               EX-RECORDS-WRITTEN
007660                               EX-REJECT-COUNT
007670                               EX-COMPLETION-CODE.
007680     OPEN EXTEND EXEC-LOG-OUT.
007690     WRITE EXECUTION-LOG-RECORD.
007700     CLOSE EXEC-LOG-OUT.
007710 9700-LOG-STEP-START-EXIT.
007720     EXIT.

007730*---------------------------------------------------------------*
007740*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
007750*    ENDING WITH.                                               *
007760*---------------------------------------------------------------*
007770 9710-LOG-STEP-END.
007780*---------------------------------------------------------------*
007790     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007800     MOVE 'REFCHECK'        TO EX-JOB-NAME.
007810     SET EX-STEP-END        TO TRUE.
007820     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007830     ACCEPT EX-RUN-TIME FROM TIME.
007840     COMPUTE EX-RECORDS-READ = WS-LK-CHECKED (1)
007850                             + WS-LK-CHECKED (2)
007860                             + WS-LK-CHECKED (4)
007870                             + WS-LK-CHECKED (5)
007880                             + WS-LK-CHECKED (6)
007890                             + WS-LK-CHECKED (7).
007900     MOVE WS-FINDINGS-LOGGED TO EX-RECORDS-WRITTEN.
007910     MOVE WS-FINDINGS-LOGGED TO EX-REJECT-COUNT.
007920     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
007930     OPEN EXTEND EXEC-LOG-OUT.
007940     WRITE EXECUTION-LOG-RECORD.
007950     CLOSE EXEC-LOG-OUT.
007960 9710-LOG-STEP-END-EXIT.
007970     EXIT.
