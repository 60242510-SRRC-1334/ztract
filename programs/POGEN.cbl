000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    POGEN.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ORDER PROCESSING SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - PURCHASE ORDER GENERATION
000210*                   FROM THE REORDRPT SUGGESTIONS PURCHASING HAS
000220*                   APPROVED.  THE SUGGESTION LIST WAS BEING
000230*                   RETYPED INTO EMAIL AND NOTHING RECORDED WHAT
000240*                   HAD ACTUALLY BEEN ORDERED.
000242*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000244*                   TO THE COMMON EXECUTION LOG FOR THE
000246*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*****************************************************************
000260*  REMARKS.
000270*      MATCHES THE SUGGESTION FILE REORDRPT WRITES (COPY POSUGG)
000280*      AGAINST PURCHASING'S APPROVAL CARDS (COPY POAPPR), BOTH IN
000290*      PRODUCT SEQUENCE, WITH A CLASSIC MATCH-MERGE:
000300*
000310*          - A SUGGESTION WITH AN APPROVAL BECOMES A PURCHASE
000320*            ORDER LINE FOR THE APPROVED VENDOR - THE APPROVED
000330*            QUANTITY OR, WHEN THE CARD LEAVES IT ZERO, THE
000340*            SUGGESTED QUANTITY; THE CARD'S EXPECTED DATE OR, WHEN
000350*            ZERO, THE RUN DATE PLUS THE CONTROL-CARD LEAD DAYS
000360*            (14 WHEN THERE IS NO CARD)
000370*          - A SUGGESTION WITH NO APPROVAL IS NOT ORDERED AND IS
000380*            COUNTED ON THE CONSOLE
000390*          - AN APPROVAL WITH NO SUGGESTION, OR FOR A VENDOR NOT
000400*            ON THE VENDOR MASTER OR ON HOLD, GOES TO THE COMMON
000410*            REJECT LOG
000420*
000430*      THE APPROVED LINES ARE HELD IN STORAGE AND RAISED ONE
000440*      PURCHASE ORDER PER VENDOR: EACH VENDOR TAKES THE NEXT PO
000450*      NUMBER (SEEDED AT INITIALIZE FROM THE HIGHEST ONE ALREADY
000460*      ON THE PURCHASE ORDER MASTER), ITS LINES ARE NUMBERED AND
000470*      WRITTEN OPEN TO THE INDEXED PURCHASE ORDER MASTER (COPY
000480*      POMSTR), AND THE PRINTED PURCHASE ORDER - VENDOR NAME AND
000490*      ADDRESS OFF THE VENDOR MASTER, ONE LINE PER PRODUCT - GOES
000500*      TO THE PO PRINT FILE FOR MAILING.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000590            ORGANIZATION IS SEQUENTIAL.
000600     SELECT SUGGEST-IN      ASSIGN TO SUGGIN
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT APPROVAL-IN     ASSIGN TO APPRIN
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT VENDOR-MASTER   ASSIGN TO VENDMSTR
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS RANDOM
000670            RECORD KEY IS VEND-VENDOR-ID
000680            FILE STATUS IS WS-VENDMSTR-STATUS.
000690     SELECT OPTIONAL
000700            PO-MASTER       ASSIGN TO POMSTR
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE IS DYNAMIC
000730            RECORD KEY IS PO-KEY
000740            ALTERNATE RECORD KEY IS PO-PRODUCT
000750                WITH DUPLICATES
000760            FILE STATUS IS WS-POMSTR-STATUS.
000770     SELECT PO-PRINT-OUT    ASSIGN TO POPRINT
000780            ORGANIZATION IS SEQUENTIAL.
000790     SELECT REJECT-OUT      ASSIGN TO REJOUT
000800            ORGANIZATION IS SEQUENTIAL.
000802     SELECT OPTIONAL
000804            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000806            ORGANIZATION IS SEQUENTIAL
000808            FILE STATUS IS WS-EXECLOG-STATUS.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CONTROL-CARD-IN
000840     LABEL RECORDS ARE STANDARD.
000850 01  CONTROL-CARD-RECORD.
000860     05  CC-LEAD-DAYS              PIC 9(03).

000870 FD  SUGGEST-IN
000880     LABEL RECORDS ARE STANDARD.
000890 COPY POSUGG.

000900 FD  APPROVAL-IN
000910     LABEL RECORDS ARE STANDARD.
000920 COPY POAPPR.

000930 FD  VENDOR-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950 COPY VENDREC.

000960 FD  PO-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980 COPY POMSTR.

000990 FD  PO-PRINT-OUT
001000     LABEL RECORDS ARE STANDARD.
001010 01  PO-PRINT-LINE             PIC X(100).

001020 FD  REJECT-OUT
001030     LABEL RECORDS ARE STANDARD.
001040 COPY REJCREC.

001042 FD  EXEC-LOG-OUT
001044     LABEL RECORDS ARE STANDARD.
001046 COPY EXECLOG.

001050 WORKING-STORAGE SECTION.
001060 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001070 01  WS-POMSTR-STATUS          PIC X(02)  VALUE SPACES.
001075 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001080 01  WS-SWITCHES.
001090     05  WS-SUGG-EOF           PIC X(01)  VALUE 'N'.
001100         88  SUGG-EOF                     VALUE 'Y'.
001110     05  WS-APPR-EOF           PIC X(01)  VALUE 'N'.
001120         88  APPR-EOF                     VALUE 'Y'.
001130     05  WS-PO-EOF             PIC X(01)  VALUE 'N'.
001140         88  PO-EOF                       VALUE 'Y'.
001150     05  WS-VENDOR-OK-SW       PIC X(01)  VALUE 'N'.
001160         88  WS-VENDOR-OK                 VALUE 'Y'.

001170 01  WS-COUNTERS                          COMP.
001180     05  WS-SUGGESTS-READ      PIC 9(09)  VALUE ZERO.
001190     05  WS-APPROVALS-READ     PIC 9(09)  VALUE ZERO.
001200     05  WS-NOT-APPROVED       PIC 9(09)  VALUE ZERO.
001210     05  WS-APPROVALS-REJECTED PIC 9(09)  VALUE ZERO.
001220     05  WS-ORDERS-RAISED      PIC 9(09)  VALUE ZERO.
001230     05  WS-LINES-WRITTEN      PIC 9(09)  VALUE ZERO.
001240     05  WS-LN-COUNT           PIC 9(09)  VALUE ZERO.
001250     05  WS-LN-NDX             PIC 9(09)  VALUE ZERO.
001260     05  WS-PICK-NDX           PIC 9(09)  VALUE ZERO.
001270     05  WS-PO-LINE-NR         PIC 9(03)  VALUE ZERO.

001280 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001290 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001300 01  WS-LEAD-DAYS              PIC 9(03)  VALUE 14.
001310 01  WS-DEFAULT-EXPECTED       PIC 9(08)  VALUE ZERO.
001320 01  WS-PO-NUMBER              PIC 9(10)  VALUE ZERO.
001330 01  WS-CURRENT-VENDOR         PIC X(10)  VALUE SPACES.
001340 01  WS-SUGG-KEY               PIC X(20)  VALUE SPACES.
001350 01  WS-APPR-KEY               PIC X(20)  VALUE SPACES.
001360 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001370 01  WS-PO-UNITS               PIC 9(09)  VALUE ZERO.

001380*----------------------------------------------------------------
001390*    THE APPROVED LINES, HELD UNTIL EVERY CARD IS MATCHED SO EACH
001400*    VENDOR GETS ONE PURCHASE ORDER CARRYING ALL OF ITS PRODUCTS.
001410*    WS-LN-RAISED-SW IS SET ONCE THE LINE IS ON A PURCHASE ORDER.
001420*----------------------------------------------------------------
001430 01  WS-LINE-TABLE.
001440     05  WS-LN-ENTRY OCCURS 1 TO 2000 TIMES
001450                     DEPENDING ON WS-LN-COUNT.
001460         10  WS-LN-VENDOR-ID    PIC X(10).
001470         10  WS-LN-PRODUCT      PIC X(20).
001480         10  WS-LN-QTY          PIC 9(07).
001490         10  WS-LN-EXPECTED     PIC 9(08).
001500         10  WS-LN-RAISED-SW    PIC X(01).
001510             88  WS-LN-RAISED             VALUE 'Y'.

001520 01  WS-PO-HEADING.
001530     05  FILLER                 PIC X(03) VALUE SPACES.
001540     05  FILLER                 PIC X(16)
001550         VALUE 'PURCHASE ORDER  '.
001560     05  PH-PO-NUMBER           PIC 9(10).
001570     05  FILLER                 PIC X(08) VALUE '  DATED '.
001580     05  PH-ORDER-DATE          PIC 9(08).
001590     05  FILLER                 PIC X(10) VALUE '  VENDOR  '.
001600     05  PH-VENDOR-ID           PIC X(10).

001610 01  WS-ADDR-LINE.
001620     05  FILLER                 PIC X(05) VALUE SPACES.
001630     05  AL-TEXT                PIC X(60).

001640 01  WS-COLUMN-HEADING.
001650     05  FILLER                 PIC X(07) VALUE SPACES.
001660     05  FILLER                 PIC X(06) VALUE 'LINE'.
001670     05  FILLER                 PIC X(22) VALUE 'PRODUCT'.
001680     05  FILLER                 PIC X(12) VALUE '    QUANTITY'.
001690     05  FILLER                 PIC X(12) VALUE '  DELIVER BY'.

001700 01  WS-PO-DETAIL.
001710     05  FILLER                 PIC X(07) VALUE SPACES.
001720     05  PD-LINE-NR             PIC ZZ9.
001730     05  FILLER                 PIC X(03) VALUE SPACES.
001740     05  PD-PRODUCT             PIC X(20).
001750     05  FILLER                 PIC X(02) VALUE SPACES.
001760     05  PD-QTY                 PIC Z,ZZZ,ZZ9.
001770     05  FILLER                 PIC X(04) VALUE SPACES.
001780     05  PD-EXPECTED            PIC 9(08).

001790 01  WS-PO-FOOTING.
001800     05  FILLER                 PIC X(07) VALUE SPACES.
001810     05  FILLER                 PIC X(17)
001820         VALUE 'LINES ON ORDER   '.
001830     05  PF-LINES               PIC ZZ9.
001840     05  FILLER                 PIC X(15) VALUE '   TOTAL UNITS '.
001850     05  PF-UNITS               PIC ZZZ,ZZZ,ZZ9.

001860 PROCEDURE DIVISION.
001870*---------------------------------------------------------------*
001880 0000-MAINLINE.
001890*---------------------------------------------------------------*
001893     PERFORM 9700-LOG-STEP-START
001896          THRU 9700-LOG-STEP-START-EXIT.
001900     PERFORM 1000-INITIALIZE
001910          THRU 1000-INITIALIZE-EXIT.
001920     PERFORM 2000-MATCH-APPROVAL
001930          THRU 2000-MATCH-APPROVAL-EXIT
001940          UNTIL SUGG-EOF
001950            AND APPR-EOF.
001960     PERFORM 3000-RAISE-VENDOR-ORDER
001970          THRU 3000-RAISE-VENDOR-ORDER-EXIT
001980          VARYING WS-PICK-NDX FROM 1 BY 1
001990          UNTIL WS-PICK-NDX > WS-LN-COUNT.
002000     PERFORM 9000-TERMINATE
002010          THRU 9000-TERMINATE-EXIT.
002013     PERFORM 9710-LOG-STEP-END
002016          THRU 9710-LOG-STEP-END-EXIT.
002020     GOBACK.

002030*---------------------------------------------------------------*
002040 1000-INITIALIZE.
002050*---------------------------------------------------------------*
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     ACCEPT WS-RUN-TIME FROM TIME.
002080     OPEN INPUT CONTROL-CARD-IN.
002090     READ CONTROL-CARD-IN
002100         AT END
002110             DISPLAY 'POGEN - NO CONTROL CARD, USING DEFAULT '
002120                     'LEAD TIME OF 14 DAYS'
002130         NOT AT END
002140             IF CC-LEAD-DAYS NUMERIC
002150                 MOVE CC-LEAD-DAYS TO WS-LEAD-DAYS
002160             END-IF
002170     END-READ.
002180     CLOSE CONTROL-CARD-IN.
002190     COMPUTE WS-DEFAULT-EXPECTED =
002200             FUNCTION DATE-OF-INTEGER
002210                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
002220                  + WS-LEAD-DAYS).
002230     OPEN INPUT  SUGGEST-IN
002240                 APPROVAL-IN
002250                 VENDOR-MASTER
002260          I-O    PO-MASTER
002270          OUTPUT PO-PRINT-OUT
002280                 REJECT-OUT.
002290     PERFORM 1100-SEED-PO-NUMBER
002300          THRU 1100-SEED-PO-NUMBER-EXIT.
002310     PERFORM 2800-READ-SUGGESTION
002320          THRU 2800-READ-SUGGESTION-EXIT.
002330     PERFORM 2900-READ-APPROVAL
002340          THRU 2900-READ-APPROVAL-EXIT.
002350 1000-INITIALIZE-EXIT.
002360     EXIT.

002370*---------------------------------------------------------------*
002380*    PO NUMBERS MUST KEEP CLIMBING ACROSS RUNS.  SEED THE        *
002390*    COUNTER FROM THE HIGHEST PO NUMBER ALREADY ON THE MASTER -  *
002400*    THE PRIMARY KEY LEADS WITH THE PO NUMBER, SO THE LAST       *
002410*    RECORD READ IN KEY SEQUENCE CARRIES IT.  AN EMPTY MASTER    *
002420*    (THE FIRST RUN) STARTS FROM ONE.                            *
002430*---------------------------------------------------------------*
002440 1100-SEED-PO-NUMBER.
002450*---------------------------------------------------------------*
002460     MOVE LOW-VALUES TO PO-KEY.
002470     START PO-MASTER KEY IS >= PO-KEY
002480         INVALID KEY
002490             GO TO 1100-SEED-PO-NUMBER-EXIT
002500     END-START.
002510     PERFORM 1110-READ-PO-LINE
002520          THRU 1110-READ-PO-LINE-EXIT
002530          UNTIL PO-EOF.
002540 1100-SEED-PO-NUMBER-EXIT.
002550     EXIT.

002560 1110-READ-PO-LINE.
002570     READ PO-MASTER NEXT RECORD
002580         AT END SET PO-EOF TO TRUE
002590         NOT AT END
002600             IF PO-NUMBER > WS-PO-NUMBER
002610                 MOVE PO-NUMBER TO WS-PO-NUMBER
002620             END-IF
002630     END-READ.
002640 1110-READ-PO-LINE-EXIT.
002650     EXIT.

002660*---------------------------------------------------------------*
002670*    ONE STEP OF THE MATCH-MERGE.  AN EXHAUSTED FILE'S KEY IS    *
002680*    HIGH-VALUES, SO THE OTHER FILE RUNS OUT AGAINST IT.         *
002690*---------------------------------------------------------------*
002700 2000-MATCH-APPROVAL.
002710*---------------------------------------------------------------*
002720     EVALUATE TRUE
002730         WHEN WS-SUGG-KEY = WS-APPR-KEY
002740             PERFORM 2100-TAKE-APPROVED-LINE
002750                  THRU 2100-TAKE-APPROVED-LINE-EXIT
002760             PERFORM 2800-READ-SUGGESTION
002770                  THRU 2800-READ-SUGGESTION-EXIT
002780             PERFORM 2900-READ-APPROVAL
002790                  THRU 2900-READ-APPROVAL-EXIT
002800         WHEN WS-SUGG-KEY < WS-APPR-KEY
002810             ADD 1 TO WS-NOT-APPROVED
002820             PERFORM 2800-READ-SUGGESTION
002830                  THRU 2800-READ-SUGGESTION-EXIT
002840         WHEN OTHER
002850             ADD 1 TO WS-APPROVALS-REJECTED
002860             MOVE 'APPROVAL HAS NO REORDER SUGGESTION'
002870               TO WS-REJECT-REASON
002880             PERFORM 8010-LOG-REJECT
002890                  THRU 8010-LOG-REJECT-EXIT
002900             PERFORM 2900-READ-APPROVAL
002910                  THRU 2900-READ-APPROVAL-EXIT
002920     END-EVALUATE.
002930 2000-MATCH-APPROVAL-EXIT.
002940     EXIT.

002950*---------------------------------------------------------------*
002960*    AN APPROVED SUGGESTION: THE VENDOR MUST BE ON THE VENDOR    *
002970*    MASTER AND NOT ON HOLD, THEN THE LINE IS HELD FOR ITS       *
002980*    VENDOR'S PURCHASE ORDER.                                    *
002990*---------------------------------------------------------------*
003000 2100-TAKE-APPROVED-LINE.
003010*---------------------------------------------------------------*
003020     MOVE 'N' TO WS-VENDOR-OK-SW.
003030     MOVE AP-VENDOR-ID TO VEND-VENDOR-ID.
003040     READ VENDOR-MASTER
003050         INVALID KEY
003060             MOVE 'VENDOR NOT ON VENDOR MASTER'
003070               TO WS-REJECT-REASON
003080         NOT INVALID KEY
003090             IF VEND-ON-HOLD
003100                 MOVE 'VENDOR IS ON HOLD' TO WS-REJECT-REASON
003110             ELSE
003120                 SET WS-VENDOR-OK TO TRUE
003130             END-IF
003140     END-READ.
003150     IF NOT WS-VENDOR-OK
003160         ADD 1 TO WS-APPROVALS-REJECTED
003170         PERFORM 8010-LOG-REJECT
003180              THRU 8010-LOG-REJECT-EXIT
003190         GO TO 2100-TAKE-APPROVED-LINE-EXIT
003200     END-IF.
003210     IF WS-LN-COUNT >= 2000
003220         DISPLAY 'POGEN - APPROVED LINE TABLE FULL, PURCHASE '
003230                 'ORDERS INCOMPLETE - FAILING THE STEP'
003240         CLOSE SUGGEST-IN APPROVAL-IN VENDOR-MASTER PO-MASTER
003250               PO-PRINT-OUT REJECT-OUT
003260         MOVE 16 TO RETURN-CODE
003263         PERFORM 9710-LOG-STEP-END
003266              THRU 9710-LOG-STEP-END-EXIT
003270         GOBACK
003280     END-IF.
003290     ADD 1 TO WS-LN-COUNT.
003300     MOVE AP-VENDOR-ID TO WS-LN-VENDOR-ID (WS-LN-COUNT).
003310     MOVE AP-PRODUCT   TO WS-LN-PRODUCT (WS-LN-COUNT).
003320     IF AP-APPROVED-QTY = ZERO
003330         MOVE SG-SUGGEST-QTY  TO WS-LN-QTY (WS-LN-COUNT)
003340     ELSE
003350         MOVE AP-APPROVED-QTY TO WS-LN-QTY (WS-LN-COUNT)
003360     END-IF.
003370     IF AP-EXPECTED-DATE = ZERO
003380         MOVE WS-DEFAULT-EXPECTED TO WS-LN-EXPECTED (WS-LN-COUNT)
003390     ELSE
003400         MOVE AP-EXPECTED-DATE    TO WS-LN-EXPECTED (WS-LN-COUNT)
003410     END-IF.
003420     MOVE 'N' TO WS-LN-RAISED-SW (WS-LN-COUNT).
003430 2100-TAKE-APPROVED-LINE-EXIT.
003440     EXIT.

003450 2800-READ-SUGGESTION.
003460     READ SUGGEST-IN
003470         AT END
003480             SET SUGG-EOF TO TRUE
003490             MOVE HIGH-VALUES TO WS-SUGG-KEY
003500         NOT AT END
003510             ADD 1 TO WS-SUGGESTS-READ
003520             MOVE SG-PRODUCT TO WS-SUGG-KEY
003530     END-READ.
003540 2800-READ-SUGGESTION-EXIT.
003550     EXIT.

003560 2900-READ-APPROVAL.
003570     READ APPROVAL-IN
003580         AT END
003590             SET APPR-EOF TO TRUE
003600             MOVE HIGH-VALUES TO WS-APPR-KEY
003610         NOT AT END
003620             ADD 1 TO WS-APPROVALS-READ
003630             MOVE AP-PRODUCT TO WS-APPR-KEY
003640     END-READ.
003650 2900-READ-APPROVAL-EXIT.
003660     EXIT.

003670*---------------------------------------------------------------*
003680*    THE FIRST LINE NOT YET ON A PURCHASE ORDER OPENS ITS        *
003690*    VENDOR'S ORDER, WHICH THEN SWEEPS UP EVERY OTHER LINE FOR   *
003700*    THE SAME VENDOR, SO ONE PASS OVER THE TABLE RAISES ONE      *
003710*    ORDER PER VENDOR.                                           *
003720*---------------------------------------------------------------*
003730 3000-RAISE-VENDOR-ORDER.
003740*---------------------------------------------------------------*
003750     IF WS-LN-RAISED (WS-PICK-NDX)
003760         GO TO 3000-RAISE-VENDOR-ORDER-EXIT
003770     END-IF.
003780     MOVE WS-LN-VENDOR-ID (WS-PICK-NDX) TO WS-CURRENT-VENDOR.
003790     ADD 1 TO WS-PO-NUMBER
003800              WS-ORDERS-RAISED.
003810     MOVE ZERO TO WS-PO-LINE-NR
003820                  WS-PO-UNITS.
003830     PERFORM 3100-PRINT-PO-HEADING
003840          THRU 3100-PRINT-PO-HEADING-EXIT.
003850     PERFORM 3200-RAISE-PO-LINE
003860          THRU 3200-RAISE-PO-LINE-EXIT
003870          VARYING WS-LN-NDX FROM WS-PICK-NDX BY 1
003880          UNTIL WS-LN-NDX > WS-LN-COUNT.
003890     MOVE WS-PO-LINE-NR TO PF-LINES.
003900     MOVE WS-PO-UNITS   TO PF-UNITS.
003910     WRITE PO-PRINT-LINE FROM WS-PO-FOOTING.
003920 3000-RAISE-VENDOR-ORDER-EXIT.
003930     EXIT.

003940 3100-PRINT-PO-HEADING.
003950     MOVE WS-CURRENT-VENDOR TO VEND-VENDOR-ID.
003960     READ VENDOR-MASTER
003970         INVALID KEY
003980             MOVE SPACES TO VEND-NAME
003990                            VEND-REMIT-ADDR
004000                            VEND-REMIT-CITY
004010                            VEND-REMIT-ZIP
004020     END-READ.
004030     MOVE WS-PO-NUMBER      TO PH-PO-NUMBER.
004040     MOVE WS-RUN-DATE       TO PH-ORDER-DATE.
004050     MOVE WS-CURRENT-VENDOR TO PH-VENDOR-ID.
004060     WRITE PO-PRINT-LINE FROM WS-PO-HEADING.
004070     MOVE VEND-NAME TO AL-TEXT.
004080     WRITE PO-PRINT-LINE FROM WS-ADDR-LINE.
004090     MOVE VEND-REMIT-ADDR TO AL-TEXT.
004100     WRITE PO-PRINT-LINE FROM WS-ADDR-LINE.
004110     MOVE SPACES TO AL-TEXT.
004120     STRING VEND-REMIT-CITY DELIMITED BY SIZE
004130            ' '             DELIMITED BY SIZE
004140            VEND-REMIT-ZIP  DELIMITED BY SIZE
004150            INTO AL-TEXT.
004160     WRITE PO-PRINT-LINE FROM WS-ADDR-LINE.
004170     WRITE PO-PRINT-LINE FROM WS-COLUMN-HEADING.
004180 3100-PRINT-PO-HEADING-EXIT.
004190     EXIT.

004200*---------------------------------------------------------------*
004210*    ONE LINE OF THE CURRENT VENDOR'S ORDER: NUMBERED, WRITTEN   *
004220*    OPEN TO THE PURCHASE ORDER MASTER, AND PRINTED.  A LINE     *
004223*    THE MASTER REFUSES IS NEITHER COUNTED NOR PRINTED, BUT IS   *
004226*    STILL MARKED SO THE VENDOR SWEEP DOES NOT RAISE IT AGAIN.   *
004230*---------------------------------------------------------------*
004240 3200-RAISE-PO-LINE.
004250*---------------------------------------------------------------*
004260     IF WS-LN-RAISED (WS-LN-NDX)
004270        OR WS-LN-VENDOR-ID (WS-LN-NDX) NOT = WS-CURRENT-VENDOR
004280         GO TO 3200-RAISE-PO-LINE-EXIT
004290     END-IF.
004300     ADD 1 TO WS-PO-LINE-NR.
004310     MOVE SPACES                      TO PURCHASE-ORDER-RECORD.
004320     MOVE WS-PO-NUMBER                TO PO-NUMBER.
004330     MOVE WS-PO-LINE-NR               TO PO-LINE-NR.
004340     MOVE WS-CURRENT-VENDOR           TO PO-VENDOR-ID.
004350     MOVE WS-LN-PRODUCT (WS-LN-NDX)   TO PO-PRODUCT.
004360     MOVE WS-LN-QTY (WS-LN-NDX)       TO PO-ORDER-QTY.
004370     MOVE ZERO                        TO PO-RECEIVED-QTY
004380                                         PO-LAST-RECEIPT-DATE.
004390     MOVE WS-RUN-DATE                 TO PO-ORDER-DATE.
004400     MOVE WS-LN-EXPECTED (WS-LN-NDX)  TO PO-EXPECTED-DATE.
004410     SET PO-OPEN                      TO TRUE.
004420     WRITE PURCHASE-ORDER-RECORD
004430         INVALID KEY
004440             DISPLAY 'POGEN - WRITE FAILED FOR PO ' PO-NUMBER
004450                     ' LINE ' PO-LINE-NR
004460         NOT INVALID KEY
004470             ADD 1 TO WS-LINES-WRITTEN
004480             ADD WS-LN-QTY (WS-LN-NDX) TO WS-PO-UNITS
004500             MOVE SPACES                     TO WS-PO-DETAIL
004510             MOVE WS-PO-LINE-NR              TO PD-LINE-NR
004520             MOVE WS-LN-PRODUCT (WS-LN-NDX)  TO PD-PRODUCT
004530             MOVE WS-LN-QTY (WS-LN-NDX)      TO PD-QTY
004540             MOVE WS-LN-EXPECTED (WS-LN-NDX) TO PD-EXPECTED
004550             WRITE PO-PRINT-LINE FROM WS-PO-DETAIL
004553     END-WRITE.
004556     SET WS-LN-RAISED (WS-LN-NDX) TO TRUE.
004560 3200-RAISE-PO-LINE-EXIT.
004570     EXIT.

004580*---------------------------------------------------------------*
004590 8010-LOG-REJECT.
004600*---------------------------------------------------------------*
004610     DISPLAY 'POGEN - APPROVAL REJECTED FOR PRODUCT '
004620             AP-PRODUCT ': ' WS-REJECT-REASON.
004630     MOVE SPACES              TO REJECT-RECORD.
004640     MOVE 'POGEN'             TO RJ-SOURCE-FILE.
004650     MOVE AP-PRODUCT          TO RJ-KEY-FIELD.
004660     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
004670     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
004680     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
004690     WRITE REJECT-RECORD.
004700 8010-LOG-REJECT-EXIT.
004710     EXIT.

004720*---------------------------------------------------------------*
004730 9000-TERMINATE.
004740*---------------------------------------------------------------*
004750     DISPLAY 'POGEN - SUGGESTIONS READ.......: '
004760              WS-SUGGESTS-READ.
004770     DISPLAY 'POGEN - APPROVALS READ.........: '
004780              WS-APPROVALS-READ.
004790     DISPLAY 'POGEN - SUGGESTIONS NOT APPRVD.: '
004800              WS-NOT-APPROVED.
004810     DISPLAY 'POGEN - APPROVALS REJECTED.....: '
004820              WS-APPROVALS-REJECTED.
004830     DISPLAY 'POGEN - PURCHASE ORDERS RAISED.: '
004840              WS-ORDERS-RAISED.
004850     DISPLAY 'POGEN - PO LINES WRITTEN.......: '
004860              WS-LINES-WRITTEN.
004870     CLOSE SUGGEST-IN APPROVAL-IN VENDOR-MASTER PO-MASTER
004880           PO-PRINT-OUT REJECT-OUT.
004890 9000-TERMINATE-EXIT.
004900     EXIT.

004910*---------------------------------------------------------------*
004920*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004930*---------------------------------------------------------------*
004940 9700-LOG-STEP-START.
004950*---------------------------------------------------------------*
004960     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004970     MOVE 'POGEN'           TO EX-JOB-NAME.
004980     SET EX-STEP-START      TO TRUE.
004990     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005000     ACCEPT EX-RUN-TIME FROM TIME.
005010     MOVE ZERO              TO EX-RECORDS-READ
005020                               EX-RECORDS-WRITTEN
005030                               EX-REJECT-COUNT
005040                               EX-COMPLETION-CODE.
005050     OPEN EXTEND EXEC-LOG-OUT.
005060     WRITE EXECUTION-LOG-RECORD.
005070     CLOSE EXEC-LOG-OUT.
005080 9700-LOG-STEP-START-EXIT.
005090     EXIT.

005100*---------------------------------------------------------------*
005110*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005120*    ENDING WITH.                                               *
005130*---------------------------------------------------------------*
005140 9710-LOG-STEP-END.
005150*---------------------------------------------------------------*
005160     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005170     MOVE 'POGEN'           TO EX-JOB-NAME.
005180     SET EX-STEP-END        TO TRUE.
005190     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005200     ACCEPT EX-RUN-TIME FROM TIME.
005210     MOVE WS-SUGGESTS-READ  TO EX-RECORDS-READ.
005220     MOVE WS-LINES-WRITTEN  TO EX-RECORDS-WRITTEN.
005230     MOVE WS-APPROVALS-REJECTED TO EX-REJECT-COUNT.
005240     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005250     OPEN EXTEND EXEC-LOG-OUT.
005260     WRITE EXECUTION-LOG-RECORD.
005270     CLOSE EXEC-LOG-OUT.
005280 9710-LOG-STEP-END-EXIT.
005290     EXIT.
