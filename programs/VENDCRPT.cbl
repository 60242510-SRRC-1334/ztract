000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    VENDCRPT.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - DAILY VENDOR-CHANGE REPORT
000210*                   FOR AP MANAGEMENT.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      TWO PARTS, FOR THE REPORT DATE ON THE CONTROL CARD (THE
000250*      RUN DATE WITHOUT ONE):
000260*
000270*          - EVERY ENTRY THE VENDOR CHANGE LOG (COPY VENDCHG) GOT
000280*            THAT DAY - EACH FIELD VENDLOAD SAW CHANGE, BEFORE AND
000290*            AFTER, EACH VENDOR NEW TO THE MASTER, AND EACH
000300*            VENDVRFY CALLBACK.  A CHANGE THAT PUT THE VENDOR INTO
000310*            PENDING VERIFICATION IS MARKED.
000320*          - EVERY VENDOR ON THE MASTER STILL PENDING
000330*            VERIFICATION, WITH THE DATE OF THE CHANGE, THE DATE
000340*            THE COOLING-OFF HOLD ENDS, AND WHETHER PAYSEL IS
000350*            STILL HOLDING IT.  A VENDOR PAST THE COOLING-OFF
000360*            PERIOD WITH NO CALLBACK IS PAYABLE AGAIN AND IS THE
000370*            ONE TO CHASE.
000380*
000390*      CONTROL CARD COLUMNS 9-11 ARE THE COOLING-OFF DAYS, AS ON
000400*      THE PAYSEL CONTROL CARD, AND DEFAULT TO 10 THE SAME WAY.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT OPTIONAL
000510            VENDOR-CHANGE-LOG ASSIGN TO VENDCHG
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS WS-VENDCHG-STATUS.
000540     SELECT VENDOR-MASTER   ASSIGN TO VENDMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS SEQUENTIAL
000570            RECORD KEY IS VEND-VENDOR-ID
000580            FILE STATUS IS WS-VENDMSTR-STATUS.
000590     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000600            ORGANIZATION IS SEQUENTIAL.
000602     SELECT OPTIONAL
000604            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000606            ORGANIZATION IS SEQUENTIAL
000608            FILE STATUS IS WS-EXECLOG-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CONTROL-CARD-IN
000640     LABEL RECORDS ARE STANDARD.
000650 01  CONTROL-CARD-RECORD.
000660     05  CC-REPORT-DATE            PIC 9(08).
000670     05  CC-COOLING-DAYS           PIC 9(03).

000680 FD  VENDOR-CHANGE-LOG
000690     LABEL RECORDS ARE STANDARD.
000700 COPY VENDCHG.

000710 FD  VENDOR-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730 COPY VENDREC.

000740 FD  REPORT-OUT
000750     LABEL RECORDS ARE STANDARD.
000760 01  REPORT-LINE                   PIC X(132).

000762 FD  EXEC-LOG-OUT
000764     LABEL RECORDS ARE STANDARD.
000766 COPY EXECLOG.

000770 WORKING-STORAGE SECTION.
000780 01  WS-VENDCHG-STATUS         PIC X(02)  VALUE SPACES.
000790 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
000795 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000800 01  WS-SWITCHES.
000810     05  WS-CHANGE-EOF         PIC X(01)  VALUE 'N'.
000820         88  CHANGE-EOF                   VALUE 'Y'.
000830     05  WS-VENDOR-EOF         PIC X(01)  VALUE 'N'.
000840         88  VENDOR-EOF                   VALUE 'Y'.

000850 01  WS-COUNTERS                          COMP.
000860     05  WS-CHANGES-READ       PIC 9(09)  VALUE ZERO.
000870     05  WS-CHANGES-LISTED     PIC 9(09)  VALUE ZERO.
000880     05  WS-FIELD-CHANGES      PIC 9(09)  VALUE ZERO.
000890     05  WS-VERIFY-CHANGES     PIC 9(09)  VALUE ZERO.
000900     05  WS-VENDORS-ADDED      PIC 9(09)  VALUE ZERO.
000910     05  WS-CALLBACKS          PIC 9(09)  VALUE ZERO.
000920     05  WS-VENDORS-PENDING    PIC 9(09)  VALUE ZERO.
000930     05  WS-PENDING-HELD       PIC 9(09)  VALUE ZERO.
000940     05  WS-PENDING-LAPSED     PIC 9(09)  VALUE ZERO.

000950 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000960 01  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
000970 01  WS-COOLING-DAYS           PIC 9(03)  VALUE 10.
000980 01  WS-RELEASE-DATE           PIC 9(08)  VALUE ZERO.
000990 01  WS-DAYS-PENDING           PIC S9(05) COMP VALUE ZERO.

001000 01  WS-REPORT-HEADING-1.
001010     05  FILLER                 PIC X(01) VALUE SPACES.
001020     05  FILLER                 PIC X(29)
001030         VALUE 'DAILY VENDOR CHANGE REPORT - '.
001040     05  RH-REPORT-DATE         PIC 9(08).
001050     05  FILLER                 PIC X(10) VALUE '   RUN ON '.
001060     05  RH-RUN-DATE            PIC 9(08).
001070     05  FILLER                 PIC X(20)
001080         VALUE '   COOLING-OFF DAYS '.
001090     05  RH-COOLING-DAYS        PIC ZZ9.

001100 01  WS-CHANGE-HEADING-1.
001110     05  FILLER                 PIC X(01) VALUE SPACES.
001120     05  FILLER                 PIC X(40)
001130         VALUE 'CHANGES LOGGED ON THE REPORT DATE'.

001140 01  WS-CHANGE-HEADING-2.
001150     05  FILLER                 PIC X(01) VALUE SPACES.
001160     05  FILLER                 PIC X(11) VALUE 'VENDOR-ID'.
001170     05  FILLER                 PIC X(09) VALUE 'ENTRY'.
001180     05  FILLER                 PIC X(21) VALUE 'FIELD'.
001190     05  FILLER                 PIC X(41) VALUE 'BEFORE'.
001200     05  FILLER                 PIC X(41) VALUE 'AFTER'.
001210     05  FILLER                 PIC X(07) VALUE 'VERIFY'.
001220     05  FILLER                 PIC X(08) VALUE 'BY'.

001230 01  WS-CHANGE-DETAIL.
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  CD-VENDOR-ID           PIC X(10).
001260     05  FILLER                 PIC X(01) VALUE SPACES.
001270     05  CD-ENTRY-TYPE          PIC X(08).
001280     05  FILLER                 PIC X(01) VALUE SPACES.
001290     05  CD-FIELD-NAME          PIC X(20).
001300     05  FILLER                 PIC X(01) VALUE SPACES.
001310     05  CD-BEFORE-VALUE        PIC X(40).
001320     05  FILLER                 PIC X(01) VALUE SPACES.
001330     05  CD-AFTER-VALUE         PIC X(40).
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350     05  CD-VERIFY              PIC X(06).
001360     05  FILLER                 PIC X(01) VALUE SPACES.
001370     05  CD-CHANGED-BY          PIC X(08).

001380 01  WS-PENDING-HEADING-1.
001390     05  FILLER                 PIC X(01) VALUE SPACES.
001400     05  FILLER                 PIC X(40)
001410         VALUE 'VENDORS PENDING REMIT-TO VERIFICATION'.

001420 01  WS-PENDING-HEADING-2.
001430     05  FILLER                 PIC X(01) VALUE SPACES.
001440     05  FILLER                 PIC X(11) VALUE 'VENDOR-ID'.
001450     05  FILLER                 PIC X(41) VALUE 'VENDOR NAME'.
001460     05  FILLER                 PIC X(09) VALUE 'CHANGED'.
001470     05  FILLER                 PIC X(09) VALUE 'HOLD TO'.
001480     05  FILLER                 PIC X(06) VALUE ' DAYS'.
001490     05  FILLER                 PIC X(30) VALUE 'PAYMENT STATUS'.

001500 01  WS-PENDING-DETAIL.
001510     05  FILLER                 PIC X(01) VALUE SPACES.
001520     05  PD-VENDOR-ID           PIC X(10).
001530     05  FILLER                 PIC X(01) VALUE SPACES.
001540     05  PD-VENDOR-NAME         PIC X(40).
001550     05  FILLER                 PIC X(01) VALUE SPACES.
001560     05  PD-CHANGE-DATE         PIC 9(08).
001570     05  FILLER                 PIC X(01) VALUE SPACES.
001580     05  PD-RELEASE-DATE        PIC 9(08).
001590     05  FILLER                 PIC X(01) VALUE SPACES.
001600     05  PD-DAYS-PENDING        PIC ZZZZ9.
001610     05  FILLER                 PIC X(01) VALUE SPACES.
001620     05  PD-STATUS              PIC X(30).

001630 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.

001640 01  WS-COUNT-LINE.
001650     05  FILLER                 PIC X(01) VALUE SPACES.
001660     05  CL-LABEL               PIC X(40).
001670     05  CL-COUNT               PIC ZZZ,ZZ9.

001680 PROCEDURE DIVISION.
001690*---------------------------------------------------------------*
001700 0000-MAINLINE.
001710*---------------------------------------------------------------*
001713     PERFORM 9700-LOG-STEP-START
001716          THRU 9700-LOG-STEP-START-EXIT.
001720     PERFORM 1000-INITIALIZE
001730          THRU 1000-INITIALIZE-EXIT.
001740     PERFORM 2000-REPORT-CHANGE
001750          THRU 2000-REPORT-CHANGE-EXIT
001760          UNTIL CHANGE-EOF.
001770     WRITE REPORT-LINE FROM WS-BLANK-LINE.
001780     WRITE REPORT-LINE FROM WS-PENDING-HEADING-1.
001790     WRITE REPORT-LINE FROM WS-PENDING-HEADING-2.
001800     PERFORM 3000-REPORT-PENDING
001810          THRU 3000-REPORT-PENDING-EXIT
001820          UNTIL VENDOR-EOF.
001830     PERFORM 8000-PRINT-TOTALS
001840          THRU 8000-PRINT-TOTALS-EXIT.
001850     PERFORM 9000-TERMINATE
001860          THRU 9000-TERMINATE-EXIT.
001863     PERFORM 9710-LOG-STEP-END
001866          THRU 9710-LOG-STEP-END-EXIT.
001870     GOBACK.

001880*---------------------------------------------------------------*
001890 1000-INITIALIZE.
001900*---------------------------------------------------------------*
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001920     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
001930     OPEN INPUT CONTROL-CARD-IN.
001940     READ CONTROL-CARD-IN
001950         AT END
001960             DISPLAY 'VENDCRPT - NO CONTROL CARD, REPORTING THE '
001970                     'RUN DATE'
001980         NOT AT END
001990             IF CC-REPORT-DATE NUMERIC
002000                AND CC-REPORT-DATE > ZERO
002010                 MOVE CC-REPORT-DATE TO WS-REPORT-DATE
002020             END-IF
002030             IF CC-COOLING-DAYS NUMERIC
002040                AND CC-COOLING-DAYS > ZERO
002050                 MOVE CC-COOLING-DAYS TO WS-COOLING-DAYS
002060             END-IF
002070     END-READ.
002080     CLOSE CONTROL-CARD-IN.
002090     OPEN INPUT  VENDOR-CHANGE-LOG
002100                 VENDOR-MASTER
002110          OUTPUT REPORT-OUT.
002120     MOVE WS-REPORT-DATE  TO RH-REPORT-DATE.
002130     MOVE WS-RUN-DATE     TO RH-RUN-DATE.
002140     MOVE WS-COOLING-DAYS TO RH-COOLING-DAYS.
002150     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002160     WRITE REPORT-LINE FROM WS-BLANK-LINE.
002170     WRITE REPORT-LINE FROM WS-CHANGE-HEADING-1.
002180     WRITE REPORT-LINE FROM WS-CHANGE-HEADING-2.
002190*    NO CHANGE LOG YET MEANS NOTHING HAS CHANGED.
002200     IF WS-VENDCHG-STATUS NOT = '00'
002210         SET CHANGE-EOF TO TRUE
002220     END-IF.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.

002250*---------------------------------------------------------------*
002260*    ONE CHANGE-LOG ENTRY - ONLY THE REPORT DATE'S PRINT.        *
002270*---------------------------------------------------------------*
002280 2000-REPORT-CHANGE.
002290*---------------------------------------------------------------*
002300     READ VENDOR-CHANGE-LOG
002310         AT END
002320             SET CHANGE-EOF TO TRUE
002330             GO TO 2000-REPORT-CHANGE-EXIT
002340     END-READ.
002350     ADD 1 TO WS-CHANGES-READ.
002360     IF VC-CHANGE-DATE NOT = WS-REPORT-DATE
002370         GO TO 2000-REPORT-CHANGE-EXIT
002380     END-IF.
002390     ADD 1 TO WS-CHANGES-LISTED.
002400     MOVE VC-VENDOR-ID    TO CD-VENDOR-ID.
002410     MOVE VC-FIELD-NAME   TO CD-FIELD-NAME.
002420     MOVE VC-BEFORE-VALUE TO CD-BEFORE-VALUE.
002430     MOVE VC-AFTER-VALUE  TO CD-AFTER-VALUE.
002440     MOVE VC-CHANGED-BY   TO CD-CHANGED-BY.
002450     MOVE SPACES          TO CD-VERIFY.
002460     EVALUATE TRUE
002470         WHEN VC-VENDOR-ADDED
002480             MOVE 'ADDED'    TO CD-ENTRY-TYPE
002490             ADD 1 TO WS-VENDORS-ADDED
002500         WHEN VC-CALLBACK
002510             MOVE 'CALLBACK' TO CD-ENTRY-TYPE
002520             ADD 1 TO WS-CALLBACKS
002530         WHEN OTHER
002540             MOVE 'CHANGED'  TO CD-ENTRY-TYPE
002550             ADD 1 TO WS-FIELD-CHANGES
002560     END-EVALUATE.
002570     IF VC-NEEDS-VERIFY
002580         MOVE 'YES' TO CD-VERIFY
002590         ADD 1 TO WS-VERIFY-CHANGES
002600     END-IF.
002610     WRITE REPORT-LINE FROM WS-CHANGE-DETAIL.
002620 2000-REPORT-CHANGE-EXIT.
002630     EXIT.

002640*---------------------------------------------------------------*
002650*    ONE VENDOR MASTER RECORD - ONLY A VENDOR PENDING            *
002660*    VERIFICATION PRINTS.  ITS HOLD RUNS THE COOLING-OFF DAYS    *
002670*    FROM THE DATE OF THE CHANGE, AS IN PAYSEL.                  *
002680*---------------------------------------------------------------*
002690 3000-REPORT-PENDING.
002700*---------------------------------------------------------------*
002710     READ VENDOR-MASTER
002720         AT END
002730             SET VENDOR-EOF TO TRUE
002740             GO TO 3000-REPORT-PENDING-EXIT
002750     END-READ.
002760     IF NOT VEND-VERIFY-PENDING
002770         GO TO 3000-REPORT-PENDING-EXIT
002780     END-IF.
002790     ADD 1 TO WS-VENDORS-PENDING.
002800     MOVE VEND-VENDOR-ID   TO PD-VENDOR-ID.
002810     MOVE VEND-NAME        TO PD-VENDOR-NAME.
002820     MOVE VEND-CHANGE-DATE TO PD-CHANGE-DATE.
002830     IF VEND-CHANGE-DATE NOT NUMERIC
002840        OR VEND-CHANGE-DATE = ZERO
002850         MOVE ZERO TO PD-CHANGE-DATE
002860                      PD-RELEASE-DATE
002870                      PD-DAYS-PENDING
002880         MOVE 'NO CHANGE DATE - NOT HELD' TO PD-STATUS
002890         ADD 1 TO WS-PENDING-LAPSED
002900         GO TO 3000-REPORT-PENDING-WRITE
002910     END-IF.
002920     COMPUTE WS-RELEASE-DATE =
002930             FUNCTION DATE-OF-INTEGER
002940             (FUNCTION INTEGER-OF-DATE (VEND-CHANGE-DATE)
002950              + WS-COOLING-DAYS).
002960     COMPUTE WS-DAYS-PENDING =
002970             FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
002980             - FUNCTION INTEGER-OF-DATE (VEND-CHANGE-DATE).
002990     IF WS-DAYS-PENDING < ZERO
003000         MOVE ZERO TO WS-DAYS-PENDING
003010     END-IF.
003020     MOVE WS-RELEASE-DATE TO PD-RELEASE-DATE.
003030     MOVE WS-DAYS-PENDING TO PD-DAYS-PENDING.
003040     IF WS-REPORT-DATE < WS-RELEASE-DATE
003050         MOVE 'ON HOLD - AWAITING CALLBACK' TO PD-STATUS
003060         ADD 1 TO WS-PENDING-HELD
003070     ELSE
003080         MOVE 'PAYABLE - NEVER CALLED BACK' TO PD-STATUS
003090         ADD 1 TO WS-PENDING-LAPSED
003100     END-IF.
003110 3000-REPORT-PENDING-WRITE.
003120     WRITE REPORT-LINE FROM WS-PENDING-DETAIL.
003130 3000-REPORT-PENDING-EXIT.
003140     EXIT.

003150*---------------------------------------------------------------*
003160 8000-PRINT-TOTALS.
003170*---------------------------------------------------------------*
003180     WRITE REPORT-LINE FROM WS-BLANK-LINE.
003190     MOVE 'FIELD CHANGES' TO CL-LABEL.
003200     MOVE WS-FIELD-CHANGES TO CL-COUNT.
003210     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003220     MOVE '  OF WHICH NEED A CALLBACK' TO CL-LABEL.
003230     MOVE WS-VERIFY-CHANGES TO CL-COUNT.
003240     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003250     MOVE 'VENDORS ADDED' TO CL-LABEL.
003260     MOVE WS-VENDORS-ADDED TO CL-COUNT.
003270     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003280     MOVE 'CALLBACKS RECORDED' TO CL-LABEL.
003290     MOVE WS-CALLBACKS TO CL-COUNT.
003300     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003310     MOVE 'VENDORS PENDING VERIFICATION' TO CL-LABEL.
003320     MOVE WS-VENDORS-PENDING TO CL-COUNT.
003330     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003340     MOVE '  STILL ON COOLING-OFF HOLD' TO CL-LABEL.
003350     MOVE WS-PENDING-HELD TO CL-COUNT.
003360     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003370     MOVE '  PAYABLE WITH NO CALLBACK' TO CL-LABEL.
003380     MOVE WS-PENDING-LAPSED TO CL-COUNT.
003390     WRITE REPORT-LINE FROM WS-COUNT-LINE.
003400 8000-PRINT-TOTALS-EXIT.
003410     EXIT.

003420*---------------------------------------------------------------*
003430 9000-TERMINATE.
003440*---------------------------------------------------------------*
003450     DISPLAY 'VENDCRPT - CHANGE ENTRIES READ..: ' WS-CHANGES-READ.
003460     DISPLAY 'VENDCRPT - CHANGE ENTRIES LISTED: '
003470              WS-CHANGES-LISTED.
003480     DISPLAY 'VENDCRPT - VENDORS PENDING......: '
003490              WS-VENDORS-PENDING.
003500     CLOSE VENDOR-CHANGE-LOG VENDOR-MASTER REPORT-OUT.
003510 9000-TERMINATE-EXIT.
003520     EXIT.

003530*---------------------------------------------------------------*
003540*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003550*---------------------------------------------------------------*
003560 9700-LOG-STEP-START.
003570*---------------------------------------------------------------*
003580     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003590     MOVE 'VENDCRPT'        TO EX-JOB-NAME.
003600     SET EX-STEP-START      TO TRUE.
003610     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003620     ACCEPT EX-RUN-TIME FROM TIME.
003630     MOVE ZERO              TO EX-RECORDS-READ
003640                               EX-RECORDS-WRITTEN
003650                               EX-REJECT-COUNT
003660                               EX-COMPLETION-CODE.
003670     OPEN EXTEND EXEC-LOG-OUT.
003680     WRITE EXECUTION-LOG-RECORD.
003690     CLOSE EXEC-LOG-OUT.
003700 9700-LOG-STEP-START-EXIT.
003710     EXIT.

003720*---------------------------------------------------------------*
003730*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003740*    ENDING WITH.                                               *
003750*---------------------------------------------------------------*
003760 9710-LOG-STEP-END.
003770*---------------------------------------------------------------*
003780     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003790     MOVE 'VENDCRPT'        TO EX-JOB-NAME.
003800     SET EX-STEP-END        TO TRUE.
003810     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003820     ACCEPT EX-RUN-TIME FROM TIME.
003830     MOVE WS-CHANGES-READ   TO EX-RECORDS-READ.
003840     MOVE WS-CHANGES-LISTED TO EX-RECORDS-WRITTEN.
003850     MOVE ZERO              TO EX-REJECT-COUNT.
003860     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003870     OPEN EXTEND EXEC-LOG-OUT.
003880     WRITE EXECUTION-LOG-RECORD.
003890     CLOSE EXEC-LOG-OUT.
003900 9710-LOG-STEP-END-EXIT.
003910     EXIT.
