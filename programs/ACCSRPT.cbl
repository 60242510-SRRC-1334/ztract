000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ACCSRPT.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - MONTHLY ACCESS REPORT OF
000210*                   APPROVAL DECISIONS AGAINST OPERATOR LIMITS.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      READS THE CUMULATIVE APPROVAL LOG (COPY APRVLOG) THAT
000250*      INVHUPD AND MSEGUPD APPEND TO, SORTED HERE INTO USER AND
000260*      DECISION DATE/TIME SEQUENCE, AND LISTS FOR THE REPORT
000270*      MONTH - THE MONTH ON THE CONTROL CARD, OR THE RUN MONTH
000280*      WITHOUT ONE - WHO APPROVED WHAT:
000290*
000300*          - ONE HEADING PER OPERATOR WITH THE NAME, ROLE AND
000310*            CURRENT LIMIT FROM THE OPERATOR AUTHORITY MASTER
000320*            (COPY OPRAUTH).  A USER ID NOT ON THE MASTER PRINTS
000330*            AS SUCH - THE DECISION WAS REFUSED FOR THAT REASON.
000340*
000350*          - ONE LINE PER DECISION: THE PROGRAM THAT TOOK IT, THE
000360*            INVOICE OR ACCOUNT, THE HOME AMOUNT, THE LIMIT THE
000370*            OPERATOR HELD AT THE TIME AND THE AMOUNT AS A
000380*            PERCENT OF IT, GRANTED OR REFUSED, THE OTHER
000390*            OPERATOR (THE REQUESTER OF A BL CHANGE) AND THE
000400*            REFUSAL REASON.
000410*
000420*          - A SUBTOTAL PER OPERATOR - APPROVALS GRANTED AND
000430*            THEIR AMOUNT, REFUSALS, AND THE LARGEST SHARE OF
000440*            THE LIMIT USED - AND GRAND TOTALS AT THE FOOT.
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT AUTHORITY-IN    ASSIGN TO OPRAUTH
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT OPTIONAL
000570            APPROVAL-IN     ASSIGN TO APRVLOG
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS WS-APRVLOG-STATUS.
000600     SELECT APRV-SORT-WORK  ASSIGN TO APRVSWK
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT APPROVAL-SORTED ASSIGN TO APRVSRT
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000650            ORGANIZATION IS SEQUENTIAL.
000652     SELECT OPTIONAL
000654            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000656            ORGANIZATION IS SEQUENTIAL
000658            FILE STATUS IS WS-EXECLOG-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CONTROL-CARD-IN
000690     LABEL RECORDS ARE STANDARD.
000700 01  CONTROL-CARD-RECORD.
000710     05  CC-REPORT-MONTH           PIC 9(06).

000720 FD  AUTHORITY-IN
000730     LABEL RECORDS ARE STANDARD.
000740 COPY OPRAUTH.

000750 FD  APPROVAL-IN
000760     LABEL RECORDS ARE STANDARD.
000770 01  APPROVAL-IN-RECORD            PIC X(120).

000780 SD  APRV-SORT-WORK.
000790 01  APRV-SORT-RECORD.
000800     05  SW-SORT-DATE              PIC 9(08).
000810     05  SW-SORT-TIME              PIC 9(06).
000820     05  SW-SORT-USER              PIC X(08).
000830     05  FILLER                    PIC X(98).

000840 FD  APPROVAL-SORTED
000850     LABEL RECORDS ARE STANDARD.
000860 COPY APRVLOG.

000870 FD  REPORT-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-LINE                   PIC X(132).

000892 FD  EXEC-LOG-OUT
000894     LABEL RECORDS ARE STANDARD.
000896 COPY EXECLOG.

000900 WORKING-STORAGE SECTION.
000910 01  WS-APRVLOG-STATUS         PIC X(02)  VALUE SPACES.
000915 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000920 01  WS-SWITCHES.
000930     05  WS-APRV-EOF           PIC X(01)  VALUE 'N'.
000940         88  APRV-EOF                     VALUE 'Y'.
000950     05  WS-AUTH-EOF           PIC X(01)  VALUE 'N'.
000960         88  AUTH-EOF                     VALUE 'Y'.
000970     05  WS-USER-FOUND-SW      PIC X(01)  VALUE 'N'.
000980         88  WS-USER-FOUND                VALUE 'Y'.

000990 01  WS-COUNTERS                          COMP.
001000     05  WS-ENTRIES-READ       PIC 9(09)  VALUE ZERO.
001010     05  WS-ENTRIES-IN-MONTH   PIC 9(09)  VALUE ZERO.
001020     05  WS-TOTAL-GRANTED      PIC 9(09)  VALUE ZERO.
001030     05  WS-TOTAL-REFUSED      PIC 9(09)  VALUE ZERO.
001040     05  WS-USER-GRANTED       PIC 9(09)  VALUE ZERO.
001050     05  WS-USER-REFUSED       PIC 9(09)  VALUE ZERO.
001060     05  WS-USERS-PRINTED      PIC 9(09)  VALUE ZERO.
001070     05  WS-AUTH-COUNT         PIC 9(04)  VALUE ZERO.
001080     05  WS-AUTH-NDX           PIC 9(04)  VALUE ZERO.

001090 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001100 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001110     05  WS-RUN-YYYYMM         PIC 9(06).
001120     05  FILLER                PIC 9(02).
001130 01  WS-REPORT-MONTH           PIC 9(06)  VALUE ZERO.
001140 01  WS-CURRENT-USER           PIC X(08)  VALUE SPACES.
001150 01  WS-PCT-OF-LIMIT           PIC S9(05)V9 COMP-3 VALUE ZERO.
001160 01  WS-USER-HIGH-PCT          PIC S9(05)V9 COMP-3 VALUE ZERO.
001170 01  WS-USER-GRANTED-HOME      PIC S9(13)V99 COMP-3 VALUE ZERO.
001180 01  WS-TOTAL-GRANTED-HOME     PIC S9(13)V99 COMP-3 VALUE ZERO.

001190*----------------------------------------------------------------
001200*    THE OPERATOR AUTHORITY MASTER, HELD IN STORAGE FOR THE
001210*    NAME, ROLE AND CURRENT LIMIT ON EACH OPERATOR HEADING.
001220*----------------------------------------------------------------
001230 01  WS-AUTHORITY-TABLE.
001240     05  WS-AT-ENTRY OCCURS 1 TO 500 TIMES
001250                     DEPENDING ON WS-AUTH-COUNT.
001260         10  WS-AT-USER-ID      PIC X(08).
001270         10  WS-AT-USER-NAME    PIC X(30).
001280         10  WS-AT-ROLE         PIC X(02).
001290         10  WS-AT-STATUS       PIC X(01).
001300         10  WS-AT-LIMIT        PIC S9(11)V99 COMP-3.

001310 01  WS-REPORT-HEADING-1.
001320     05  FILLER                 PIC X(03) VALUE SPACES.
001330     05  FILLER                 PIC X(38)
001340         VALUE 'APPROVAL AUTHORITY ACCESS REPORT - FOR'.
001350     05  FILLER                 PIC X(01) VALUE SPACES.
001360     05  RH-REPORT-MONTH        PIC 9(06).
001370     05  FILLER                 PIC X(10) VALUE '   RUN ON '.
001380     05  RH-RUN-DATE            PIC 9(08).

001390 01  WS-REPORT-HEADING-2.
001400     05  FILLER                 PIC X(03) VALUE SPACES.
001410     05  FILLER                 PIC X(09) VALUE 'DATE'.
001420     05  FILLER                 PIC X(09) VALUE 'SOURCE'.
001430     05  FILLER                 PIC X(03) VALUE 'TY'.
001440     05  FILLER                 PIC X(13) VALUE 'ITEM'.
001450     05  FILLER                 PIC X(15) VALUE '   AMOUNT HOME'.
001460     05  FILLER                 PIC X(15) VALUE '    USER LIMIT'.
001470     05  FILLER                 PIC X(07) VALUE ' % LIM'.
001480     05  FILLER                 PIC X(08) VALUE 'RESULT'.
001490     05  FILLER                 PIC X(09) VALUE 'OTHER'.
001500     05  FILLER                 PIC X(06) VALUE 'REASON'.

001510 01  WS-USER-HEADING.
001520     05  FILLER                 PIC X(01) VALUE SPACES.
001530     05  FILLER                 PIC X(09) VALUE 'OPERATOR '.
001540     05  UH-USER-ID             PIC X(08).
001550     05  FILLER                 PIC X(02) VALUE SPACES.
001560     05  UH-USER-NAME           PIC X(30).
001570     05  FILLER                 PIC X(07) VALUE '  ROLE '.
001580     05  UH-ROLE                PIC X(02).
001590     05  FILLER                 PIC X(09) VALUE '  STATUS '.
001600     05  UH-STATUS              PIC X(01).
001610     05  FILLER                 PIC X(16)
001620         VALUE '  CURRENT LIMIT '.
001630     05  UH-LIMIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

001640 01  WS-APPROVAL-DETAIL.
001650     05  FILLER                 PIC X(03) VALUE SPACES.
001660     05  AD-DECISION-DATE       PIC 9(08).
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  AD-SOURCE              PIC X(08).
001690     05  FILLER                 PIC X(01) VALUE SPACES.
001700     05  AD-ITEM-TYPE           PIC X(02).
001710     05  FILLER                 PIC X(01) VALUE SPACES.
001720     05  AD-ITEM-KEY            PIC X(12).
001730     05  FILLER                 PIC X(01) VALUE SPACES.
001740     05  AD-AMOUNT-HOME         PIC ZZ,ZZZ,ZZ9.99-.
001750     05  FILLER                 PIC X(01) VALUE SPACES.
001760     05  AD-USER-LIMIT          PIC ZZ,ZZZ,ZZ9.99-.
001770     05  FILLER                 PIC X(01) VALUE SPACES.
001780     05  AD-PCT-OF-LIMIT        PIC ZZZ9.9.
001790     05  FILLER                 PIC X(01) VALUE SPACES.
001800     05  AD-RESULT              PIC X(07).
001810     05  FILLER                 PIC X(01) VALUE SPACES.
001820     05  AD-OTHER-USER          PIC X(08).
001830     05  FILLER                 PIC X(01) VALUE SPACES.
001840     05  AD-REASON              PIC X(40).

001850 01  WS-USER-TOTAL-LINE.
001860     05  FILLER                 PIC X(05) VALUE SPACES.
001870     05  FILLER                 PIC X(09) VALUE 'GRANTED  '.
001880     05  UT-GRANTED-COUNT       PIC ZZZ,ZZ9.
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  UT-GRANTED-HOME        PIC ZZZ,ZZZ,ZZ9.99-.
001910     05  FILLER                 PIC X(11) VALUE '  REFUSED  '.
001920     05  UT-REFUSED-COUNT       PIC ZZZ,ZZ9.
001930     05  FILLER                 PIC X(22)
001940         VALUE '  HIGHEST % OF LIMIT  '.
001950     05  UT-HIGH-PCT            PIC ZZZ9.9.

001960 01  WS-GRAND-TOTAL-LINE.
001970     05  FILLER                 PIC X(03) VALUE SPACES.
001980     05  GT-LABEL               PIC X(30).
001990     05  GT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                 PIC X(02) VALUE SPACES.
002010     05  GT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

002020 PROCEDURE DIVISION.
002030*---------------------------------------------------------------*
002040 0000-MAINLINE.
002050*---------------------------------------------------------------*
002053     PERFORM 9700-LOG-STEP-START
002056          THRU 9700-LOG-STEP-START-EXIT.
002060     PERFORM 1000-INITIALIZE
002070          THRU 1000-INITIALIZE-EXIT.
002080     PERFORM 2000-REPORT-ENTRY
002090          THRU 2000-REPORT-ENTRY-EXIT
002100          UNTIL APRV-EOF.
002110     IF WS-CURRENT-USER NOT = SPACES
002120         PERFORM 3000-USER-BREAK
002130              THRU 3000-USER-BREAK-EXIT
002140     END-IF.
002150     PERFORM 8000-PRINT-TOTALS
002160          THRU 8000-PRINT-TOTALS-EXIT.
002170     PERFORM 9000-TERMINATE
002180          THRU 9000-TERMINATE-EXIT.
002183     PERFORM 9710-LOG-STEP-END
002186          THRU 9710-LOG-STEP-END-EXIT.
002190     GOBACK.

002200*---------------------------------------------------------------*
002210*    THE LOG IS WRITTEN IN DECISION ORDER ACROSS PROGRAMS; SORT  *
002220*    IT INTO OPERATOR ORDER FOR THE PER-OPERATOR SUBTOTALS.      *
002230*---------------------------------------------------------------*
002240 1000-INITIALIZE.
002250*---------------------------------------------------------------*
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002270     MOVE WS-RUN-YYYYMM TO WS-REPORT-MONTH.
002280     OPEN INPUT CONTROL-CARD-IN.
002290     READ CONTROL-CARD-IN
002300         AT END
002310             DISPLAY 'ACCSRPT - NO CONTROL CARD, REPORTING THE '
002320                     'RUN MONTH'
002330         NOT AT END
002340             IF CC-REPORT-MONTH NUMERIC
002350                AND CC-REPORT-MONTH > ZERO
002360                 MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
002370             END-IF
002380     END-READ.
002390     CLOSE CONTROL-CARD-IN.
002400     OPEN INPUT AUTHORITY-IN.
002410     PERFORM 1100-LOAD-AUTHORITY
002420          THRU 1100-LOAD-AUTHORITY-EXIT
002430          UNTIL AUTH-EOF.
002440     CLOSE AUTHORITY-IN.
002450     SORT APRV-SORT-WORK
002460         ON ASCENDING KEY SW-SORT-USER
002470                          SW-SORT-DATE
002480                          SW-SORT-TIME
002490         USING APPROVAL-IN
002500         GIVING APPROVAL-SORTED.
002510     OPEN INPUT  APPROVAL-SORTED
002520          OUTPUT REPORT-OUT.
002530     MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH.
002540     MOVE WS-RUN-DATE     TO RH-RUN-DATE.
002550     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
002560     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
002570     PERFORM 2900-READ-ENTRY
002580          THRU 2900-READ-ENTRY-EXIT.
002590 1000-INITIALIZE-EXIT.
002600     EXIT.

002610 1100-LOAD-AUTHORITY.
002620     READ AUTHORITY-IN
002630         AT END
002640             SET AUTH-EOF TO TRUE
002650             GO TO 1100-LOAD-AUTHORITY-EXIT
002660     END-READ.
002670     IF WS-AUTH-COUNT NOT < 500
002680         DISPLAY 'ACCSRPT - AUTHORITY TABLE FULL, SKIPPING '
002690                 UA-USER-ID
002700         GO TO 1100-LOAD-AUTHORITY-EXIT
002710     END-IF.
002720     ADD 1 TO WS-AUTH-COUNT.
002730     MOVE UA-USER-ID        TO WS-AT-USER-ID (WS-AUTH-COUNT).
002740     MOVE UA-USER-NAME      TO WS-AT-USER-NAME (WS-AUTH-COUNT).
002750     MOVE UA-ROLE           TO WS-AT-ROLE (WS-AUTH-COUNT).
002760     MOVE UA-STATUS         TO WS-AT-STATUS (WS-AUTH-COUNT).
002770     MOVE UA-APPROVAL-LIMIT TO WS-AT-LIMIT (WS-AUTH-COUNT).
002780 1100-LOAD-AUTHORITY-EXIT.
002790     EXIT.

002800*---------------------------------------------------------------*
002810*    ONE DECISION IN THE REPORT MONTH - BREAK ON OPERATOR, THEN  *
002820*    PRINT IT AND ADD IT TO THE OPERATOR'S SUBTOTAL.             *
002830*---------------------------------------------------------------*
002840 2000-REPORT-ENTRY.
002850*---------------------------------------------------------------*
002860     ADD 1 TO WS-ENTRIES-READ.
002870     IF AG-DECISION-YYYYMM NOT = WS-REPORT-MONTH
002880         GO TO 2000-REPORT-ENTRY-READ
002890     END-IF.
002900     ADD 1 TO WS-ENTRIES-IN-MONTH.
002910     IF AG-USER-ID NOT = WS-CURRENT-USER
002920         IF WS-CURRENT-USER NOT = SPACES
002930             PERFORM 3000-USER-BREAK
002940                  THRU 3000-USER-BREAK-EXIT
002950         END-IF
002960         MOVE AG-USER-ID TO WS-CURRENT-USER
002970         PERFORM 2100-PRINT-USER-HEADING
002980              THRU 2100-PRINT-USER-HEADING-EXIT
002990     END-IF.
003000     MOVE ZERO TO WS-PCT-OF-LIMIT.
003010     IF AG-USER-LIMIT > ZERO
003020         COMPUTE WS-PCT-OF-LIMIT ROUNDED =
003030                 AG-AMOUNT-HOME * 100 / AG-USER-LIMIT
003040             ON SIZE ERROR
003050                 MOVE 9999.9 TO WS-PCT-OF-LIMIT
003060         END-COMPUTE
003070         IF WS-PCT-OF-LIMIT > 9999.9
003080             MOVE 9999.9 TO WS-PCT-OF-LIMIT
003090         END-IF
003100     END-IF.
003110     IF AG-GRANTED
003120         ADD 1 TO WS-USER-GRANTED
003130                  WS-TOTAL-GRANTED
003140         ADD AG-AMOUNT-HOME TO WS-USER-GRANTED-HOME
003150                               WS-TOTAL-GRANTED-HOME
003160         IF WS-PCT-OF-LIMIT > WS-USER-HIGH-PCT
003170             MOVE WS-PCT-OF-LIMIT TO WS-USER-HIGH-PCT
003180         END-IF
003190         MOVE 'GRANTED' TO AD-RESULT
003200     ELSE
003210         ADD 1 TO WS-USER-REFUSED
003220                  WS-TOTAL-REFUSED
003230         MOVE 'REFUSED' TO AD-RESULT
003240     END-IF.
003250     MOVE AG-DECISION-DATE    TO AD-DECISION-DATE.
003260     MOVE AG-SOURCE           TO AD-SOURCE.
003270     MOVE AG-ITEM-TYPE        TO AD-ITEM-TYPE.
003280     MOVE AG-ITEM-KEY         TO AD-ITEM-KEY.
003290     MOVE AG-AMOUNT-HOME      TO AD-AMOUNT-HOME.
003300     MOVE AG-USER-LIMIT       TO AD-USER-LIMIT.
003310     MOVE WS-PCT-OF-LIMIT     TO AD-PCT-OF-LIMIT.
003320     MOVE AG-OTHER-USER       TO AD-OTHER-USER.
003330     MOVE AG-REASON           TO AD-REASON.
003340     WRITE REPORT-LINE FROM WS-APPROVAL-DETAIL.
003350 2000-REPORT-ENTRY-READ.
003360     PERFORM 2900-READ-ENTRY
003370          THRU 2900-READ-ENTRY-EXIT.
003380 2000-REPORT-ENTRY-EXIT.
003390     EXIT.

003400*---------------------------------------------------------------*
003410*    THE OPERATOR HEADING CARRIES WHAT THE MASTER SAYS TODAY,    *
003420*    WHICH MAY DIFFER FROM THE LIMIT ON THE DECISION LINES.      *
003430*---------------------------------------------------------------*
003440 2100-PRINT-USER-HEADING.
003450*---------------------------------------------------------------*
003460     MOVE 'N' TO WS-USER-FOUND-SW.
003470     PERFORM 2110-SCAN-USER-ENTRY
003480          THRU 2110-SCAN-USER-ENTRY-EXIT
003490          VARYING WS-AUTH-NDX FROM 1 BY 1
003500          UNTIL WS-AUTH-NDX > WS-AUTH-COUNT
003510             OR WS-USER-FOUND.
003520*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
003530*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
003540     MOVE SPACES TO REPORT-LINE.
003550     WRITE REPORT-LINE.
003560     MOVE AG-USER-ID TO UH-USER-ID.
003570     IF WS-USER-FOUND
003580         SUBTRACT 1 FROM WS-AUTH-NDX
003590         MOVE WS-AT-USER-NAME (WS-AUTH-NDX) TO UH-USER-NAME
003600         MOVE WS-AT-ROLE (WS-AUTH-NDX)      TO UH-ROLE
003610         MOVE WS-AT-STATUS (WS-AUTH-NDX)    TO UH-STATUS
003620         MOVE WS-AT-LIMIT (WS-AUTH-NDX)     TO UH-LIMIT
003630     ELSE
003640         MOVE '** NOT ON AUTHORITY MASTER **' TO UH-USER-NAME
003650         MOVE SPACES                        TO UH-ROLE
003660                                               UH-STATUS
003670         MOVE ZERO                          TO UH-LIMIT
003680     END-IF.
003690     WRITE REPORT-LINE FROM WS-USER-HEADING.
003700 2100-PRINT-USER-HEADING-EXIT.
003710     EXIT.

003720 2110-SCAN-USER-ENTRY.
003730     IF WS-AT-USER-ID (WS-AUTH-NDX) = AG-USER-ID
003740         SET WS-USER-FOUND TO TRUE
003750     END-IF.
003760 2110-SCAN-USER-ENTRY-EXIT.
003770     EXIT.

003780 2900-READ-ENTRY.
003790     READ APPROVAL-SORTED
003800         AT END SET APRV-EOF TO TRUE
003810     END-READ.
003820 2900-READ-ENTRY-EXIT.
003830     EXIT.

003840*---------------------------------------------------------------*
003850*    AN OPERATOR'S SUBTOTAL - WHAT WAS GRANTED, WHAT WAS         *
003860*    REFUSED, AND THE LARGEST SHARE OF THE LIMIT ANY ONE         *
003870*    GRANTED DECISION USED.                                      *
003880*---------------------------------------------------------------*
003890 3000-USER-BREAK.
003900*---------------------------------------------------------------*
003910     MOVE WS-USER-GRANTED      TO UT-GRANTED-COUNT.
003920     MOVE WS-USER-GRANTED-HOME TO UT-GRANTED-HOME.
003930     MOVE WS-USER-REFUSED      TO UT-REFUSED-COUNT.
003940     MOVE WS-USER-HIGH-PCT     TO UT-HIGH-PCT.
003950     WRITE REPORT-LINE FROM WS-USER-TOTAL-LINE.
003960     ADD 1 TO WS-USERS-PRINTED.
003970     MOVE ZERO TO WS-USER-GRANTED
003980                  WS-USER-REFUSED
003990                  WS-USER-GRANTED-HOME
004000                  WS-USER-HIGH-PCT.
004010 3000-USER-BREAK-EXIT.
004020     EXIT.

004030 8000-PRINT-TOTALS.
004040     MOVE SPACES TO REPORT-LINE.
004050     WRITE REPORT-LINE.
004060     MOVE 'OPERATORS WITH DECISIONS'    TO GT-LABEL.
004070     MOVE WS-USERS-PRINTED              TO GT-COUNT.
004080     MOVE ZERO                          TO GT-AMOUNT.
004090     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
004100     MOVE 'APPROVALS GRANTED (HOME)'    TO GT-LABEL.
004110     MOVE WS-TOTAL-GRANTED              TO GT-COUNT.
004120     MOVE WS-TOTAL-GRANTED-HOME         TO GT-AMOUNT.
004130     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
004140     MOVE 'APPROVALS REFUSED'           TO GT-LABEL.
004150     MOVE WS-TOTAL-REFUSED              TO GT-COUNT.
004160     MOVE ZERO                          TO GT-AMOUNT.
004170     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
004180 8000-PRINT-TOTALS-EXIT.
004190     EXIT.

004200*---------------------------------------------------------------*
004210 9000-TERMINATE.
004220*---------------------------------------------------------------*
004230     DISPLAY 'ACCSRPT - REPORT MONTH..........: '
004240              WS-REPORT-MONTH.
004250     DISPLAY 'ACCSRPT - OPERATORS ON MASTER...: '
004260              WS-AUTH-COUNT.
004270     DISPLAY 'ACCSRPT - LOG ENTRIES READ......: '
004280              WS-ENTRIES-READ.
004290     DISPLAY 'ACCSRPT - ENTRIES IN MONTH......: '
004300              WS-ENTRIES-IN-MONTH.
004310     DISPLAY 'ACCSRPT - APPROVALS GRANTED.....: '
004320              WS-TOTAL-GRANTED.
004330     DISPLAY 'ACCSRPT - APPROVALS REFUSED.....: '
004340              WS-TOTAL-REFUSED.
004350     CLOSE APPROVAL-SORTED REPORT-OUT.
004360 9000-TERMINATE-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------*
004390*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004400*---------------------------------------------------------------*
004410 9700-LOG-STEP-START.
004420*---------------------------------------------------------------*
004430     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004440     MOVE 'ACCSRPT'         TO EX-JOB-NAME.
004450     SET EX-STEP-START      TO TRUE.
004460     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004470     ACCEPT EX-RUN-TIME FROM TIME.
004480     MOVE ZERO              TO EX-RECORDS-READ
004490                               EX-RECORDS-WRITTEN
004500                               EX-REJECT-COUNT
004510                               EX-COMPLETION-CODE.
004520     OPEN EXTEND EXEC-LOG-OUT.
004530     WRITE EXECUTION-LOG-RECORD.
004540     CLOSE EXEC-LOG-OUT.
004550 9700-LOG-STEP-START-EXIT.
004560     EXIT.

004570*---------------------------------------------------------------*
004580*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004590*    ENDING WITH.                                               *
004600*---------------------------------------------------------------*
004610 9710-LOG-STEP-END.
004620*---------------------------------------------------------------*
004630     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004640     MOVE 'ACCSRPT'         TO EX-JOB-NAME.
004650     SET EX-STEP-END        TO TRUE.
004660     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004670     ACCEPT EX-RUN-TIME FROM TIME.
004680     MOVE WS-ENTRIES-READ   TO EX-RECORDS-READ.
004690     MOVE WS-ENTRIES-IN-MONTH TO EX-RECORDS-WRITTEN.
004700     MOVE ZERO              TO EX-REJECT-COUNT.
004710     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004720     OPEN EXTEND EXEC-LOG-OUT.
004730     WRITE EXECUTION-LOG-RECORD.
004740     CLOSE EXEC-LOG-OUT.
004750 9710-LOG-STEP-END-EXIT.
004760     EXIT.
