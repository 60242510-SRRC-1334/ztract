000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    REBLOAD.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - ADDS AND AMENDS CUSTOMER
000210*                   VOLUME REBATE AGREEMENTS ON THE INDEXED
000220*                   REBATE MASTER, REPLACING THE SALES
000230*                   SPREADSHEET.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*****************************************************************
000250*  REMARKS.
000260*      READS THE REBATE AGREEMENT CARDS (COPY REBAGR) AND EDITS
000270*      EACH ONE BEFORE IT TOUCHES THE MASTER:
000280*
000290*          - THE CUSTOMER-NR MUST BE NUMERIC AND NOT ZERO
000300*          - BOTH PERIOD DATES MUST BE NUMERIC, AND THE PERIOD
000310*            MAY NOT END BEFORE IT STARTS
000320*          - THE TIER METHOD MUST BE R (RETROACTIVE) OR I
000330*            (INCREMENTAL)
000340*          - THERE MUST BE ONE TO FIVE TIERS, EACH WITH A
000350*            NUMERIC, NOT NEGATIVE THRESHOLD AND PERCENTAGE, THE
000360*            THRESHOLDS IN ASCENDING ORDER
000370*
000380*      AN AGREEMENT NOT YET ON THE MASTER IS ADDED WITH ITS
000390*      ACCRUED AND SETTLED FIELDS CLEARED.  ONE ALREADY ON THE
000400*      MASTER IS AMENDED - NEW TERMS, BUT THE ACCRUAL TO DATE IS
000410*      KEPT SO REBACCR'S NEXT MOVEMENT IS AGAINST WHAT FINANCE
000420*      HAS ALREADY BOOKED - UNLESS IT HAS BEEN SETTLED, WHEN THE
000430*      CARD IS REJECTED: A SETTLED REBATE HAS BEEN CREDITED AND
000440*      ITS TERMS ARE HISTORY.  EDIT FAILURES AND SETTLED
000450*      AGREEMENTS GO TO THE COMMON REJECT LOG.
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT REBATE-IN      ASSIGN TO REBIN
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL
000560            REBATE-MASTER  ASSIGN TO REBMSTR
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS RANDOM
000590            RECORD KEY IS RBM-KEY
000600            FILE STATUS IS WS-REBMSTR-STATUS.
000610     SELECT REJECT-OUT     ASSIGN TO REJOUT
000620            ORGANIZATION IS SEQUENTIAL.
000622     SELECT OPTIONAL
000624            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000626            ORGANIZATION IS SEQUENTIAL
000628            FILE STATUS IS WS-EXECLOG-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  REBATE-IN
000660     LABEL RECORDS ARE STANDARD.
000670 COPY REBAGR.

000680 FD  REBATE-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700 COPY REBAGR REPLACING ==REBATE-AGREEMENT-RECORD==
000710                     BY ==REBATE-MASTER-RECORD==
000720                        ==RB-KEY==
000730                     BY ==RBM-KEY==
000740                        ==RB-CUSTOMER-NR==
000750                     BY ==RBM-CUSTOMER-NR==
000760                        ==RB-PERIOD-FROM==
000770                     BY ==RBM-PERIOD-FROM==
000780                        ==RB-PERIOD-TO==
000790                     BY ==RBM-PERIOD-TO==
000800                        ==RB-AGREEMENT-REF==
000810                     BY ==RBM-AGREEMENT-REF==
000820                        ==RB-TIER-METHOD==
000830                     BY ==RBM-TIER-METHOD==
000840                        ==RB-RETROACTIVE==
000850                     BY ==RBM-RETROACTIVE==
000860                        ==RB-INCREMENTAL==
000870                     BY ==RBM-INCREMENTAL==
000880                        ==RB-TIER-COUNT==
000890                     BY ==RBM-TIER-COUNT==
000900                        ==RB-TIER==
000910                     BY ==RBM-TIER==
000920                        ==RB-TIER-FROM==
000930                     BY ==RBM-TIER-FROM==
000940                        ==RB-TIER-PCT==
000950                     BY ==RBM-TIER-PCT==
000960                        ==RB-ACCRUED-AMOUNT==
000970                     BY ==RBM-ACCRUED-AMOUNT==
000980                        ==RB-LAST-ACCRUAL-DATE==
000990                     BY ==RBM-LAST-ACCRUAL-DATE==
001000                        ==RB-SETTLED-SW==
001010                     BY ==RBM-SETTLED-SW==
001020                        ==RB-SETTLED==
001030                     BY ==RBM-SETTLED==
001040                        ==RB-SETTLED-DATE==
001050                     BY ==RBM-SETTLED-DATE==
001060                        ==RB-SETTLED-AMOUNT==
001070                     BY ==RBM-SETTLED-AMOUNT==.

001080 FD  REJECT-OUT
001090     LABEL RECORDS ARE STANDARD.
001100 COPY REJCREC.

001102 FD  EXEC-LOG-OUT
001104     LABEL RECORDS ARE STANDARD.
001106 COPY EXECLOG.

001110 WORKING-STORAGE SECTION.
001120 01  WS-REBMSTR-STATUS         PIC X(02)  VALUE SPACES.
001125 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001130 01  WS-SWITCHES.
001140     05  WS-REBATE-EOF         PIC X(01)  VALUE 'N'.
001150         88  REBATE-EOF                   VALUE 'Y'.
001160     05  WS-TIERS-VALID-SW     PIC X(01)  VALUE 'Y'.
001170         88  WS-TIERS-VALID               VALUE 'Y'.

001180 01  WS-COUNTERS                          COMP.
001190     05  WS-RECORDS-READ       PIC 9(09)  VALUE ZERO.
001200     05  WS-AGREEMENTS-ADDED   PIC 9(09)  VALUE ZERO.
001210     05  WS-AGREEMENTS-AMENDED PIC 9(09)  VALUE ZERO.
001220     05  WS-RECORDS-REJECTED   PIC 9(09)  VALUE ZERO.
001230     05  WS-TIER-IX            PIC 9(03)  VALUE ZERO.

001240 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001250 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001260 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001270 01  WS-REJECT-KEY.
001280     05  WS-RK-CUSTOMER-NR     PIC X(10).
001290     05  FILLER                PIC X(01)  VALUE '/'.
001300     05  WS-RK-PERIOD-FROM     PIC X(08).
001310 01  WS-PRIOR-TIER-FROM        PIC S9(11)V99 COMP-3 VALUE ZERO.
001320 01  WS-KEEP-ACCRUED           PIC S9(11)V99 COMP-3 VALUE ZERO.
001330 01  WS-KEEP-ACCRUAL-DATE      PIC 9(08)  VALUE ZERO.

001340 PROCEDURE DIVISION.
001350*---------------------------------------------------------------*
001360 0000-MAINLINE.
001370*---------------------------------------------------------------*
001373     PERFORM 9700-LOG-STEP-START
001376          THRU 9700-LOG-STEP-START-EXIT.
001380     PERFORM 1000-INITIALIZE
001390          THRU 1000-INITIALIZE-EXIT.
001400     PERFORM 2000-LOAD-AGREEMENT
001410          THRU 2000-LOAD-AGREEMENT-EXIT
001420          UNTIL REBATE-EOF.
001430     PERFORM 9000-TERMINATE
001440          THRU 9000-TERMINATE-EXIT.
001443     PERFORM 9710-LOG-STEP-END
001446          THRU 9710-LOG-STEP-END-EXIT.
001450     GOBACK.

001460*---------------------------------------------------------------*
001470 1000-INITIALIZE.
001480*---------------------------------------------------------------*
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     ACCEPT WS-RUN-TIME FROM TIME.
001510     OPEN INPUT  REBATE-IN
001520          I-O    REBATE-MASTER
001530          OUTPUT REJECT-OUT.
001540     READ REBATE-IN
001550         AT END SET REBATE-EOF TO TRUE
001560     END-READ.
001570 1000-INITIALIZE-EXIT.
001580     EXIT.

001590*---------------------------------------------------------------*
001600 2000-LOAD-AGREEMENT.
001610*---------------------------------------------------------------*
001620     ADD 1 TO WS-RECORDS-READ.
001630     PERFORM 2100-EDIT-TIERS
001640          THRU 2100-EDIT-TIERS-EXIT.
001650     EVALUATE TRUE
001660         WHEN RB-CUSTOMER-NR NOT NUMERIC
001670           OR RB-CUSTOMER-NR = ZERO
001680             MOVE 'CUSTOMER-NR MISSING OR NOT NUMERIC'
001690               TO WS-REJECT-REASON
001700             PERFORM 8010-LOG-REJECT
001710                  THRU 8010-LOG-REJECT-EXIT
001720         WHEN RB-PERIOD-FROM NOT NUMERIC
001730           OR RB-PERIOD-TO NOT NUMERIC
001740             MOVE 'PERIOD DATES NOT NUMERIC' TO WS-REJECT-REASON
001750             PERFORM 8010-LOG-REJECT
001760                  THRU 8010-LOG-REJECT-EXIT
001770         WHEN RB-PERIOD-TO < RB-PERIOD-FROM
001780             MOVE 'PERIOD ENDS BEFORE IT STARTS'
001790               TO WS-REJECT-REASON
001800             PERFORM 8010-LOG-REJECT
001810                  THRU 8010-LOG-REJECT-EXIT
001820         WHEN NOT RB-RETROACTIVE
001830          AND NOT RB-INCREMENTAL
001840             MOVE 'TIER METHOD NOT R OR I' TO WS-REJECT-REASON
001850             PERFORM 8010-LOG-REJECT
001860                  THRU 8010-LOG-REJECT-EXIT
001870         WHEN NOT WS-TIERS-VALID
001880             PERFORM 8010-LOG-REJECT
001890                  THRU 8010-LOG-REJECT-EXIT
001900         WHEN OTHER
001910             PERFORM 2200-UPDATE-MASTER
001920                  THRU 2200-UPDATE-MASTER-EXIT
001930     END-EVALUATE.
001940     READ REBATE-IN
001950         AT END SET REBATE-EOF TO TRUE
001960     END-READ.
001970 2000-LOAD-AGREEMENT-EXIT.
001980     EXIT.

001990*---------------------------------------------------------------*
002000*    ONE TO FIVE TIERS, EACH THRESHOLD ABOVE THE ONE BEFORE IT.  *
002010*    SETS THE REJECT REASON WHEN A TIER IS BAD.                  *
002020*---------------------------------------------------------------*
002030 2100-EDIT-TIERS.
002040*---------------------------------------------------------------*
002050     MOVE 'Y' TO WS-TIERS-VALID-SW.
002060     IF RB-TIER-COUNT NOT NUMERIC
002070        OR RB-TIER-COUNT < 1
002080        OR RB-TIER-COUNT > 5
002090         MOVE 'N' TO WS-TIERS-VALID-SW
002100         MOVE 'TIER COUNT NOT 1 THROUGH 5' TO WS-REJECT-REASON
002110         GO TO 2100-EDIT-TIERS-EXIT
002120     END-IF.
002130     MOVE -1 TO WS-PRIOR-TIER-FROM.
002140     PERFORM 2110-EDIT-ONE-TIER
002150          THRU 2110-EDIT-ONE-TIER-EXIT
002160          VARYING WS-TIER-IX FROM 1 BY 1
002170          UNTIL WS-TIER-IX > RB-TIER-COUNT
002180             OR NOT WS-TIERS-VALID.
002190 2100-EDIT-TIERS-EXIT.
002200     EXIT.

002210 2110-EDIT-ONE-TIER.
002220     EVALUATE TRUE
002230         WHEN RB-TIER-FROM (WS-TIER-IX) NOT NUMERIC
002240           OR RB-TIER-PCT (WS-TIER-IX) NOT NUMERIC
002250             MOVE 'TIER THRESHOLD OR PERCENT NOT NUMERIC'
002260               TO WS-REJECT-REASON
002270             MOVE 'N' TO WS-TIERS-VALID-SW
002280         WHEN RB-TIER-FROM (WS-TIER-IX) < ZERO
002290             MOVE 'TIER THRESHOLD IS NEGATIVE' TO WS-REJECT-REASON
002300             MOVE 'N' TO WS-TIERS-VALID-SW
002310         WHEN RB-TIER-FROM (WS-TIER-IX) NOT > WS-PRIOR-TIER-FROM
002320             MOVE 'TIER THRESHOLDS NOT ASCENDING'
002330               TO WS-REJECT-REASON
002340             MOVE 'N' TO WS-TIERS-VALID-SW
002350         WHEN OTHER
002360             MOVE RB-TIER-FROM (WS-TIER-IX) TO WS-PRIOR-TIER-FROM
002370     END-EVALUATE.
002380 2110-EDIT-ONE-TIER-EXIT.
002390     EXIT.

002400*---------------------------------------------------------------*
002410*    ADD A NEW AGREEMENT, OR AMEND AN UNSETTLED ONE KEEPING ITS  *
002420*    ACCRUAL TO DATE.                                            *
002430*---------------------------------------------------------------*
002440 2200-UPDATE-MASTER.
002450*---------------------------------------------------------------*
002460     MOVE RB-KEY TO RBM-KEY.
002470     READ REBATE-MASTER
002480         INVALID KEY
002490             GO TO 2200-ADD-AGREEMENT
002500     END-READ.
002510     IF RBM-SETTLED
002520         MOVE 'AGREEMENT ALREADY SETTLED' TO WS-REJECT-REASON
002530         PERFORM 8010-LOG-REJECT
002540              THRU 8010-LOG-REJECT-EXIT
002550         GO TO 2200-UPDATE-MASTER-EXIT
002560     END-IF.
002570     MOVE RBM-ACCRUED-AMOUNT    TO WS-KEEP-ACCRUED.
002580     MOVE RBM-LAST-ACCRUAL-DATE TO WS-KEEP-ACCRUAL-DATE.
002590     MOVE REBATE-AGREEMENT-RECORD TO REBATE-MASTER-RECORD.
002600     MOVE WS-KEEP-ACCRUED       TO RBM-ACCRUED-AMOUNT.
002610     MOVE WS-KEEP-ACCRUAL-DATE  TO RBM-LAST-ACCRUAL-DATE.
002620     MOVE SPACES                TO RBM-SETTLED-SW.
002630     MOVE ZERO                  TO RBM-SETTLED-DATE
002640                                   RBM-SETTLED-AMOUNT.
002650     REWRITE REBATE-MASTER-RECORD
002660         INVALID KEY
002670             DISPLAY 'REBLOAD - REWRITE FAILED FOR AGREEMENT '
002680                     RB-CUSTOMER-NR ' ' RB-PERIOD-FROM
002690         NOT INVALID KEY
002700             ADD 1 TO WS-AGREEMENTS-AMENDED
002710     END-REWRITE.
002720     GO TO 2200-UPDATE-MASTER-EXIT.
002730 2200-ADD-AGREEMENT.
002740     MOVE REBATE-AGREEMENT-RECORD TO REBATE-MASTER-RECORD.
002750     MOVE SPACES                TO RBM-SETTLED-SW.
002760     MOVE ZERO                  TO RBM-ACCRUED-AMOUNT
002770                                   RBM-LAST-ACCRUAL-DATE
002780                                   RBM-SETTLED-DATE
002790                                   RBM-SETTLED-AMOUNT.
002800     WRITE REBATE-MASTER-RECORD
002810         INVALID KEY
002820             DISPLAY 'REBLOAD - WRITE FAILED FOR AGREEMENT '
002830                     RB-CUSTOMER-NR ' ' RB-PERIOD-FROM
002840         NOT INVALID KEY
002850             ADD 1 TO WS-AGREEMENTS-ADDED
002860     END-WRITE.
002870 2200-UPDATE-MASTER-EXIT.
002880     EXIT.

002890*---------------------------------------------------------------*
002900 8010-LOG-REJECT.
002910*---------------------------------------------------------------*
002920     ADD 1 TO WS-RECORDS-REJECTED.
002930     DISPLAY 'REBLOAD - AGREEMENT ' RB-CUSTOMER-NR ' '
002940             RB-PERIOD-FROM ' REJECTED: ' WS-REJECT-REASON.
002950     MOVE RB-CUSTOMER-NR      TO WS-RK-CUSTOMER-NR.
002960     MOVE RB-PERIOD-FROM      TO WS-RK-PERIOD-FROM.
002970     MOVE SPACES              TO REJECT-RECORD.
002980     MOVE 'REBLOAD'           TO RJ-SOURCE-FILE.
002990     MOVE WS-REJECT-KEY       TO RJ-KEY-FIELD.
003000     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
003010     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
003020     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
003030     WRITE REJECT-RECORD.
003040 8010-LOG-REJECT-EXIT.
003050     EXIT.

003060*---------------------------------------------------------------*
003070 9000-TERMINATE.
003080*---------------------------------------------------------------*
003090     DISPLAY 'REBLOAD - RECORDS READ........: ' WS-RECORDS-READ.
003100     DISPLAY 'REBLOAD - AGREEMENTS ADDED....: '
003110              WS-AGREEMENTS-ADDED.
003120     DISPLAY 'REBLOAD - AGREEMENTS AMENDED..: '
003130              WS-AGREEMENTS-AMENDED.
003140     DISPLAY 'REBLOAD - RECORDS REJECTED....: '
003150              WS-RECORDS-REJECTED.
003160     CLOSE REBATE-IN REBATE-MASTER REJECT-OUT.
003170 9000-TERMINATE-EXIT.
003180     EXIT.

003190*---------------------------------------------------------------*
003200*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003210*---------------------------------------------------------------*
003220 9700-LOG-STEP-START.
003230*---------------------------------------------------------------*
003240     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003250     MOVE 'REBLOAD'         TO EX-JOB-NAME.
003260     SET EX-STEP-START      TO TRUE.
003270     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003280     ACCEPT EX-RUN-TIME FROM TIME.
003290     MOVE ZERO              TO EX-RECORDS-READ
003300                               EX-RECORDS-WRITTEN
003310                               EX-REJECT-COUNT
003320                               EX-COMPLETION-CODE.
003330     OPEN EXTEND EXEC-LOG-OUT.
003340     WRITE EXECUTION-LOG-RECORD.
003350     CLOSE EXEC-LOG-OUT.
003360 9700-LOG-STEP-START-EXIT.
003370     EXIT.

003380*---------------------------------------------------------------*
003390*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003400*    ENDING WITH.                                               *
003410*---------------------------------------------------------------*
003420 9710-LOG-STEP-END.
003430*---------------------------------------------------------------*
003440     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003450     MOVE 'REBLOAD'         TO EX-JOB-NAME.
003460     SET EX-STEP-END        TO TRUE.
003470     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003480     ACCEPT EX-RUN-TIME FROM TIME.
003490     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
003500     COMPUTE EX-RECORDS-WRITTEN = WS-AGREEMENTS-ADDED
003510                                + WS-AGREEMENTS-AMENDED.
003520     MOVE WS-RECORDS-REJECTED TO EX-REJECT-COUNT.
003530     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003540     OPEN EXTEND EXEC-LOG-OUT.
003550     WRITE EXECUTION-LOG-RECORD.
003560     CLOSE EXEC-LOG-OUT.
003570 9710-LOG-STEP-END-EXIT.
003580     EXIT.
