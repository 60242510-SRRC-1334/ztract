000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BUDLOAD.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - BUILDS THE INDEXED
000210*                   DEPARTMENTAL BUDGET MASTER FROM THE
000220*                   SEQUENTIAL BUDGET FILE.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      BUILDS (OR REFRESHES WHEN THE BUDGETS ARE REVISED) THE
000260*      INDEXED BUDGET MASTER KEYED BY DEPT-CODE AND FISCAL PERIOD
000270*      FROM THE SEQUENTIAL BUDGET FILE, THE SAME SHAPE AS PRCLOAD
000280*      AND VENDLOAD.  EVERY RECORD IS EDITED BEFORE IT IS WRITTEN:
000290*
000300*          - THE DEPT-CODE MAY NOT BE SPACES
000310*          - THE PERIOD MUST BE A NUMERIC YYYYMM WITH A MONTH
000320*            OF 01 THROUGH 12
000330*          - THE BUDGET AMOUNT MUST BE NUMERIC AND NOT NEGATIVE
000340*            (A ZERO BUDGET IS ALLOWED - IT MEANS THE DEPARTMENT
000350*            IS NOT TO SPEND IN THAT PERIOD)
000360*
000370*      AN EDIT FAILURE OR A DUPLICATE DEPT-CODE/PERIOD GOES TO THE
000380*      COMMON REJECT LOG AND THE RECORD IS SKIPPED.  THE ACTUAL,
000390*      ENCUMBERED AND STATUS FIELDS ARE CLEARED ON LOAD - BUDRPT
000400*      STAMPS THEM ON ITS NEXT RUN.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BUDGET-IN      ASSIGN TO BUDIN
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT BUDGET-MASTER  ASSIGN TO BUDMSTR
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS SEQUENTIAL
000530            RECORD KEY IS BGM-KEY
000540            FILE STATUS IS WS-BUDMSTR-STATUS.
000550     SELECT REJECT-OUT     ASSIGN TO REJOUT
000560            ORGANIZATION IS SEQUENTIAL.
000562     SELECT OPTIONAL
000564            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000566            ORGANIZATION IS SEQUENTIAL
000568            FILE STATUS IS WS-EXECLOG-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BUDGET-IN
000600     LABEL RECORDS ARE STANDARD.
000610 COPY BUDGREC.

000620 FD  BUDGET-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640 COPY BUDGREC REPLACING ==BUDGET-RECORD==
000650                     BY ==BUDGET-MASTER-RECORD==
000660                        ==BG-KEY==
000670                     BY ==BGM-KEY==
000680                        ==BG-DEPT-CODE==
000690                     BY ==BGM-DEPT-CODE==
000700                        ==BG-PERIOD==
000710                     BY ==BGM-PERIOD==
000720                        ==BG-PERIOD-R==
000730                     BY ==BGM-PERIOD-R==
000740                        ==BG-PERIOD-YEAR==
000750                     BY ==BGM-PERIOD-YEAR==
000760                        ==BG-PERIOD-MONTH==
000770                     BY ==BGM-PERIOD-MONTH==
000780                        ==BG-DEPT-NAME==
000790                     BY ==BGM-DEPT-NAME==
000800                        ==BG-BUDGET-OWNER==
000810                     BY ==BGM-BUDGET-OWNER==
000820                        ==BG-BUDGET-AMOUNT==
000830                     BY ==BGM-BUDGET-AMOUNT==
000840                        ==BG-ACTUAL-AMOUNT==
000850                     BY ==BGM-ACTUAL-AMOUNT==
000860                        ==BG-ENCUMBERED-AMOUNT==
000870                     BY ==BGM-ENCUMBERED-AMOUNT==
000880                        ==BG-LAST-REPORTED==
000890                     BY ==BGM-LAST-REPORTED==
000900                        ==BG-BUDGET-STATUS==
000910                     BY ==BGM-BUDGET-STATUS==
000920                        ==BG-WITHIN-BUDGET==
000930                     BY ==BGM-WITHIN-BUDGET==
000940                        ==BG-OVER-BUDGET==
000950                     BY ==BGM-OVER-BUDGET==
000960                        ==BG-PROJECTED-OVER==
000970                     BY ==BGM-PROJECTED-OVER==.

000980 FD  REJECT-OUT
000990     LABEL RECORDS ARE STANDARD.
001000 COPY REJCREC.

001002 FD  EXEC-LOG-OUT
001004     LABEL RECORDS ARE STANDARD.
001006 COPY EXECLOG.

001010 WORKING-STORAGE SECTION.
001020 01  WS-BUDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001025 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001030 01  WS-SWITCHES.
001040     05  WS-BUDGET-EOF         PIC X(01)  VALUE 'N'.
001050         88  BUDGET-EOF                   VALUE 'Y'.

001060 01  WS-COUNTERS                          COMP.
001070     05  WS-RECORDS-READ       PIC 9(09)  VALUE ZERO.
001080     05  WS-BUDGETS-LOADED     PIC 9(09)  VALUE ZERO.
001090     05  WS-RECORDS-REJECTED   PIC 9(09)  VALUE ZERO.

001100 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001110 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001120 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001130 01  WS-REJECT-KEY.
001140     05  WS-RK-DEPT-CODE       PIC X(04).
001150     05  FILLER                PIC X(01)  VALUE '/'.
001160     05  WS-RK-PERIOD          PIC X(06).

001170 01  WS-BUDGET-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.

001180 PROCEDURE DIVISION.
001190*---------------------------------------------------------------*
001200 0000-MAINLINE.
001210*---------------------------------------------------------------*
001213     PERFORM 9700-LOG-STEP-START
001216          THRU 9700-LOG-STEP-START-EXIT.
001220     PERFORM 1000-INITIALIZE
001230          THRU 1000-INITIALIZE-EXIT.
001240     PERFORM 2000-LOAD-BUDGET
001250          THRU 2000-LOAD-BUDGET-EXIT
001260          UNTIL BUDGET-EOF.
001270     PERFORM 9000-TERMINATE
001280          THRU 9000-TERMINATE-EXIT.
001283     PERFORM 9710-LOG-STEP-END
001286          THRU 9710-LOG-STEP-END-EXIT.
001290     GOBACK.

001300*---------------------------------------------------------------*
001310 1000-INITIALIZE.
001320*---------------------------------------------------------------*
001330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001340     ACCEPT WS-RUN-TIME FROM TIME.
001350     OPEN INPUT  BUDGET-IN.
001360     OPEN OUTPUT BUDGET-MASTER
001370                 REJECT-OUT.
001380     READ BUDGET-IN
001390         AT END SET BUDGET-EOF TO TRUE
001400     END-READ.
001410 1000-INITIALIZE-EXIT.
001420     EXIT.

001430*---------------------------------------------------------------*
001440 2000-LOAD-BUDGET.
001450*---------------------------------------------------------------*
001460     ADD 1 TO WS-RECORDS-READ.
001470     EVALUATE TRUE
001480         WHEN BG-DEPT-CODE = SPACES
001490             MOVE 'DEPT CODE IS SPACES' TO WS-REJECT-REASON
001500             PERFORM 8010-LOG-REJECT
001510                  THRU 8010-LOG-REJECT-EXIT
001520         WHEN BG-PERIOD NOT NUMERIC
001530             MOVE 'PERIOD NOT NUMERIC' TO WS-REJECT-REASON
001540             PERFORM 8010-LOG-REJECT
001550                  THRU 8010-LOG-REJECT-EXIT
001560         WHEN BG-PERIOD-MONTH < 1
001570           OR BG-PERIOD-MONTH > 12
001580             MOVE 'PERIOD MONTH NOT 01 THROUGH 12'
001590               TO WS-REJECT-REASON
001600             PERFORM 8010-LOG-REJECT
001610                  THRU 8010-LOG-REJECT-EXIT
001620         WHEN BG-BUDGET-AMOUNT NOT NUMERIC
001630             MOVE 'BUDGET AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
001640             PERFORM 8010-LOG-REJECT
001650                  THRU 8010-LOG-REJECT-EXIT
001660         WHEN BG-BUDGET-AMOUNT < ZERO
001670             MOVE 'BUDGET AMOUNT IS NEGATIVE' TO WS-REJECT-REASON
001680             PERFORM 8010-LOG-REJECT
001690                  THRU 8010-LOG-REJECT-EXIT
001700         WHEN OTHER
001710             PERFORM 2100-WRITE-MASTER
001720                  THRU 2100-WRITE-MASTER-EXIT
001730     END-EVALUATE.
001740     READ BUDGET-IN
001750         AT END SET BUDGET-EOF TO TRUE
001760     END-READ.
001770 2000-LOAD-BUDGET-EXIT.
001780     EXIT.

001790 2100-WRITE-MASTER.
001800     MOVE BUDGET-RECORD TO BUDGET-MASTER-RECORD.
001810     MOVE ZERO   TO BGM-ACTUAL-AMOUNT
001820                    BGM-ENCUMBERED-AMOUNT
001830                    BGM-LAST-REPORTED.
001840     MOVE SPACES TO BGM-BUDGET-STATUS.
001850     WRITE BUDGET-MASTER-RECORD
001860         INVALID KEY
001870             DISPLAY 'BUDLOAD - DUPLICATE DEPT/PERIOD REJECTED: '
001880                     BG-DEPT-CODE ' ' BG-PERIOD
001890             MOVE 'DUPLICATE DEPT CODE AND PERIOD'
001900               TO WS-REJECT-REASON
001910             PERFORM 8010-LOG-REJECT
001920                  THRU 8010-LOG-REJECT-EXIT
001930         NOT INVALID KEY
001940             ADD 1 TO WS-BUDGETS-LOADED
001950             ADD BG-BUDGET-AMOUNT TO WS-BUDGET-TOTAL
001960     END-WRITE.
001970 2100-WRITE-MASTER-EXIT.
001980     EXIT.

001990*---------------------------------------------------------------*
002000 8010-LOG-REJECT.
002010*---------------------------------------------------------------*
002020     ADD 1 TO WS-RECORDS-REJECTED.
002030     MOVE BG-DEPT-CODE        TO WS-RK-DEPT-CODE.
002040     MOVE BG-PERIOD           TO WS-RK-PERIOD.
002050     MOVE SPACES              TO REJECT-RECORD.
002060     MOVE 'BUDLOAD'           TO RJ-SOURCE-FILE.
002070     MOVE WS-REJECT-KEY       TO RJ-KEY-FIELD.
002080     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002090     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002100     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002110     WRITE REJECT-RECORD.
002120 8010-LOG-REJECT-EXIT.
002130     EXIT.

002140*---------------------------------------------------------------*
002150 9000-TERMINATE.
002160*---------------------------------------------------------------*
002170     DISPLAY 'BUDLOAD - RECORDS READ........: ' WS-RECORDS-READ.
002180     DISPLAY 'BUDLOAD - BUDGETS LOADED......: '
002190              WS-BUDGETS-LOADED.
002200     DISPLAY 'BUDLOAD - RECORDS REJECTED....: '
002210              WS-RECORDS-REJECTED.
002220     DISPLAY 'BUDLOAD - TOTAL BUDGET LOADED.: '
002230              WS-BUDGET-TOTAL.
002240     CLOSE BUDGET-IN BUDGET-MASTER REJECT-OUT.
002250 9000-TERMINATE-EXIT.
002260     EXIT.

002270*---------------------------------------------------------------*
002280*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002290*---------------------------------------------------------------*
002300 9700-LOG-STEP-START.
002310*---------------------------------------------------------------*
002320     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002330     MOVE 'BUDLOAD'         TO EX-JOB-NAME.
002340     SET EX-STEP-START      TO TRUE.
002350     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002360     ACCEPT EX-RUN-TIME FROM TIME.
002370     MOVE ZERO              TO EX-RECORDS-READ
002380                               EX-RECORDS-WRITTEN
002390                               EX-REJECT-COUNT
002400                               EX-COMPLETION-CODE.
002410     OPEN EXTEND EXEC-LOG-OUT.
002420     WRITE EXECUTION-LOG-RECORD.
002430     CLOSE EXEC-LOG-OUT.
002440 9700-LOG-STEP-START-EXIT.
002450     EXIT.

002460*---------------------------------------------------------------*
002470*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002480*    ENDING WITH.                                               *
002490*---------------------------------------------------------------*
002500 9710-LOG-STEP-END.
002510*---------------------------------------------------------------*
002520     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002530     MOVE 'BUDLOAD'         TO EX-JOB-NAME.
002540     SET EX-STEP-END        TO TRUE.
002550     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002560     ACCEPT EX-RUN-TIME FROM TIME.
002570     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
002580     MOVE WS-BUDGETS-LOADED TO EX-RECORDS-WRITTEN.
002590     MOVE WS-RECORDS-REJECTED TO EX-REJECT-COUNT.
002600     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002610     OPEN EXTEND EXEC-LOG-OUT.
002620     WRITE EXECUTION-LOG-RECORD.
002630     CLOSE EXEC-LOG-OUT.
002640 9710-LOG-STEP-END-EXIT.
002650     EXIT.
