000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    WLLOAD.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - BUILDS THE INDEXED
000210*                   RESTRICTED-PARTY WATCHLIST MASTER FROM THE
000220*                   PUBLISHED LIST.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      RUN EACH TIME THE GOVERNMENT RESTRICTED-PARTY LIST IS
000260*      PUBLISHED.  REBUILDS THE INDEXED WATCHLIST MASTER KEYED BY
000270*      WL-ENTRY-ID FROM THE SEQUENTIAL LIST FILE, THE SAME SHAPE
000280*      AS PRCLOAD AND VENDLOAD - THE LIST IS PUBLISHED WHOLE, SO
000290*      A DELISTED ENTRY SIMPLY DOES NOT COME BACK.  EVERY ENTRY
000300*      IS EDITED BEFORE IT IS WRITTEN:
000310*
000320*          - THE ENTRY ID MAY NOT BE SPACES
000330*          - THE ENTRY NAME MAY NOT BE SPACES
000340*          - THE ENTRY TYPE MUST BE I, E OR V
000350*          - THE LIST DATE MUST BE NUMERIC
000360*
000370*      AN EDIT FAILURE OR A DUPLICATE ENTRY ID GOES TO THE
000380*      COMMON REJECT LOG AND THE ENTRY IS SKIPPED.  A REJECTED
000390*      ENTRY IS A NAME THE SCREENING RUN WILL NOT LOOK FOR, SO
000400*      THE REJECT COUNT IS ALSO CALLED OUT ON THE CONSOLE FOR
000410*      COMPLIANCE TO CHASE WITH THE PUBLISHER.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT WATCHLIST-IN     ASSIGN TO WLIN
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT WATCHLIST-MASTER ASSIGN TO WLMSTR
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS SEQUENTIAL
000540            RECORD KEY IS WLM-ENTRY-ID
000550            FILE STATUS IS WS-WLMSTR-STATUS.
000560     SELECT REJECT-OUT       ASSIGN TO REJOUT
000570            ORGANIZATION IS SEQUENTIAL.
000572     SELECT OPTIONAL
000574            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000576            ORGANIZATION IS SEQUENTIAL
000578            FILE STATUS IS WS-EXECLOG-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  WATCHLIST-IN
000610     LABEL RECORDS ARE STANDARD.
000620 COPY WATCHLST.

000630 FD  WATCHLIST-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650 COPY WATCHLST REPLACING ==WATCHLIST-RECORD==
000660                      BY ==WATCHLIST-MASTER-RECORD==
000670                         ==WL-ENTRY-ID==
000680                      BY ==WLM-ENTRY-ID==
000690                         ==WL-ENTRY-NAME==
000700                      BY ==WLM-ENTRY-NAME==
000710                         ==WL-ENTRY-CITY==
000720                      BY ==WLM-ENTRY-CITY==
000730                         ==WL-ENTRY-COUNTRY==
000740                      BY ==WLM-ENTRY-COUNTRY==
000750                         ==WL-LIST-CODE==
000760                      BY ==WLM-LIST-CODE==
000770                         ==WL-ENTRY-TYPE==
000780                      BY ==WLM-ENTRY-TYPE==
000790                         ==WL-INDIVIDUAL==
000800                      BY ==WLM-INDIVIDUAL==
000810                         ==WL-ENTITY==
000820                      BY ==WLM-ENTITY==
000830                         ==WL-VESSEL==
000840                      BY ==WLM-VESSEL==
000850                         ==WL-LIST-DATE==
000860                      BY ==WLM-LIST-DATE==.

000870 FD  REJECT-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 COPY REJCREC.

000892 FD  EXEC-LOG-OUT
000894     LABEL RECORDS ARE STANDARD.
000896 COPY EXECLOG.

000900 WORKING-STORAGE SECTION.
000910 01  WS-WLMSTR-STATUS          PIC X(02)  VALUE SPACES.
000915 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000920 01  WS-SWITCHES.
000930     05  WS-WATCHLIST-EOF      PIC X(01)  VALUE 'N'.
000940         88  WATCHLIST-EOF                VALUE 'Y'.

000950 01  WS-COUNTERS                          COMP.
000960     05  WS-ENTRIES-READ       PIC 9(09)  VALUE ZERO.
000970     05  WS-ENTRIES-LOADED     PIC 9(09)  VALUE ZERO.
000980     05  WS-ENTRIES-REJECTED   PIC 9(09)  VALUE ZERO.

000990 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001000 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001010 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001020 01  WS-LATEST-LIST-DATE       PIC 9(08)  VALUE ZERO.

001030 PROCEDURE DIVISION.
001040*---------------------------------------------------------------*
001050 0000-MAINLINE.
001060*---------------------------------------------------------------*
001063     PERFORM 9700-LOG-STEP-START
001066          THRU 9700-LOG-STEP-START-EXIT.
001070     PERFORM 1000-INITIALIZE
001080          THRU 1000-INITIALIZE-EXIT.
001090     PERFORM 2000-LOAD-ENTRY
001100          THRU 2000-LOAD-ENTRY-EXIT
001110          UNTIL WATCHLIST-EOF.
001120     PERFORM 9000-TERMINATE
001130          THRU 9000-TERMINATE-EXIT.
001133     PERFORM 9710-LOG-STEP-END
001136          THRU 9710-LOG-STEP-END-EXIT.
001140     GOBACK.

001150*---------------------------------------------------------------*
001160 1000-INITIALIZE.
001170*---------------------------------------------------------------*
001180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001190     ACCEPT WS-RUN-TIME FROM TIME.
001200     OPEN INPUT  WATCHLIST-IN.
001210     OPEN OUTPUT WATCHLIST-MASTER
001220                 REJECT-OUT.
001230     READ WATCHLIST-IN
001240         AT END SET WATCHLIST-EOF TO TRUE
001250     END-READ.
001260 1000-INITIALIZE-EXIT.
001270     EXIT.

001280*---------------------------------------------------------------*
001290 2000-LOAD-ENTRY.
001300*---------------------------------------------------------------*
001310     ADD 1 TO WS-ENTRIES-READ.
001320     EVALUATE TRUE
001330         WHEN WL-ENTRY-ID = SPACES
001340             MOVE 'ENTRY ID IS SPACES' TO WS-REJECT-REASON
001350             PERFORM 8010-LOG-REJECT
001360                  THRU 8010-LOG-REJECT-EXIT
001370         WHEN WL-ENTRY-NAME = SPACES
001380             MOVE 'ENTRY NAME IS SPACES' TO WS-REJECT-REASON
001390             PERFORM 8010-LOG-REJECT
001400                  THRU 8010-LOG-REJECT-EXIT
001410         WHEN NOT WL-INDIVIDUAL
001420          AND NOT WL-ENTITY
001430          AND NOT WL-VESSEL
001440             MOVE 'ENTRY TYPE NOT I, E OR V' TO WS-REJECT-REASON
001450             PERFORM 8010-LOG-REJECT
001460                  THRU 8010-LOG-REJECT-EXIT
001470         WHEN WL-LIST-DATE NOT NUMERIC
001480             MOVE 'LIST DATE NOT NUMERIC' TO WS-REJECT-REASON
001490             PERFORM 8010-LOG-REJECT
001500                  THRU 8010-LOG-REJECT-EXIT
001510         WHEN OTHER
001520             PERFORM 2100-WRITE-MASTER
001530                  THRU 2100-WRITE-MASTER-EXIT
001540     END-EVALUATE.
001550     READ WATCHLIST-IN
001560         AT END SET WATCHLIST-EOF TO TRUE
001570     END-READ.
001580 2000-LOAD-ENTRY-EXIT.
001590     EXIT.

001600 2100-WRITE-MASTER.
001610     MOVE WATCHLIST-RECORD TO WATCHLIST-MASTER-RECORD.
001620     WRITE WATCHLIST-MASTER-RECORD
001630         INVALID KEY
001640             DISPLAY 'WLLOAD - DUPLICATE ENTRY ID REJECTED: '
001650                     WL-ENTRY-ID
001660             MOVE 'DUPLICATE ENTRY ID' TO WS-REJECT-REASON
001670             PERFORM 8010-LOG-REJECT
001680                  THRU 8010-LOG-REJECT-EXIT
001690         NOT INVALID KEY
001700             ADD 1 TO WS-ENTRIES-LOADED
001710             IF WL-LIST-DATE > WS-LATEST-LIST-DATE
001720                 MOVE WL-LIST-DATE TO WS-LATEST-LIST-DATE
001730             END-IF
001740     END-WRITE.
001750 2100-WRITE-MASTER-EXIT.
001760     EXIT.

001770*---------------------------------------------------------------*
001780 8010-LOG-REJECT.
001790*---------------------------------------------------------------*
001800     ADD 1 TO WS-ENTRIES-REJECTED.
001810     MOVE SPACES              TO REJECT-RECORD.
001820     MOVE 'WLLOAD'            TO RJ-SOURCE-FILE.
001830     MOVE WL-ENTRY-ID         TO RJ-KEY-FIELD.
001840     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
001850     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
001860     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
001870     WRITE REJECT-RECORD.
001880 8010-LOG-REJECT-EXIT.
001890     EXIT.

001900*---------------------------------------------------------------*
001910 9000-TERMINATE.
001920*---------------------------------------------------------------*
001930     DISPLAY 'WLLOAD - ENTRIES READ.........: ' WS-ENTRIES-READ.
001940     DISPLAY 'WLLOAD - ENTRIES LOADED.......: '
001950              WS-ENTRIES-LOADED.
001960     DISPLAY 'WLLOAD - ENTRIES REJECTED.....: '
001970              WS-ENTRIES-REJECTED.
001980     DISPLAY 'WLLOAD - LATEST LIST DATE.....: '
001990              WS-LATEST-LIST-DATE.
002000     IF WS-ENTRIES-REJECTED > ZERO
002010         DISPLAY 'WLLOAD - REJECTED ENTRIES ARE NOT SCREENED - '
002020                 'REFER TO COMPLIANCE'
002030     END-IF.
002040     CLOSE WATCHLIST-IN WATCHLIST-MASTER REJECT-OUT.
002050 9000-TERMINATE-EXIT.
002060     EXIT.

002070*---------------------------------------------------------------*
002080*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002090*---------------------------------------------------------------*
002100 9700-LOG-STEP-START.
002110*---------------------------------------------------------------*
002120     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002130     MOVE 'WLLOAD'          TO EX-JOB-NAME.
002140     SET EX-STEP-START      TO TRUE.
002150     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002160     ACCEPT EX-RUN-TIME FROM TIME.
002170     MOVE ZERO              TO EX-RECORDS-READ
002180                               EX-RECORDS-WRITTEN
002190                               EX-REJECT-COUNT
002200                               EX-COMPLETION-CODE.
002210     OPEN EXTEND EXEC-LOG-OUT.
002220     WRITE EXECUTION-LOG-RECORD.
002230     CLOSE EXEC-LOG-OUT.
002240 9700-LOG-STEP-START-EXIT.
002250     EXIT.

002260*---------------------------------------------------------------*
002270*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002280*    ENDING WITH.                                               *
002290*---------------------------------------------------------------*
002300 9710-LOG-STEP-END.
002310*---------------------------------------------------------------*
002320     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002330     MOVE 'WLLOAD'          TO EX-JOB-NAME.
002340     SET EX-STEP-END        TO TRUE.
002350     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002360     ACCEPT EX-RUN-TIME FROM TIME.
002370     MOVE WS-ENTRIES-READ   TO EX-RECORDS-READ.
002380     MOVE WS-ENTRIES-LOADED TO EX-RECORDS-WRITTEN.
002390     MOVE WS-ENTRIES-REJECTED TO EX-REJECT-COUNT.
002400     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002410     OPEN EXTEND EXEC-LOG-OUT.
002420     WRITE EXECUTION-LOG-RECORD.
002430     CLOSE EXEC-LOG-OUT.
002440 9710-LOG-STEP-END-EXIT.
002450     EXIT.
