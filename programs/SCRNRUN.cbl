000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SCRNRUN.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - RESTRICTED-PARTY SCREENING
000210*                   OF VENDORS, XREF PARTIES AND CUSTOMERS
000220*                   AGAINST THE WATCHLIST MASTER.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      SCREENS EVERY NAME WE DEAL WITH AGAINST THE RESTRICTED-
000260*      PARTY WATCHLIST AND QUEUES THE POTENTIAL MATCHES FOR
000270*      COMPLIANCE.  THREE SOURCES ARE SCREENED:
000280*
000290*          VN  VEND-NAME OFF THE VENDOR MASTER
000300*          CU  CUST-NAME OFF EACH CU SEGMENT, WITH CUST-CITY
000310*          XR  XREF-PARTY-NAME OFF THE PARTY CROSS-REFERENCE
000320*
000330*      NAMES ARE COMPARED AFTER NORMALIZING BOTH SIDES: UPPER
000340*      CASE, PERIODS AND APOSTROPHES DROPPED (U.S.A. IS USA),
000350*      OTHER PUNCTUATION TREATED AS A WORD BREAK, AND LEGAL-FORM
000360*      AND FILLER WORDS (INC, LTD, CORP, THE, AND ...) REMOVED.
000370*      THE SCORE IS THE SHARE OF WORDS THE TWO NAMES HAVE IN
000380*      COMMON (TWICE THE MATCHED WORDS OVER THE WORDS ON BOTH
000390*      SIDES, AS A PERCENT).  TWO WORDS MATCH WHEN THEY ARE
000400*      EQUAL, WHEN WORDS OF FOUR LETTERS OR MORE DIFFER IN ONE
000410*      LETTER OR BY ONE LETTER DROPPED OR ADDED (MOHAMMED AND
000420*      MOHAMED), OR WHEN ONE IS A TRUNCATION OF THE OTHER OF AT
000430*      LEAST FIVE LETTERS (PETRO AND PETROLEUM).  FOR A CU
000440*      SEGMENT WHOSE WATCHLIST ENTRY GIVES A CITY, THE SAME CITY
000450*      ADDS 10 TO THE SCORE AND A DIFFERENT CITY TAKES 10 OFF.
000460*      A SCORE AT OR ABOVE THE CONTROL-CARD THRESHOLD (DEFAULT
000470*      80) IS A POTENTIAL MATCH.
000480*
000490*      A NEW MATCH GOES ON THE SCREENING QUEUE AS PENDING, WITH
000500*      THE PARTY'S VENDOR-ID, CUSTOMER-NR AND COMMON-KEY RESOLVED
000510*      THROUGH THE XREF.  A MATCH ALREADY ON THE QUEUE KEEPS ITS
000520*      DISPOSITION - COMPLIANCE IS NOT ASKED TWICE - EXCEPT THAT
000530*      A CLEARED MATCH WHOSE PARTY NAME HAS CHANGED SINCE IT WAS
000540*      CLEARED GOES BACK TO PENDING.  THE REPORT LISTS EVERY
000550*      PENDING AND CONFIRMED MATCH ON THE QUEUE.  SCRNDISP
000560*      APPLIES THE CLEAR/CONFIRM DECISIONS.
000570*
000580*      A WATCHLIST LARGER THAN THE TABLE, OR AN EMPTY ONE, FAILS
000590*      THE STEP - A PARTIAL SCREEN WOULD LOOK LIKE A CLEAN ONE.
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CONTROL-CARD-IN  ASSIGN TO CTLCARD
000680            ORGANIZATION IS SEQUENTIAL.
000690     SELECT WATCHLIST-MASTER ASSIGN TO WLMSTR
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS SEQUENTIAL
000720            RECORD KEY IS WL-ENTRY-ID
000730            FILE STATUS IS WS-WLMSTR-STATUS.
000740     SELECT VENDOR-MASTER    ASSIGN TO VENDMSTR
000750            ORGANIZATION IS INDEXED
000760            ACCESS MODE IS SEQUENTIAL
000770            RECORD KEY IS VEND-VENDOR-ID
000780            FILE STATUS IS WS-VENDMSTR-STATUS.
000790     SELECT XREF-MASTER      ASSIGN TO XREFMSTR
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE IS DYNAMIC
000820            RECORD KEY IS XRFM-PARTY-ID
000830            ALTERNATE RECORD KEY IS XRFM-CUSTOMER-NR
000840                WITH DUPLICATES
000850            ALTERNATE RECORD KEY IS XRFM-VENDOR-ID
000860                WITH DUPLICATES
000870            ALTERNATE RECORD KEY IS XRFM-COMMON-KEY
000880                WITH DUPLICATES
000890            FILE STATUS IS WS-XREFMSTR-STATUS.
000900     SELECT MSEG-IN          ASSIGN TO MSEGIN
000910            ORGANIZATION IS SEQUENTIAL.
000920     SELECT OPTIONAL
000930            MATCH-QUEUE      ASSIGN TO SCRNQ
000940            ORGANIZATION IS INDEXED
000950            ACCESS MODE IS DYNAMIC
000960            RECORD KEY IS SQ-KEY
000970            FILE STATUS IS WS-SCRNQ-STATUS.
000980     SELECT REPORT-OUT       ASSIGN TO RPTOUT
000990            ORGANIZATION IS SEQUENTIAL.
000992     SELECT OPTIONAL
000994            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000996            ORGANIZATION IS SEQUENTIAL
000998            FILE STATUS IS WS-EXECLOG-STATUS.

001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CONTROL-CARD-IN
001030     LABEL RECORDS ARE STANDARD.
001040 01  CONTROL-CARD-RECORD.
001050     05  CC-MATCH-THRESHOLD        PIC 9(03).

001060 FD  WATCHLIST-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080 COPY WATCHLST.

001090 FD  VENDOR-MASTER
001100     LABEL RECORDS ARE STANDARD.
001110 COPY VENDREC.

001120 FD  XREF-MASTER
001130     LABEL RECORDS ARE STANDARD.
001140 COPY XREFREC REPLACING ==PARTY-XREF-RECORD==
001150                     BY ==XREF-MASTER-RECORD==
001160                        ==XREF-PARTY-ID==
001170                     BY ==XRFM-PARTY-ID==
001180                        ==XREF-PARTY-NAME==
001190                     BY ==XRFM-PARTY-NAME==
001200                        ==XREF-CUSTOMER-NR-SW==
001210                     BY ==XRFM-CUSTOMER-NR-SW==
001220                        ==XREF-CUSTOMER-NR==
001230                     BY ==XRFM-CUSTOMER-NR==
001240                        ==XREF-VENDOR-ID-SW==
001250                     BY ==XRFM-VENDOR-ID-SW==
001260                        ==XREF-VENDOR-ID==
001270                     BY ==XRFM-VENDOR-ID==
001280                        ==XREF-COMMON-KEY-SW==
001290                     BY ==XRFM-COMMON-KEY-SW==
001300                        ==XREF-COMMON-KEY==
001310                     BY ==XRFM-COMMON-KEY==.

001320 FD  MSEG-IN
001330     LABEL RECORDS ARE STANDARD.
001340 COPY MSEGREC.

001350 FD  MATCH-QUEUE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY SCRNMTCH.

001380 FD  REPORT-OUT
001390     LABEL RECORDS ARE STANDARD.
001400 01  REPORT-LINE                   PIC X(132).

001402 FD  EXEC-LOG-OUT
001404     LABEL RECORDS ARE STANDARD.
001406 COPY EXECLOG.

001410 WORKING-STORAGE SECTION.
001420 01  WS-WLMSTR-STATUS          PIC X(02)  VALUE SPACES.
001430 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001440 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001450 01  WS-SCRNQ-STATUS           PIC X(02)  VALUE SPACES.
001455 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001460 01  WS-SWITCHES.
001470     05  WS-WATCHLIST-EOF      PIC X(01)  VALUE 'N'.
001480         88  WATCHLIST-EOF                VALUE 'Y'.
001490     05  WS-VENDOR-EOF         PIC X(01)  VALUE 'N'.
001500         88  VENDOR-EOF                   VALUE 'Y'.
001510     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
001520         88  MSEG-EOF                     VALUE 'Y'.
001530     05  WS-XREF-EOF           PIC X(01)  VALUE 'N'.
001540         88  XREF-EOF                     VALUE 'Y'.
001550     05  WS-QUEUE-EOF          PIC X(01)  VALUE 'N'.
001560         88  QUEUE-EOF                    VALUE 'Y'.
001570     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001580         88  WS-TABLE-FULL                VALUE 'Y'.
001590     05  WS-NOISE-FOUND-SW     PIC X(01)  VALUE 'N'.
001600         88  WS-NOISE-FOUND               VALUE 'Y'.
001610     05  WS-TOKEN-FOUND-SW     PIC X(01)  VALUE 'N'.
001620         88  WS-TOKEN-FOUND               VALUE 'Y'.
001630     05  WS-TOKENS-MATCH-SW    PIC X(01)  VALUE 'N'.
001640         88  WS-TOKENS-MATCH              VALUE 'Y'.
001650     05  WS-CITY-CHECK-SW      PIC X(01)  VALUE 'N'.
001660         88  WS-CITY-CHECK                VALUE 'Y'.

001670 01  WS-COUNTERS                          COMP.
001680     05  WS-WATCH-ENTRIES      PIC 9(09)  VALUE ZERO.
001690     05  WS-VENDORS-SCREENED   PIC 9(09)  VALUE ZERO.
001700     05  WS-CUSTOMERS-SCREENED PIC 9(09)  VALUE ZERO.
001710     05  WS-PARTIES-SCREENED   PIC 9(09)  VALUE ZERO.
001720     05  WS-NAMES-NOT-SCREENED PIC 9(09)  VALUE ZERO.
001730     05  WS-MATCHES-FOUND      PIC 9(09)  VALUE ZERO.
001740     05  WS-MATCHES-NEW        PIC 9(09)  VALUE ZERO.
001750     05  WS-MATCHES-REOPENED   PIC 9(09)  VALUE ZERO.
001760     05  WS-QUEUE-PENDING      PIC 9(09)  VALUE ZERO.
001770     05  WS-QUEUE-CONFIRMED    PIC 9(09)  VALUE ZERO.
001780     05  WS-QUEUE-CLEARED      PIC 9(09)  VALUE ZERO.
001790     05  WS-WATCH-COUNT        PIC 9(09)  VALUE ZERO.
001800     05  WS-WATCH-NDX          PIC 9(09)  VALUE ZERO.
001810     05  WS-NOISE-NDX          PIC 9(04)  VALUE ZERO.
001820     05  WS-CHAR-IX            PIC 9(04)  VALUE ZERO.
001830     05  WS-TOKEN-LEN          PIC 9(04)  VALUE ZERO.
001840     05  WS-WTOK-IX            PIC 9(04)  VALUE ZERO.
001850     05  WS-PTOK-IX            PIC 9(04)  VALUE ZERO.
001860     05  WS-TOKENS-MATCHED     PIC 9(04)  VALUE ZERO.
001870     05  WS-LETTERS-DIFFERENT  PIC 9(04)  VALUE ZERO.
001880     05  WS-SHORT-IX           PIC 9(04)  VALUE ZERO.
001890     05  WS-LONG-IX            PIC 9(04)  VALUE ZERO.

001900 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001910 01  WS-MATCH-THRESHOLD        PIC 9(03)  VALUE 80.
001920 01  WS-MATCH-SCORE            PIC S9(05) COMP VALUE ZERO.

001930 01  WS-LOWER-CASE             PIC X(26)
001940     VALUE 'abcdefghijklmnopqrstuvwxyz'.
001950 01  WS-UPPER-CASE             PIC X(26)
001960     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

001970*----------------------------------------------------------------
001980*    THE PARTY BEING SCREENED, WHICHEVER SOURCE IT CAME FROM.
001990*----------------------------------------------------------------
002000 01  WS-SCREEN-PARTY.
002010     05  WS-SCREEN-SOURCE      PIC X(02).
002020     05  WS-SCREEN-PARTY-KEY   PIC X(10).
002030     05  WS-SCREEN-NAME        PIC X(40).
002040     05  WS-SCREEN-CITY        PIC X(30).
002050     05  WS-SCREEN-VENDOR-ID   PIC X(10).
002060     05  WS-SCREEN-CUSTOMER-NR PIC 9(10).
002070     05  WS-SCREEN-COMMON-KEY  PIC 9(10).
002080 01  WS-PARTY-KEY-NUM          PIC 9(10)  VALUE ZERO.

002090*----------------------------------------------------------------
002100*    NAME NORMALIZATION WORK AREAS.  WS-NORM-TOKENS IS LAID OUT
002110*    THE SAME AS WS-PARTY-TOKENS AND EACH WS-WT-TOKENS SO A
002120*    NORMALIZED NAME IS SAVED WITH A GROUP MOVE.
002130*----------------------------------------------------------------
002140 01  WS-NAME-WORK              PIC X(40)  VALUE SPACES.
002150 01  WS-TOKEN-BUILD            PIC X(20)  VALUE SPACES.
002160 01  WS-NORM-TOKENS.
002170     05  WS-NT-COUNT           PIC 9(04)  COMP.
002180     05  WS-NT-TOKEN OCCURS 8 TIMES.
002190         10  WS-NT-TEXT        PIC X(20).
002200         10  WS-NT-LEN         PIC 9(04)  COMP.
002210 01  WS-PARTY-TOKENS.
002220     05  WS-PT-COUNT           PIC 9(04)  COMP.
002230     05  WS-PT-TOKEN OCCURS 8 TIMES.
002240         10  WS-PT-TEXT        PIC X(20).
002250         10  WS-PT-LEN         PIC 9(04)  COMP.
002260 01  WS-PT-USED-FLAGS.
002270     05  WS-PT-USED            PIC X(01)  OCCURS 8 TIMES.

002280 01  WS-COMPARE-WORK.
002290     05  WS-SHORT-TOKEN        PIC X(20).
002300     05  WS-SHORT-LEN          PIC 9(04)  COMP.
002310     05  WS-LONG-TOKEN         PIC X(20).
002320     05  WS-LONG-LEN           PIC 9(04)  COMP.

002330*----------------------------------------------------------------
002340*    LEGAL-FORM AND FILLER WORDS THAT SAY NOTHING ABOUT WHO THE
002350*    PARTY IS.  DROPPED FROM BOTH SIDES BEFORE SCORING.
002360*----------------------------------------------------------------
002370 01  WS-NOISE-WORD-VALUES.
002380     05  FILLER                PIC X(12)  VALUE 'INC'.
002390     05  FILLER                PIC X(12)  VALUE 'INCORPORATED'.
002400     05  FILLER                PIC X(12)  VALUE 'LLC'.
002410     05  FILLER                PIC X(12)  VALUE 'LTD'.
002420     05  FILLER                PIC X(12)  VALUE 'LIMITED'.
002430     05  FILLER                PIC X(12)  VALUE 'CO'.
002440     05  FILLER                PIC X(12)  VALUE 'CORP'.
002450     05  FILLER                PIC X(12)  VALUE 'CORPORATION'.
002460     05  FILLER                PIC X(12)  VALUE 'COMPANY'.
002470     05  FILLER                PIC X(12)  VALUE 'THE'.
002480     05  FILLER                PIC X(12)  VALUE 'AND'.
002490     05  FILLER                PIC X(12)  VALUE 'OF'.
002500     05  FILLER                PIC X(12)  VALUE 'PLC'.
002510     05  FILLER                PIC X(12)  VALUE 'LLP'.
002520     05  FILLER                PIC X(12)  VALUE 'GMBH'.
002530     05  FILLER                PIC X(12)  VALUE 'SA'.
002540     05  FILLER                PIC X(12)  VALUE 'AG'.
002550     05  FILLER                PIC X(12)  VALUE 'NV'.
002560 01  WS-NOISE-WORD-TABLE REDEFINES WS-NOISE-WORD-VALUES.
002570     05  WS-NOISE-WORD         PIC X(12)  OCCURS 18 TIMES.

002580*----------------------------------------------------------------
002590*    THE WATCHLIST, NAMES ALREADY NORMALIZED, LOADED ONCE AT
002600*    START-UP.
002610*----------------------------------------------------------------
002620 01  WS-WATCH-TABLE.
002630     05  WS-WT-ENTRY OCCURS 1 TO 10000 TIMES
002640                     DEPENDING ON WS-WATCH-COUNT.
002650         10  WS-WT-ENTRY-ID     PIC X(12).
002660         10  WS-WT-NAME         PIC X(40).
002670         10  WS-WT-CITY         PIC X(30).
002680         10  WS-WT-LIST-CODE    PIC X(04).
002690         10  WS-WT-TOKENS.
002700             15  WS-WT-TOKEN-COUNT PIC 9(04) COMP.
002710             15  WS-WT-TOKEN OCCURS 8 TIMES.
002720                 20  WS-WT-TOKEN-TEXT PIC X(20).
002730                 20  WS-WT-TOKEN-LEN  PIC 9(04) COMP.

002740 01  WS-REPORT-HEADING-1.
002750     05  FILLER                 PIC X(01) VALUE SPACES.
002760     05  FILLER                 PIC X(40)
002770         VALUE 'RESTRICTED-PARTY SCREENING QUEUE - RUN '.
002780     05  QH-RUN-DATE            PIC 9(08).
002790     05  FILLER                 PIC X(22)
002800         VALUE '   MATCH THRESHOLD '.
002810     05  QH-THRESHOLD           PIC ZZ9.
002820     05  FILLER                 PIC X(18)
002830         VALUE '   WATCH ENTRIES '.
002840     05  QH-WATCH-ENTRIES       PIC ZZZ,ZZ9.

002850 01  WS-REPORT-HEADING-2.
002860     05  FILLER                 PIC X(01) VALUE SPACES.
002870     05  FILLER                 PIC X(03) VALUE 'SRC'.
002880     05  FILLER                 PIC X(11) VALUE 'PARTY KEY'.
002890     05  FILLER                 PIC X(41) VALUE 'PARTY NAME'.
002900     05  FILLER                 PIC X(13) VALUE 'WATCH ID'.
002910     05  FILLER                 PIC X(41) VALUE 'WATCHLIST NAME'.
002920     05  FILLER                 PIC X(05) VALUE 'SCORE'.
002930     05  FILLER                 PIC X(09) VALUE '   FOUND'.
002940     05  FILLER                 PIC X(08) VALUE 'STATUS'.

002950 01  WS-QUEUE-DETAIL.
002960     05  FILLER                 PIC X(01) VALUE SPACES.
002970     05  QD-SOURCE              PIC X(02).
002980     05  FILLER                 PIC X(01) VALUE SPACES.
002990     05  QD-PARTY-KEY           PIC X(10).
003000     05  FILLER                 PIC X(01) VALUE SPACES.
003010     05  QD-PARTY-NAME          PIC X(40).
003020     05  FILLER                 PIC X(01) VALUE SPACES.
003030     05  QD-WATCH-ID            PIC X(12).
003040     05  FILLER                 PIC X(01) VALUE SPACES.
003050     05  QD-WATCH-NAME          PIC X(40).
003060     05  FILLER                 PIC X(01) VALUE SPACES.
003070     05  QD-SCORE               PIC ZZ9.
003080     05  FILLER                 PIC X(02) VALUE SPACES.
003090     05  QD-FIRST-FOUND         PIC 9(08).
003100     05  FILLER                 PIC X(01) VALUE SPACES.
003110     05  QD-STATUS              PIC X(08).

003120 01  WS-COUNT-LINE.
003130     05  FILLER                 PIC X(01) VALUE SPACES.
003140     05  QC-LABEL               PIC X(30).
003150     05  QC-COUNT               PIC ZZZ,ZZ9.

003160 PROCEDURE DIVISION.
003170*---------------------------------------------------------------*
003180 0000-MAINLINE.
003190*---------------------------------------------------------------*
003193     PERFORM 9700-LOG-STEP-START
003196          THRU 9700-LOG-STEP-START-EXIT.
003200     PERFORM 1000-INITIALIZE
003210          THRU 1000-INITIALIZE-EXIT.
003220     IF WS-TABLE-FULL
003230        OR WS-WATCH-COUNT = ZERO
003240         DISPLAY 'SCRNRUN - WATCHLIST TABLE FULL OR EMPTY, '
003250                 'SCREEN INCOMPLETE - FAILING THE STEP'
003260         CLOSE VENDOR-MASTER XREF-MASTER MSEG-IN MATCH-QUEUE
003270               REPORT-OUT
003280         MOVE 16 TO RETURN-CODE
003283         PERFORM 9710-LOG-STEP-END
003286              THRU 9710-LOG-STEP-END-EXIT
003290         GOBACK
003300     END-IF.
003310     PERFORM 2000-SCREEN-VENDOR
003320          THRU 2000-SCREEN-VENDOR-EXIT
003330          UNTIL VENDOR-EOF.
003340     PERFORM 3000-SCREEN-CUSTOMER
003350          THRU 3000-SCREEN-CUSTOMER-EXIT
003360          UNTIL MSEG-EOF.
003370     MOVE ZERO TO XRFM-PARTY-ID.
003380     START XREF-MASTER KEY IS >= XRFM-PARTY-ID
003390         INVALID KEY
003400             SET XREF-EOF TO TRUE
003410         NOT INVALID KEY
003420             PERFORM 4100-READ-NEXT-XREF
003430                  THRU 4100-READ-NEXT-XREF-EXIT
003440     END-START.
003450     PERFORM 4000-SCREEN-XREF
003460          THRU 4000-SCREEN-XREF-EXIT
003470          UNTIL XREF-EOF.
003480     PERFORM 7000-REPORT-QUEUE
003490          THRU 7000-REPORT-QUEUE-EXIT.
003500     PERFORM 9000-TERMINATE
003510          THRU 9000-TERMINATE-EXIT.
003513     PERFORM 9710-LOG-STEP-END
003516          THRU 9710-LOG-STEP-END-EXIT.
003520     GOBACK.

003530*---------------------------------------------------------------*
003540 1000-INITIALIZE.
003550*---------------------------------------------------------------*
003560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003570     OPEN INPUT CONTROL-CARD-IN.
003580     READ CONTROL-CARD-IN
003590         AT END
003600             DISPLAY 'SCRNRUN - NO CONTROL CARD, MATCH THRESHOLD '
003610                     'DEFAULTS TO ' WS-MATCH-THRESHOLD
003620         NOT AT END
003630             IF CC-MATCH-THRESHOLD NUMERIC
003640                AND CC-MATCH-THRESHOLD > ZERO
003650                AND CC-MATCH-THRESHOLD NOT > 100
003660                 MOVE CC-MATCH-THRESHOLD TO WS-MATCH-THRESHOLD
003670             END-IF
003680     END-READ.
003690     CLOSE CONTROL-CARD-IN.
003700     OPEN INPUT  WATCHLIST-MASTER.
003710     PERFORM 1100-LOAD-WATCHLIST
003720          THRU 1100-LOAD-WATCHLIST-EXIT
003730          UNTIL WATCHLIST-EOF
003740             OR WS-TABLE-FULL.
003750     CLOSE WATCHLIST-MASTER.
003760     OPEN INPUT  VENDOR-MASTER
003770                 XREF-MASTER
003780                 MSEG-IN.
003790     OPEN I-O    MATCH-QUEUE.
003800     OPEN OUTPUT REPORT-OUT.
003810     MOVE WS-RUN-DATE        TO QH-RUN-DATE.
003820     MOVE WS-MATCH-THRESHOLD TO QH-THRESHOLD.
003830     MOVE WS-WATCH-COUNT     TO QH-WATCH-ENTRIES.
003840     WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
003850     WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
003860     READ VENDOR-MASTER
003870         AT END SET VENDOR-EOF TO TRUE
003880     END-READ.
003890     READ MSEG-IN
003900         AT END SET MSEG-EOF TO TRUE
003910     END-READ.
003920 1000-INITIALIZE-EXIT.
003930     EXIT.

003940*---------------------------------------------------------------*
003950*    ONE WATCHLIST ENTRY INTO THE TABLE WITH ITS NAME ALREADY    *
003960*    NORMALIZED AND ITS CITY IN UPPER CASE.                      *
003970*---------------------------------------------------------------*
003980 1100-LOAD-WATCHLIST.
003990*---------------------------------------------------------------*
004000     READ WATCHLIST-MASTER
004010         AT END
004020             SET WATCHLIST-EOF TO TRUE
004030             GO TO 1100-LOAD-WATCHLIST-EXIT
004040     END-READ.
004050     IF WS-WATCH-COUNT >= 10000
004060         SET WS-TABLE-FULL TO TRUE
004070         GO TO 1100-LOAD-WATCHLIST-EXIT
004080     END-IF.
004090     ADD 1 TO WS-WATCH-COUNT.
004100     MOVE WL-ENTRY-ID    TO WS-WT-ENTRY-ID (WS-WATCH-COUNT).
004110     MOVE WL-ENTRY-NAME  TO WS-WT-NAME (WS-WATCH-COUNT).
004120     MOVE WL-ENTRY-CITY  TO WS-WT-CITY (WS-WATCH-COUNT).
004130     INSPECT WS-WT-CITY (WS-WATCH-COUNT)
004140         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004150     MOVE WL-LIST-CODE   TO WS-WT-LIST-CODE (WS-WATCH-COUNT).
004160     MOVE WL-ENTRY-NAME  TO WS-NAME-WORK.
004170     PERFORM 5000-NORMALIZE-NAME
004180          THRU 5000-NORMALIZE-NAME-EXIT.
004190     MOVE WS-NORM-TOKENS TO WS-WT-TOKENS (WS-WATCH-COUNT).
004200     IF WS-NT-COUNT = ZERO
004210         DISPLAY 'SCRNRUN - WATCHLIST NAME HAS NO WORDS TO '
004220                 'MATCH: ' WL-ENTRY-ID
004230     END-IF.
004240 1100-LOAD-WATCHLIST-EXIT.
004250     EXIT.

004260*---------------------------------------------------------------*
004270*    VN - ONE VENDOR.  THE XREF, WHERE THE VENDOR IS ON IT,      *
004280*    GIVES THE CUSTOMER-NR AND COMMON-KEY OF THE SAME PARTY.     *
004290*---------------------------------------------------------------*
004300 2000-SCREEN-VENDOR.
004310*---------------------------------------------------------------*
004320     ADD 1 TO WS-VENDORS-SCREENED.
004330     MOVE SPACES         TO WS-SCREEN-PARTY.
004340     MOVE ZERO           TO WS-SCREEN-CUSTOMER-NR
004350                            WS-SCREEN-COMMON-KEY.
004360     MOVE 'VN'           TO WS-SCREEN-SOURCE.
004370     MOVE VEND-VENDOR-ID TO WS-SCREEN-PARTY-KEY
004380                            WS-SCREEN-VENDOR-ID.
004390     MOVE VEND-NAME      TO WS-SCREEN-NAME.
004400     MOVE 'N'            TO WS-CITY-CHECK-SW.
004410     MOVE VEND-VENDOR-ID TO XRFM-VENDOR-ID.
004420     READ XREF-MASTER KEY IS XRFM-VENDOR-ID
004430         INVALID KEY
004440             CONTINUE
004450         NOT INVALID KEY
004460             PERFORM 2100-TAKE-XREF-KEYS
004470                  THRU 2100-TAKE-XREF-KEYS-EXIT
004480     END-READ.
004490     PERFORM 6000-SCREEN-PARTY
004500          THRU 6000-SCREEN-PARTY-EXIT.
004510     READ VENDOR-MASTER
004520         AT END SET VENDOR-EOF TO TRUE
004530     END-READ.
004540 2000-SCREEN-VENDOR-EXIT.
004550     EXIT.

004560 2100-TAKE-XREF-KEYS.
004570     IF XREF-HAS-VENDOR-ID
004580         MOVE XRFM-VENDOR-ID   TO WS-SCREEN-VENDOR-ID
004590     END-IF.
004600     IF XREF-HAS-CUSTOMER-NR
004610         MOVE XRFM-CUSTOMER-NR TO WS-SCREEN-CUSTOMER-NR
004620     END-IF.
004630     IF XREF-HAS-COMMON-KEY
004640         MOVE XRFM-COMMON-KEY  TO WS-SCREEN-COMMON-KEY
004650     END-IF.
004660 2100-TAKE-XREF-KEYS-EXIT.
004670     EXIT.

004680*---------------------------------------------------------------*
004690*    CU - ONE CUSTOMER SEGMENT, SCREENED ON NAME AND CITY.       *
004700*---------------------------------------------------------------*
004710 3000-SCREEN-CUSTOMER.
004720*---------------------------------------------------------------*
004730     IF NOT SEGMENT-IS-CUSTOMER
004740         GO TO 3000-SCREEN-CUSTOMER-READ
004750     END-IF.
004760     ADD 1 TO WS-CUSTOMERS-SCREENED.
004770     MOVE SPACES         TO WS-SCREEN-PARTY.
004780     MOVE ZERO           TO WS-SCREEN-CUSTOMER-NR.
004790     MOVE 'CU'           TO WS-SCREEN-SOURCE.
004800     MOVE COMMON-KEY     TO WS-PARTY-KEY-NUM
004810                            WS-SCREEN-COMMON-KEY.
004820     MOVE WS-PARTY-KEY-NUM TO WS-SCREEN-PARTY-KEY.
004830     MOVE CUST-NAME      TO WS-SCREEN-NAME.
004840     MOVE CUST-CITY      TO WS-SCREEN-CITY.
004850     INSPECT WS-SCREEN-CITY
004860         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004870     MOVE 'Y'            TO WS-CITY-CHECK-SW.
004880     MOVE COMMON-KEY     TO XRFM-COMMON-KEY.
004890     READ XREF-MASTER KEY IS XRFM-COMMON-KEY
004900         INVALID KEY
004910             CONTINUE
004920         NOT INVALID KEY
004930             PERFORM 2100-TAKE-XREF-KEYS
004940                  THRU 2100-TAKE-XREF-KEYS-EXIT
004950     END-READ.
004960     PERFORM 6000-SCREEN-PARTY
004970          THRU 6000-SCREEN-PARTY-EXIT.
004980 3000-SCREEN-CUSTOMER-READ.
004990     READ MSEG-IN
005000         AT END SET MSEG-EOF TO TRUE
005010     END-READ.
005020 3000-SCREEN-CUSTOMER-EXIT.
005030     EXIT.

005040*---------------------------------------------------------------*
005050*    XR - ONE PARTY OFF THE CROSS-REFERENCE, READ IN PARTY-ID    *
005060*    ORDER AFTER THE VENDOR AND CUSTOMER PASSES HAVE FINISHED    *
005070*    THEIR RANDOM LOOKUPS.                                       *
005080*---------------------------------------------------------------*
005090 4000-SCREEN-XREF.
005100*---------------------------------------------------------------*
005110     ADD 1 TO WS-PARTIES-SCREENED.
005120     MOVE SPACES         TO WS-SCREEN-PARTY.
005130     MOVE ZERO           TO WS-SCREEN-CUSTOMER-NR
005140                            WS-SCREEN-COMMON-KEY.
005150     MOVE 'XR'           TO WS-SCREEN-SOURCE.
005160     MOVE XRFM-PARTY-ID  TO WS-PARTY-KEY-NUM.
005170     MOVE WS-PARTY-KEY-NUM TO WS-SCREEN-PARTY-KEY.
005180     MOVE XRFM-PARTY-NAME TO WS-SCREEN-NAME.
005190     MOVE 'N'            TO WS-CITY-CHECK-SW.
005200     PERFORM 2100-TAKE-XREF-KEYS
005210          THRU 2100-TAKE-XREF-KEYS-EXIT.
005220     PERFORM 6000-SCREEN-PARTY
005230          THRU 6000-SCREEN-PARTY-EXIT.
005240     PERFORM 4100-READ-NEXT-XREF
005250          THRU 4100-READ-NEXT-XREF-EXIT.
005260 4000-SCREEN-XREF-EXIT.
005270     EXIT.

005280 4100-READ-NEXT-XREF.
005290     READ XREF-MASTER NEXT RECORD
005300         AT END SET XREF-EOF TO TRUE
005310     END-READ.
005320 4100-READ-NEXT-XREF-EXIT.
005330     EXIT.

005340*---------------------------------------------------------------*
005350*    BREAKS WS-NAME-WORK INTO UP TO EIGHT NORMALIZED WORDS IN    *
005360*    WS-NORM-TOKENS.  PERIODS AND APOSTROPHES ARE DROPPED SO     *
005370*    THE LETTERS EITHER SIDE JOIN; ANY OTHER CHARACTER THAT IS   *
005380*    NOT A LETTER OR DIGIT ENDS THE WORD.                        *
005390*---------------------------------------------------------------*
005400 5000-NORMALIZE-NAME.
005410*---------------------------------------------------------------*
005420     INSPECT WS-NAME-WORK
005430         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
005440     MOVE SPACES TO WS-NORM-TOKENS.
005450     MOVE ZERO   TO WS-NT-COUNT
005460                    WS-TOKEN-LEN.
005470     MOVE SPACES TO WS-TOKEN-BUILD.
005480     PERFORM 5100-SCAN-ONE-CHAR
005490          THRU 5100-SCAN-ONE-CHAR-EXIT
005500          VARYING WS-CHAR-IX FROM 1 BY 1
005510          UNTIL WS-CHAR-IX > 40.
005520     PERFORM 5200-END-WORD
005530          THRU 5200-END-WORD-EXIT.
005540 5000-NORMALIZE-NAME-EXIT.
005550     EXIT.

005560 5100-SCAN-ONE-CHAR.
005570     EVALUATE TRUE
005580         WHEN WS-NAME-WORK (WS-CHAR-IX : 1) = '.'
005590           OR WS-NAME-WORK (WS-CHAR-IX : 1) = "'"
005600             CONTINUE
005610         WHEN (WS-NAME-WORK (WS-CHAR-IX : 1) >= 'A'
005620           AND WS-NAME-WORK (WS-CHAR-IX : 1) <= 'Z')
005630           OR (WS-NAME-WORK (WS-CHAR-IX : 1) >= '0'
005640           AND WS-NAME-WORK (WS-CHAR-IX : 1) <= '9')
005650             IF WS-TOKEN-LEN < 20
005660                 ADD 1 TO WS-TOKEN-LEN
005670                 MOVE WS-NAME-WORK (WS-CHAR-IX : 1)
005680                   TO WS-TOKEN-BUILD (WS-TOKEN-LEN : 1)
005690             END-IF
005700         WHEN OTHER
005710             PERFORM 5200-END-WORD
005720                  THRU 5200-END-WORD-EXIT
005730     END-EVALUATE.
005740 5100-SCAN-ONE-CHAR-EXIT.
005750     EXIT.

005760 5200-END-WORD.
005770     IF WS-TOKEN-LEN = ZERO
005780         GO TO 5200-END-WORD-EXIT
005790     END-IF.
005800     MOVE 'N' TO WS-NOISE-FOUND-SW.
005810     PERFORM 5210-CHECK-NOISE-WORD
005820          THRU 5210-CHECK-NOISE-WORD-EXIT
005830          VARYING WS-NOISE-NDX FROM 1 BY 1
005840          UNTIL WS-NOISE-NDX > 18
005850             OR WS-NOISE-FOUND.
005860     IF NOT WS-NOISE-FOUND
005870        AND WS-NT-COUNT < 8
005880         ADD 1 TO WS-NT-COUNT
005890         MOVE WS-TOKEN-BUILD TO WS-NT-TEXT (WS-NT-COUNT)
005900         MOVE WS-TOKEN-LEN   TO WS-NT-LEN (WS-NT-COUNT)
005910     END-IF.
005920     MOVE SPACES TO WS-TOKEN-BUILD.
005930     MOVE ZERO   TO WS-TOKEN-LEN.
005940 5200-END-WORD-EXIT.
005950     EXIT.

005960 5210-CHECK-NOISE-WORD.
005970     IF WS-TOKEN-BUILD = WS-NOISE-WORD (WS-NOISE-NDX)
005980         SET WS-NOISE-FOUND TO TRUE
005990     END-IF.
006000 5210-CHECK-NOISE-WORD-EXIT.
006010     EXIT.

006020*---------------------------------------------------------------*
006030*    SCORES THE PARTY IN WS-SCREEN-PARTY AGAINST EVERY ENTRY ON  *
006040*    THE WATCHLIST AND QUEUES EACH ONE AT OR OVER THE THRESHOLD. *
006050*---------------------------------------------------------------*
006060 6000-SCREEN-PARTY.
006070*---------------------------------------------------------------*
006080     MOVE WS-SCREEN-NAME TO WS-NAME-WORK.
006090     PERFORM 5000-NORMALIZE-NAME
006100          THRU 5000-NORMALIZE-NAME-EXIT.
006110     IF WS-NT-COUNT = ZERO
006120         ADD 1 TO WS-NAMES-NOT-SCREENED
006130         DISPLAY 'SCRNRUN - NAME HAS NO WORDS TO SCREEN: '
006140                 WS-SCREEN-SOURCE ' ' WS-SCREEN-PARTY-KEY
006150         GO TO 6000-SCREEN-PARTY-EXIT
006160     END-IF.
006170     MOVE WS-NORM-TOKENS TO WS-PARTY-TOKENS.
006180     PERFORM 6100-SCORE-ENTRY
006190          THRU 6100-SCORE-ENTRY-EXIT
006200          VARYING WS-WATCH-NDX FROM 1 BY 1
006210          UNTIL WS-WATCH-NDX > WS-WATCH-COUNT.
006220 6000-SCREEN-PARTY-EXIT.
006230     EXIT.

006240 6100-SCORE-ENTRY.
006250     IF WS-WT-TOKEN-COUNT (WS-WATCH-NDX) = ZERO
006260         GO TO 6100-SCORE-ENTRY-EXIT
006270     END-IF.
006280     MOVE ZERO   TO WS-TOKENS-MATCHED.
006290     MOVE SPACES TO WS-PT-USED-FLAGS.
006300     PERFORM 6110-MATCH-WATCH-WORD
006310          THRU 6110-MATCH-WATCH-WORD-EXIT
006320          VARYING WS-WTOK-IX FROM 1 BY 1
006330          UNTIL WS-WTOK-IX > WS-WT-TOKEN-COUNT (WS-WATCH-NDX).
006340     IF WS-TOKENS-MATCHED = ZERO
006350         GO TO 6100-SCORE-ENTRY-EXIT
006360     END-IF.
006370     COMPUTE WS-MATCH-SCORE ROUNDED =
006380             WS-TOKENS-MATCHED * 200
006390             / (WS-WT-TOKEN-COUNT (WS-WATCH-NDX) + WS-PT-COUNT).
006400     IF WS-CITY-CHECK
006410        AND WS-SCREEN-CITY NOT = SPACES
006420        AND WS-WT-CITY (WS-WATCH-NDX) NOT = SPACES
006430         IF WS-SCREEN-CITY = WS-WT-CITY (WS-WATCH-NDX)
006440             ADD 10 TO WS-MATCH-SCORE
006450         ELSE
006460             SUBTRACT 10 FROM WS-MATCH-SCORE
006470         END-IF
006480     END-IF.
006490     IF WS-MATCH-SCORE > 100
006500         MOVE 100 TO WS-MATCH-SCORE
006510     END-IF.
006520     IF WS-MATCH-SCORE >= WS-MATCH-THRESHOLD
006530         PERFORM 6300-QUEUE-MATCH
006540              THRU 6300-QUEUE-MATCH-EXIT
006550     END-IF.
006560 6100-SCORE-ENTRY-EXIT.
006570     EXIT.

006580*---------------------------------------------------------------*
006590*    ONE WATCHLIST WORD AGAINST THE PARTY'S WORDS.  A PARTY WORD *
006600*    IS USED UP BY THE FIRST WATCHLIST WORD IT MATCHES, SO A     *
006610*    NAME CANNOT SCORE TWICE ON ONE WORD.                        *
006620*---------------------------------------------------------------*
006630 6110-MATCH-WATCH-WORD.
006640     MOVE 'N' TO WS-TOKEN-FOUND-SW.
006650     PERFORM 6120-TRY-PARTY-WORD
006660          THRU 6120-TRY-PARTY-WORD-EXIT
006670          VARYING WS-PTOK-IX FROM 1 BY 1
006680          UNTIL WS-PTOK-IX > WS-PT-COUNT
006690             OR WS-TOKEN-FOUND.
006700     IF WS-TOKEN-FOUND
006710         ADD 1 TO WS-TOKENS-MATCHED
006720     END-IF.
006730 6110-MATCH-WATCH-WORD-EXIT.
006740     EXIT.

006750 6120-TRY-PARTY-WORD.
006760     IF WS-PT-USED (WS-PTOK-IX) = 'Y'
006770         GO TO 6120-TRY-PARTY-WORD-EXIT
006780     END-IF.
006790     IF WS-PT-LEN (WS-PTOK-IX) <
006800        WS-WT-TOKEN-LEN (WS-WATCH-NDX, WS-WTOK-IX)
006810         MOVE WS-PT-TEXT (WS-PTOK-IX)      TO WS-SHORT-TOKEN
006820         MOVE WS-PT-LEN (WS-PTOK-IX)       TO WS-SHORT-LEN
006830         MOVE WS-WT-TOKEN-TEXT (WS-WATCH-NDX, WS-WTOK-IX)
006840                                           TO WS-LONG-TOKEN
006850         MOVE WS-WT-TOKEN-LEN (WS-WATCH-NDX, WS-WTOK-IX)
006860                                           TO WS-LONG-LEN
006870     ELSE
006880         MOVE WS-WT-TOKEN-TEXT (WS-WATCH-NDX, WS-WTOK-IX)
006890                                           TO WS-SHORT-TOKEN
006900         MOVE WS-WT-TOKEN-LEN (WS-WATCH-NDX, WS-WTOK-IX)
006910                                           TO WS-SHORT-LEN
006920         MOVE WS-PT-TEXT (WS-PTOK-IX)      TO WS-LONG-TOKEN
006930         MOVE WS-PT-LEN (WS-PTOK-IX)       TO WS-LONG-LEN
006940     END-IF.
006950     PERFORM 6200-COMPARE-WORDS
006960          THRU 6200-COMPARE-WORDS-EXIT.
006970     IF WS-TOKENS-MATCH
006980         SET WS-TOKEN-FOUND TO TRUE
006990         MOVE 'Y' TO WS-PT-USED (WS-PTOK-IX)
007000     END-IF.
007010 6120-TRY-PARTY-WORD-EXIT.
007020     EXIT.

007030*---------------------------------------------------------------*
007040*    DO WS-SHORT-TOKEN AND WS-LONG-TOKEN NAME THE SAME THING?    *
007050*    EQUAL; OR FOUR LETTERS AND UP WITH ONE LETTER WRONG, OR ONE *
007060*    LETTER DROPPED; OR A TRUNCATION OF FIVE LETTERS AND UP.     *
007070*---------------------------------------------------------------*
007080 6200-COMPARE-WORDS.
007090     MOVE 'N' TO WS-TOKENS-MATCH-SW.
007100     IF WS-SHORT-TOKEN = WS-LONG-TOKEN
007110         SET WS-TOKENS-MATCH TO TRUE
007120         GO TO 6200-COMPARE-WORDS-EXIT
007130     END-IF.
007140     IF WS-SHORT-LEN < 4
007150         GO TO 6200-COMPARE-WORDS-EXIT
007160     END-IF.
007170     IF WS-SHORT-LEN >= 5
007180        AND WS-SHORT-TOKEN (1 : WS-SHORT-LEN) =
007190            WS-LONG-TOKEN (1 : WS-SHORT-LEN)
007200         SET WS-TOKENS-MATCH TO TRUE
007210         GO TO 6200-COMPARE-WORDS-EXIT
007220     END-IF.
007230     MOVE ZERO TO WS-LETTERS-DIFFERENT.
007240     EVALUATE TRUE
007250         WHEN WS-SHORT-LEN = WS-LONG-LEN
007260             PERFORM 6210-COUNT-ONE-LETTER
007270                  THRU 6210-COUNT-ONE-LETTER-EXIT
007280                  VARYING WS-SHORT-IX FROM 1 BY 1
007290                  UNTIL WS-SHORT-IX > WS-SHORT-LEN
007300                     OR WS-LETTERS-DIFFERENT > 1
007310         WHEN WS-SHORT-LEN + 1 = WS-LONG-LEN
007320             MOVE 1 TO WS-SHORT-IX
007330                       WS-LONG-IX
007340             PERFORM 6220-STEP-ONE-LETTER
007350                  THRU 6220-STEP-ONE-LETTER-EXIT
007360                  UNTIL WS-SHORT-IX > WS-SHORT-LEN
007370                     OR WS-LETTERS-DIFFERENT > 1
007380         WHEN OTHER
007390             GO TO 6200-COMPARE-WORDS-EXIT
007400     END-EVALUATE.
007410     IF WS-LETTERS-DIFFERENT NOT > 1
007420         SET WS-TOKENS-MATCH TO TRUE
007430     END-IF.
007440 6200-COMPARE-WORDS-EXIT.
007450     EXIT.

007460 6210-COUNT-ONE-LETTER.
007470     IF WS-SHORT-TOKEN (WS-SHORT-IX : 1) NOT =
007480        WS-LONG-TOKEN (WS-SHORT-IX : 1)
007490         ADD 1 TO WS-LETTERS-DIFFERENT
007500     END-IF.
007510 6210-COUNT-ONE-LETTER-EXIT.
007520     EXIT.

007530*    THE LONG WORD HAS ONE LETTER MORE - WALK BOTH, LETTING THE
007540*    LONG WORD SKIP AT MOST ONE LETTER THE SHORT ONE LACKS.
007550 6220-STEP-ONE-LETTER.
007560     IF WS-SHORT-TOKEN (WS-SHORT-IX : 1) =
007570        WS-LONG-TOKEN (WS-LONG-IX : 1)
007580         ADD 1 TO WS-SHORT-IX
007590                  WS-LONG-IX
007600     ELSE
007610         ADD 1 TO WS-LETTERS-DIFFERENT
007620                  WS-LONG-IX
007630     END-IF.
007640 6220-STEP-ONE-LETTER-EXIT.
007650     EXIT.

007660*---------------------------------------------------------------*
007670*    A MATCH AT OR OVER THE THRESHOLD.  NEW ONES GO ON THE QUEUE *
007680*    PENDING; ONE ALREADY THERE KEEPS ITS DISPOSITION BUT TAKES  *
007690*    TODAY'S SCORE, NAME AND XREF KEYS, SO A CONFIRMED BLOCK     *
007700*    FOLLOWS THE PARTY IF IT PICKS UP A VENDOR-ID OR CUSTOMER-NR *
007710*    LATER.  A CLEARED MATCH WHOSE NAME HAS CHANGED IS REOPENED. *
007720*---------------------------------------------------------------*
007730 6300-QUEUE-MATCH.
007740*---------------------------------------------------------------*
007750     ADD 1 TO WS-MATCHES-FOUND.
007760     MOVE WS-SCREEN-SOURCE    TO SQ-SOURCE.
007770     MOVE WS-SCREEN-PARTY-KEY TO SQ-PARTY-KEY.
007780     MOVE WS-WT-ENTRY-ID (WS-WATCH-NDX) TO SQ-WATCH-ID.
007790     READ MATCH-QUEUE
007800         INVALID KEY
007810             PERFORM 6310-ADD-TO-QUEUE
007820                  THRU 6310-ADD-TO-QUEUE-EXIT
007830         NOT INVALID KEY
007840             PERFORM 6320-REFRESH-QUEUE
007850                  THRU 6320-REFRESH-QUEUE-EXIT
007860     END-READ.
007870 6300-QUEUE-MATCH-EXIT.
007880     EXIT.

007890 6310-ADD-TO-QUEUE.
007900     MOVE SPACES              TO SQ-DISPOSED-BY
007910                                 SQ-DISPOSITION-NOTE.
007920     MOVE ZERO                TO SQ-DISPOSED-DATE
007930                                 SQ-DISPOSED-TIME.
007940     MOVE WS-RUN-DATE         TO SQ-FIRST-FOUND.
007950     PERFORM 6330-MOVE-MATCH-DETAIL
007960          THRU 6330-MOVE-MATCH-DETAIL-EXIT.
007970     SET SQ-PENDING TO TRUE.
007980     WRITE SCREEN-MATCH-RECORD
007990         INVALID KEY
008000             DISPLAY 'SCRNRUN - QUEUE WRITE FAILED, STATUS '
008010                     WS-SCRNQ-STATUS ': ' SQ-KEY
008020         NOT INVALID KEY
008030             ADD 1 TO WS-MATCHES-NEW
008040     END-WRITE.
008050 6310-ADD-TO-QUEUE-EXIT.
008060     EXIT.

008070 6320-REFRESH-QUEUE.
008080     IF SQ-CLEARED
008090        AND SQ-PARTY-NAME NOT = WS-SCREEN-NAME
008100         SET SQ-PENDING TO TRUE
008110         MOVE WS-RUN-DATE TO SQ-FIRST-FOUND
008120         ADD 1 TO WS-MATCHES-REOPENED
008130         DISPLAY 'SCRNRUN - CLEARED MATCH REOPENED, NAME '
008140                 'CHANGED: ' SQ-KEY
008150     END-IF.
008160     PERFORM 6330-MOVE-MATCH-DETAIL
008170          THRU 6330-MOVE-MATCH-DETAIL-EXIT.
008180     REWRITE SCREEN-MATCH-RECORD
008190         INVALID KEY
008200             DISPLAY 'SCRNRUN - QUEUE REWRITE FAILED, STATUS '
008210                     WS-SCRNQ-STATUS ': ' SQ-KEY
008220     END-REWRITE.
008230 6320-REFRESH-QUEUE-EXIT.
008240     EXIT.

008250 6330-MOVE-MATCH-DETAIL.
008260     MOVE WS-SCREEN-NAME        TO SQ-PARTY-NAME.
008270     MOVE WS-SCREEN-CITY        TO SQ-PARTY-CITY.
008280     MOVE WS-WT-NAME (WS-WATCH-NDX)      TO SQ-WATCH-NAME.
008290     MOVE WS-WT-LIST-CODE (WS-WATCH-NDX) TO SQ-WATCH-LIST-CODE.
008300     MOVE WS-MATCH-SCORE        TO SQ-MATCH-SCORE.
008310     MOVE WS-SCREEN-VENDOR-ID   TO SQ-VENDOR-ID.
008320     MOVE WS-SCREEN-CUSTOMER-NR TO SQ-CUSTOMER-NR.
008330     MOVE WS-SCREEN-COMMON-KEY  TO SQ-COMMON-KEY.
008340     MOVE WS-RUN-DATE           TO SQ-LAST-SCREENED.
008350 6330-MOVE-MATCH-DETAIL-EXIT.
008360     EXIT.

008370*---------------------------------------------------------------*
008380*    THE WHOLE QUEUE IN KEY ORDER - EVERY MATCH STILL WAITING ON *
008390*    COMPLIANCE AND EVERY CONFIRMED BLOCK.  CLEARED MATCHES ARE  *
008400*    COUNTED ONLY.                                               *
008410*---------------------------------------------------------------*
008420 7000-REPORT-QUEUE.
008430*---------------------------------------------------------------*
008440     MOVE LOW-VALUES TO SQ-KEY.
008450     START MATCH-QUEUE KEY IS >= SQ-KEY
008460         INVALID KEY
008470             SET QUEUE-EOF TO TRUE
008480         NOT INVALID KEY
008490             PERFORM 7100-READ-NEXT-MATCH
008500                  THRU 7100-READ-NEXT-MATCH-EXIT
008510     END-START.
008520     PERFORM 7200-REPORT-ONE-MATCH
008530          THRU 7200-REPORT-ONE-MATCH-EXIT
008540          UNTIL QUEUE-EOF.
008550     WRITE REPORT-LINE FROM SPACES.
008560     MOVE 'VENDORS SCREENED'        TO QC-LABEL.
008570     MOVE WS-VENDORS-SCREENED       TO QC-COUNT.
008580     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008590     MOVE 'CUSTOMERS SCREENED'      TO QC-LABEL.
008600     MOVE WS-CUSTOMERS-SCREENED     TO QC-COUNT.
008610     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008620     MOVE 'XREF PARTIES SCREENED'   TO QC-LABEL.
008630     MOVE WS-PARTIES-SCREENED       TO QC-COUNT.
008640     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008650     MOVE 'NEW MATCHES THIS RUN'    TO QC-LABEL.
008660     MOVE WS-MATCHES-NEW            TO QC-COUNT.
008670     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008680     MOVE 'CLEARED MATCHES REOPENED' TO QC-LABEL.
008690     MOVE WS-MATCHES-REOPENED       TO QC-COUNT.
008700     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008710     MOVE 'PENDING COMPLIANCE REVIEW' TO QC-LABEL.
008720     MOVE WS-QUEUE-PENDING          TO QC-COUNT.
008730     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008740     MOVE 'CONFIRMED - PARTY BLOCKED' TO QC-LABEL.
008750     MOVE WS-QUEUE-CONFIRMED        TO QC-COUNT.
008760     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008770     MOVE 'CLEARED'                 TO QC-LABEL.
008780     MOVE WS-QUEUE-CLEARED          TO QC-COUNT.
008790     WRITE REPORT-LINE FROM WS-COUNT-LINE.
008800 7000-REPORT-QUEUE-EXIT.
008810     EXIT.

008820 7100-READ-NEXT-MATCH.
008830     READ MATCH-QUEUE NEXT RECORD
008840         AT END SET QUEUE-EOF TO TRUE
008850     END-READ.
008860 7100-READ-NEXT-MATCH-EXIT.
008870     EXIT.

008880 7200-REPORT-ONE-MATCH.
008890     EVALUATE TRUE
008900         WHEN SQ-CLEARED
008910             ADD 1 TO WS-QUEUE-CLEARED
008920             GO TO 7200-REPORT-ONE-MATCH-READ
008930         WHEN SQ-CONFIRMED
008940             ADD 1 TO WS-QUEUE-CONFIRMED
008950             MOVE 'BLOCKED'  TO QD-STATUS
008960         WHEN SQ-FIRST-FOUND = WS-RUN-DATE
008970             ADD 1 TO WS-QUEUE-PENDING
008980             MOVE 'NEW'      TO QD-STATUS
008990         WHEN OTHER
009000             ADD 1 TO WS-QUEUE-PENDING
009010             MOVE 'PENDING'  TO QD-STATUS
009020     END-EVALUATE.
009030     MOVE SQ-SOURCE          TO QD-SOURCE.
009040     MOVE SQ-PARTY-KEY       TO QD-PARTY-KEY.
009050     MOVE SQ-PARTY-NAME      TO QD-PARTY-NAME.
009060     MOVE SQ-WATCH-ID        TO QD-WATCH-ID.
009070     MOVE SQ-WATCH-NAME      TO QD-WATCH-NAME.
009080     MOVE SQ-MATCH-SCORE     TO QD-SCORE.
009090     MOVE SQ-FIRST-FOUND     TO QD-FIRST-FOUND.
009100     WRITE REPORT-LINE FROM WS-QUEUE-DETAIL.
009110 7200-REPORT-ONE-MATCH-READ.
009120     PERFORM 7100-READ-NEXT-MATCH
009130          THRU 7100-READ-NEXT-MATCH-EXIT.
009140 7200-REPORT-ONE-MATCH-EXIT.
009150     EXIT.

009160*---------------------------------------------------------------*
009170 9000-TERMINATE.
009180*---------------------------------------------------------------*
009190     DISPLAY 'SCRNRUN - WATCHLIST ENTRIES...: ' WS-WATCH-COUNT.
009200     DISPLAY 'SCRNRUN - VENDORS SCREENED....: '
009210              WS-VENDORS-SCREENED.
009220     DISPLAY 'SCRNRUN - CUSTOMERS SCREENED..: '
009230              WS-CUSTOMERS-SCREENED.
009240     DISPLAY 'SCRNRUN - XREF PARTIES........: '
009250              WS-PARTIES-SCREENED.
009260     DISPLAY 'SCRNRUN - NAMES NOT SCREENED..: '
009270              WS-NAMES-NOT-SCREENED.
009280     DISPLAY 'SCRNRUN - MATCHES FOUND.......: '
009290              WS-MATCHES-FOUND.
009300     DISPLAY 'SCRNRUN - NEW MATCHES QUEUED..: '
009310              WS-MATCHES-NEW.
009320     DISPLAY 'SCRNRUN - MATCHES REOPENED....: '
009330              WS-MATCHES-REOPENED.
009340     DISPLAY 'SCRNRUN - PENDING REVIEW......: '
009350              WS-QUEUE-PENDING.
009360     DISPLAY 'SCRNRUN - CONFIRMED BLOCKS....: '
009370              WS-QUEUE-CONFIRMED.
009380     CLOSE VENDOR-MASTER XREF-MASTER MSEG-IN MATCH-QUEUE
009390           REPORT-OUT.
009400 9000-TERMINATE-EXIT.
009410     EXIT.

009420*---------------------------------------------------------------*
009430*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
009440*---------------------------------------------------------------*
009450 9700-LOG-STEP-START.
009460*---------------------------------------------------------------*
009470     MOVE SPACES            TO EXECUTION-LOG-RECORD.
009480     MOVE 'SCRNRUN'         TO EX-JOB-NAME.
009490     SET EX-STEP-START      TO TRUE.
009500     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
009510     ACCEPT EX-RUN-TIME FROM TIME.
009520     MOVE ZERO              TO EX-RECORDS-READ
009530                               EX-RECORDS-WRITTEN
009540                               EX-REJECT-COUNT
009550                               EX-COMPLETION-CODE.
009560     OPEN EXTEND EXEC-LOG-OUT.
009570     WRITE EXECUTION-LOG-RECORD.
009580     CLOSE EXEC-LOG-OUT.
009590 9700-LOG-STEP-START-EXIT.
009600     EXIT.

009610*---------------------------------------------------------------*
009620*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
009630*    ENDING WITH.                                               *
009640*---------------------------------------------------------------*
009650 9710-LOG-STEP-END.
009660*---------------------------------------------------------------*
009670     MOVE SPACES            TO EXECUTION-LOG-RECORD.
009680     MOVE 'SCRNRUN'         TO EX-JOB-NAME.
009690     SET EX-STEP-END        TO TRUE.
009700     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
009710     ACCEPT EX-RUN-TIME FROM TIME.
009720     COMPUTE EX-RECORDS-READ = WS-VENDORS-SCREENED
009730                             + WS-CUSTOMERS-SCREENED
009740                             + WS-PARTIES-SCREENED.
009750     MOVE WS-MATCHES-NEW    TO EX-RECORDS-WRITTEN.
009760     MOVE ZERO              TO EX-REJECT-COUNT.
009770     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
009780     OPEN EXTEND EXEC-LOG-OUT.
009790     WRITE EXECUTION-LOG-RECORD.
009800     CLOSE EXEC-LOG-OUT.
009810 9710-LOG-STEP-END-EXIT.
009820     EXIT.
