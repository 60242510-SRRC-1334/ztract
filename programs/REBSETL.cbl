000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    REBSETL.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - PERIOD-END SETTLEMENT OF
000210*                   CUSTOMER VOLUME REBATES AS AN ACCOUNT CREDIT,
000220*                   WITH THE REBATE STATEMENT FOR THE CUSTOMER.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000228*  2026-10-15 JLH   THE REBATE CREDIT IS DATED THE POSTING DATE
000230*                   CHECKED AGAINST THE FISCAL PERIOD CALENDAR
000232*                   AT START-UP - A CLOSED PERIOD ROLLS IT
000234*                   FORWARD OR LEAVES EVERY AGREEMENT UNSETTLED
000236*                   ON THE REJECT LOG.
000237*  2026-10-15 JLH   CREDIT WRITTEN ONLY ONCE THE AGREEMENT IS
000238*                   REWRITTEN AS SETTLED - A FAILED REWRITE GOES
000239*                   TO THE REJECT LOG WITH NO CREDIT, SO A RERUN
000240*                   CANNOT CREDIT TWICE.  THE STATEMENT SHOWS THE
000241*                   POSTING DATE THE CREDIT CARRIES.
000242*****************************************************************
000243*  REMARKS.
000250*      SETTLES EVERY UNSETTLED AGREEMENT ON THE REBATE MASTER
000260*      (COPY REBAGR) WHOSE PERIOD HAS ENDED BY THE SETTLEMENT
000270*      DATE.  THE NET VOLUME IS WORKED OUT AS REBACCR DOES, OVER
000280*      THE WHOLE PERIOD - SHIPPED VALUE OF THE PERIOD'S ORDERS,
000290*      LESS EVERY RETURN AGAINST THOSE ORDERS ON THE RETURNS
000300*      HISTORY UP TO THE SETTLEMENT DATE, SO RETURNS MADE AFTER
000310*      PERIOD END STILL COME OFF - AND RATED ON THE TIERS.
000320*
000330*      THE REBATE IS CREDITED TO THE CUSTOMER'S AC SEGMENT AS A
000340*      FIELD-ID BL MULTI-SEGMENT-CHANGE-RECORD FOR MSEGUPD,
000350*      RESOLVED THROUGH THE CROSS-REFERENCE THE SAME WAY RMAPROC
000360*      RESOLVES A RETURN CREDIT, AND THE BALANCE TABLE ROLLS
000370*      FORWARD SO TWO SETTLEMENTS FOR ONE PARTY CHAIN.  REBSETL
000380*      IS ENTERED ON THE OPERATOR AUTHORITY MASTER WITH ROLE SY.
000390*      AS WITH ACCRUAL AND RMAPROC, A BL CHANGE CARRIES THE NEW
000400*      BALANCE, SO THE RUN IS NOT SCHEDULED IN THE SAME MSEGUPD
000410*      CYCLE AS ANOTHER BL WRITER.
000420*
000430*      THE AGREEMENT IS THEN MARKED SETTLED WITH THE DATE AND
000440*      AMOUNT, SO IT IS NEVER CREDITED TWICE, AND A REBATE
000450*      STATEMENT IS PRINTED FOR THE CUSTOMER SHOWING THE TIERS,
000460*      THE VOLUMES AND THE CREDIT.  A PERIOD THAT EARNED NOTHING
000470*      IS SETTLED AT ZERO WITH NO CREDIT, BUT STILL GETS ITS
000480*      STATEMENT.  A CUSTOMER THAT RESOLVES TO NO AC SEGMENT IS
000490*      LOGGED TO THE COMMON REJECT LOG AND LEFT UNSETTLED FOR
000500*      THE NEXT RUN.  THE CONSOLE TOTALS SHOW THE ACCRUAL
000510*      RELEASED AGAINST THE AMOUNT CREDITED FOR FINANCE'S
000520*      TRUE-UP.
000530*
000540*      THE CONTROL CARD CARRIES THE SETTLEMENT DATE; WITHOUT ONE
000550*      THE RUN DATE IS USED.
000551*
000552*      THE BL CREDITS ARE DATED THE SETTLEMENT DATE, OR THE
000553*      POSTING DATE ON THE PERIOD CONTROL CARD (COPY PERCTL),
000554*      CHECKED ONCE AT START-UP AGAINST THE FISCAL PERIOD
000555*      CALENDAR (COPY FISCPER).  A CLOSED PERIOD EITHER ROLLS
000556*      THE DATE FORWARD TO THE START OF THE FIRST OPEN PERIOD
000557*      OR, BY DEFAULT, SETTLES NOTHING: EVERY AGREEMENT DUE GOES
000558*      TO THE REJECT LOG AND IS LEFT UNSETTLED FOR THE NEXT RUN.
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT REBATE-MASTER   ASSIGN TO REBMSTR
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS DYNAMIC
000680            RECORD KEY IS RB-KEY
000690            FILE STATUS IS WS-REBMSTR-STATUS.
000700     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE IS DYNAMIC
000730            RECORD KEY IS ORDER-ID
000740            ALTERNATE RECORD KEY IS CUSTOMER-NR
000750                WITH DUPLICATES
000760            FILE STATUS IS WS-ORDMSTR-STATUS.
000770     SELECT OPTIONAL
000780            RMA-HISTORY-IN  ASSIGN TO RMAHIST
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS WS-RMAHIST-STATUS.
000810     SELECT XREF-MASTER     ASSIGN TO XREFMSTR
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS RANDOM
000840            RECORD KEY IS XRFM-PARTY-ID
000850            ALTERNATE RECORD KEY IS XRFM-CUSTOMER-NR
000860                WITH DUPLICATES
000870            ALTERNATE RECORD KEY IS XRFM-VENDOR-ID
000880                WITH DUPLICATES
000890            ALTERNATE RECORD KEY IS XRFM-COMMON-KEY
000900                WITH DUPLICATES
000910            FILE STATUS IS WS-XREFMSTR-STATUS.
000920     SELECT MSEG-IN         ASSIGN TO MSEGIN
000930            ORGANIZATION IS SEQUENTIAL.
000940     SELECT MSEG-CHG-OUT    ASSIGN TO MCHGOUT
000950            ORGANIZATION IS SEQUENTIAL.
000960     SELECT STATEMENT-OUT   ASSIGN TO REBSTMT
000970            ORGANIZATION IS SEQUENTIAL.
000980     SELECT REJECT-OUT      ASSIGN TO REJOUT
000990            ORGANIZATION IS SEQUENTIAL.
000991     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000992            ORGANIZATION IS SEQUENTIAL.
000993     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000994            ORGANIZATION IS SEQUENTIAL.
000995     SELECT OPTIONAL
000996            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000997            ORGANIZATION IS SEQUENTIAL
000998            FILE STATUS IS WS-EXECLOG-STATUS.

001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CONTROL-CARD-IN
001030     LABEL RECORDS ARE STANDARD.
001040 01  CONTROL-CARD-RECORD.
001050     05  CC-SETTLE-DATE            PIC 9(08).

001060 FD  REBATE-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080 COPY REBAGR.

001090 FD  ORDER-MASTER
001100     LABEL RECORDS ARE STANDARD.
001110 COPY ORDREC.

001120 FD  RMA-HISTORY-IN
001130     LABEL RECORDS ARE STANDARD.
001140 COPY RMAREC.

001150 FD  XREF-MASTER
001160     LABEL RECORDS ARE STANDARD.
001170 COPY XREFREC REPLACING ==PARTY-XREF-RECORD==
001180                     BY ==XREF-MASTER-RECORD==
001190                        ==XREF-PARTY-ID==
001200                     BY ==XRFM-PARTY-ID==
001210                        ==XREF-PARTY-NAME==
001220                     BY ==XRFM-PARTY-NAME==
001230                        ==XREF-CUSTOMER-NR-SW==
001240                     BY ==XRFM-CUSTOMER-NR-SW==
001250                        ==XREF-CUSTOMER-NR==
001260                     BY ==XRFM-CUSTOMER-NR==
001270                        ==XREF-VENDOR-ID-SW==
001280                     BY ==XRFM-VENDOR-ID-SW==
001290                        ==XREF-VENDOR-ID==
001300                     BY ==XRFM-VENDOR-ID==
001310                        ==XREF-COMMON-KEY-SW==
001320                     BY ==XRFM-COMMON-KEY-SW==
001330                        ==XREF-COMMON-KEY==
001340                     BY ==XRFM-COMMON-KEY==
001350                        ==XREF-NETTING-SW==
001360                     BY ==XRFM-NETTING-SW==
001370                        ==XREF-NETTING-AGREED==
001380                     BY ==XRFM-NETTING-AGREED==.

001390 FD  MSEG-IN
001400     LABEL RECORDS ARE STANDARD.
001410 COPY MSEGREC.

001420 FD  MSEG-CHG-OUT
001430     LABEL RECORDS ARE STANDARD.
001440 COPY MSEGCHG.

001450 FD  STATEMENT-OUT
001460     LABEL RECORDS ARE STANDARD.
001470 01  STATEMENT-LINE            PIC X(132).

001480 FD  REJECT-OUT
001490     LABEL RECORDS ARE STANDARD.
001500 COPY REJCREC.

001501 FD  PERIOD-CONTROL-IN
001502     LABEL RECORDS ARE STANDARD.
001503 COPY PERCTL.

001504 FD  PERIOD-CALENDAR
001505     LABEL RECORDS ARE STANDARD.
001506 COPY FISCPER.

001507 FD  EXEC-LOG-OUT
001508     LABEL RECORDS ARE STANDARD.
001509 COPY EXECLOG.

001510 WORKING-STORAGE SECTION.
001520 01  WS-REBMSTR-STATUS         PIC X(02)  VALUE SPACES.
001530 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001540 01  WS-RMAHIST-STATUS         PIC X(02)  VALUE SPACES.
001550 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001555 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001560 01  WS-SWITCHES.
001570     05  WS-REBATE-EOF         PIC X(01)  VALUE 'N'.
001580         88  REBATE-EOF                   VALUE 'Y'.
001590     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
001600         88  ORDER-EOF                    VALUE 'Y'.
001610     05  WS-RMA-EOF            PIC X(01)  VALUE 'N'.
001620         88  RMA-EOF                      VALUE 'Y'.
001630     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
001640         88  MSEG-EOF                     VALUE 'Y'.
001650     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001660         88  WS-TABLE-FULL                VALUE 'Y'.
001670     05  WS-ENTRY-FOUND-SW     PIC X(01)  VALUE 'N'.
001680         88  WS-ENTRY-FOUND               VALUE 'Y'.
001690     05  WS-LINE-FOUND-SW      PIC X(01)  VALUE 'N'.
001700         88  WS-LINE-FOUND                VALUE 'Y'.
001710     05  WS-ACCT-FOUND-SW      PIC X(01)  VALUE 'N'.
001720         88  WS-ACCT-FOUND                VALUE 'Y'.

001730 01  WS-COUNTERS                          COMP.
001740     05  WS-AGREEMENTS-READ    PIC 9(09)  VALUE ZERO.
001750     05  WS-AGREEMENTS-SETTLED PIC 9(09)  VALUE ZERO.
001760     05  WS-AGREEMENTS-REJECTED PIC 9(09) VALUE ZERO.
001770     05  WS-CREDITS-WRITTEN    PIC 9(09)  VALUE ZERO.
001780     05  WS-ORDERS-READ        PIC 9(09)  VALUE ZERO.
001790     05  WS-ORDERS-COUNTED     PIC 9(09)  VALUE ZERO.
001800     05  WS-RETURNS-READ       PIC 9(09)  VALUE ZERO.
001810     05  WS-RETURNS-COUNTED    PIC 9(09)  VALUE ZERO.
001820     05  WS-RETURNS-NO-ORDER   PIC 9(09)  VALUE ZERO.
001830     05  WS-RA-COUNT           PIC 9(05)  VALUE ZERO.
001840     05  WS-RA-NDX             PIC 9(05)  VALUE ZERO.
001850     05  WS-LINE-IX            PIC 9(03)  VALUE ZERO.
001860     05  WS-TIER-IX            PIC 9(03)  VALUE ZERO.
001870     05  WS-NEXT-TIER-IX       PIC 9(03)  VALUE ZERO.
001880     05  WS-TIER-REACHED       PIC 9(03)  VALUE ZERO.
001890     05  WS-ACCT-COUNT         PIC 9(09)  VALUE ZERO.
001900     05  WS-ACCT-NDX           PIC 9(09)  VALUE ZERO.

001910 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001920 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001930 01  WS-SETTLE-DATE            PIC 9(08)  VALUE ZERO.
001940 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001950 01  WS-REJECT-KEY.
001960     05  WS-RK-CUSTOMER-NR     PIC X(10).
001970     05  FILLER                PIC X(01)  VALUE '/'.
001980     05  WS-RK-PERIOD-FROM     PIC X(08).
001990 01  WS-MATCH-CUSTOMER-NR      PIC 9(10)  VALUE ZERO.
002000 01  WS-MATCH-DATE             PIC 9(08)  VALUE ZERO.
002010 01  WS-PARTY-COMMON-KEY       PIC 9(10)  VALUE ZERO.
002020 01  WS-PARTY-NAME             PIC X(40)  VALUE SPACES.
002030 01  WS-ORDER-SHIPPED          PIC S9(11)V99 COMP-3 VALUE ZERO.
002040 01  WS-RETURN-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
002050 01  WS-NET-VOLUME             PIC S9(13)V99 COMP-3 VALUE ZERO.
002060 01  WS-BAND-TOP               PIC S9(13)V99 COMP-3 VALUE ZERO.
002070 01  WS-RATE-REACHED           PIC 9(02)V99 VALUE ZERO.
002080 01  WS-EARNED                 PIC S9(11)V99 COMP-3 VALUE ZERO.
002090 01  WS-NEW-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
002100 01  WS-TOTAL-RELEASED         PIC S9(13)V99 COMP-3 VALUE ZERO.
002110 01  WS-TOTAL-CREDITED         PIC S9(13)V99 COMP-3 VALUE ZERO.
002120 01  WS-TOTAL-TRUE-UP          PIC S9(13)V99 COMP-3 VALUE ZERO.

002121*----------------------------------------------------------------
002122*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
002123*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
002124*    CARD (COPY PERCTL).
002125*----------------------------------------------------------------
002126 01  WS-PERIOD-TABLE.
002127     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
002128                     DEPENDING ON WS-FP-COUNT.
002129         10  WS-FP-PERIOD-ID    PIC 9(06).
002130         10  WS-FP-START-DATE   PIC 9(08).
002131         10  WS-FP-END-DATE     PIC 9(08).
002132         10  WS-FP-STATUS       PIC X(01).
002133             88  WS-FP-OPEN               VALUE 'O'.
002134             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

002135 01  WS-PERIOD-FIELDS.
002136     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
002137     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
002138     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
002139     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
002140     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
002141     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
002142     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
002143         88  WS-ROLL-FORWARD             VALUE 'F'.
002144     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
002145         88  WS-FINANCE-RUN              VALUE 'Y'.
002146     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
002147         88  PERCAL-EOF                  VALUE 'Y'.
002148     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
002149         88  WS-CALENDAR-BAD             VALUE 'Y'.
002150     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
002151         88  WS-PERIOD-FOUND             VALUE 'Y'.
002152     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
002153         88  WS-PERIOD-POST              VALUE 'P'.
002154         88  WS-PERIOD-ROLLED            VALUE 'F'.
002155         88  WS-PERIOD-REJECT            VALUE 'R'.

002156*----------------------------------------------------------------
002157*    ONE ENTRY PER AGREEMENT BEING SETTLED.  THE CUTOFF FOR THE
002158*    ORDERS IS THE PERIOD END.
002160*----------------------------------------------------------------
002170 01  WS-REBATE-TABLE.
002180     05  WS-RA-ENTRY OCCURS 1 TO 2000 TIMES
002190                     DEPENDING ON WS-RA-COUNT.
002200         10  WS-RA-KEY.
002210             15  WS-RA-CUSTOMER-NR  PIC 9(10).
002220             15  WS-RA-PERIOD-FROM  PIC 9(08).
002230         10  WS-RA-CUTOFF           PIC 9(08).
002240         10  WS-RA-SHIPPED          PIC S9(13)V99 COMP-3.
002250         10  WS-RA-RETURNED         PIC S9(13)V99 COMP-3.

002260*----------------------------------------------------------------
002270*    EVERY AC SEGMENT OFF THE MULTI-SEGMENT FILE, KEYED BY
002280*    COMMON-KEY, ROLLED FORWARD AS CREDITS POST.
002290*----------------------------------------------------------------
002300 01  WS-ACCT-TABLE.
002310     05  WS-AC-ENTRY OCCURS 1 TO 20000 TIMES
002320                     DEPENDING ON WS-ACCT-COUNT.
002330         10  WS-AC-COMMON-KEY   PIC 9(10).
002340         10  WS-AC-BALANCE      PIC S9(11)V99 COMP-3.

002350 01  WS-STMT-RULE               PIC X(132) VALUE ALL '-'.
002360 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.

002370 01  WS-STMT-HEADING-1.
002380     05  FILLER                 PIC X(01) VALUE SPACES.
002390     05  FILLER                 PIC X(40)
002400         VALUE 'VOLUME REBATE STATEMENT'.
002410     05  FILLER                 PIC X(15) VALUE 'STATEMENT DATE '.
002420     05  SH-SETTLE-DATE         PIC 9(08).

002430 01  WS-STMT-HEADING-2.
002440     05  FILLER                 PIC X(01) VALUE SPACES.
002450     05  FILLER                 PIC X(09) VALUE 'CUSTOMER '.
002460     05  SH-CUSTOMER-NR         PIC 9(10).
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  SH-PARTY-NAME          PIC X(40).

002490 01  WS-STMT-HEADING-3.
002500     05  FILLER                 PIC X(01) VALUE SPACES.
002510     05  FILLER                 PIC X(10) VALUE 'AGREEMENT '.
002520     05  SH-AGREEMENT-REF       PIC X(12).
002530     05  FILLER                 PIC X(10) VALUE '  PERIOD '.
002540     05  SH-PERIOD-FROM         PIC 9(08).
002550     05  FILLER                 PIC X(04) VALUE ' TO '.
002560     05  SH-PERIOD-TO           PIC 9(08).

002570 01  WS-STMT-TIER-HEADING.
002580     05  FILLER                 PIC X(03) VALUE SPACES.
002590     05  FILLER                 PIC X(06) VALUE 'TIER'.
002600     05  FILLER                 PIC X(16) VALUE '    VOLUME FROM'.
002610     05  FILLER                 PIC X(10) VALUE '  REBATE %'.
002620     05  ST-METHOD              PIC X(40).

002630 01  WS-STMT-TIER-LINE.
002640     05  FILLER                 PIC X(03) VALUE SPACES.
002650     05  ST-TIER-NR             PIC Z9.
002660     05  FILLER                 PIC X(04) VALUE SPACES.
002670     05  ST-TIER-FROM           PIC ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER                 PIC X(05) VALUE SPACES.
002690     05  ST-TIER-PCT            PIC Z9.99.
002700     05  FILLER                 PIC X(03) VALUE SPACES.
002710     05  ST-REACHED             PIC X(20).

002720 01  WS-STMT-AMOUNT-LINE.
002730     05  FILLER                 PIC X(01) VALUE SPACES.
002740     05  SA-LABEL               PIC X(40).
002750     05  SA-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

002760 01  WS-STMT-NOTE-LINE.
002770     05  FILLER                 PIC X(01) VALUE SPACES.
002780     05  SN-NOTE                PIC X(40).
002790     05  SN-DATE                PIC 9(08).

002800 PROCEDURE DIVISION.
002810*---------------------------------------------------------------*
002820 0000-MAINLINE.
002830*---------------------------------------------------------------*
002833     PERFORM 9700-LOG-STEP-START
002836          THRU 9700-LOG-STEP-START-EXIT.
002840     PERFORM 1000-INITIALIZE
002850          THRU 1000-INITIALIZE-EXIT.
002860     IF WS-TABLE-FULL
002870         DISPLAY 'REBSETL - REBATE OR AC SEGMENT TABLE FULL, '
002880                 'SETTLEMENT INCOMPLETE - FAILING THE STEP'
002890         CLOSE REBATE-MASTER ORDER-MASTER XREF-MASTER
002900               MSEG-CHG-OUT STATEMENT-OUT REJECT-OUT
002910         MOVE 16 TO RETURN-CODE
002913         PERFORM 9710-LOG-STEP-END
002916              THRU 9710-LOG-STEP-END-EXIT
002920         GOBACK
002930     END-IF.
002940     PERFORM 2000-ACCUMULATE-ORDER
002950          THRU 2000-ACCUMULATE-ORDER-EXIT
002960          UNTIL ORDER-EOF.
002970     OPEN INPUT RMA-HISTORY-IN.
002980     IF WS-RMAHIST-STATUS = '00'
002990         READ RMA-HISTORY-IN
003000             AT END SET RMA-EOF TO TRUE
003010         END-READ
003020         PERFORM 3000-NET-RETURN
003030              THRU 3000-NET-RETURN-EXIT
003040              UNTIL RMA-EOF
003050     END-IF.
003060     CLOSE RMA-HISTORY-IN.
003070     PERFORM 4000-SETTLE-AGREEMENT
003080          THRU 4000-SETTLE-AGREEMENT-EXIT
003090          VARYING WS-RA-NDX FROM 1 BY 1
003100          UNTIL WS-RA-NDX > WS-RA-COUNT.
003110     PERFORM 9000-TERMINATE
003120          THRU 9000-TERMINATE-EXIT.
003123     PERFORM 9710-LOG-STEP-END
003126          THRU 9710-LOG-STEP-END-EXIT.
003130     GOBACK.

003140*---------------------------------------------------------------*
003150 1000-INITIALIZE.
003160*---------------------------------------------------------------*
003170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003180     ACCEPT WS-RUN-TIME FROM TIME.
003181     PERFORM 1500-LOAD-PERIOD-CALENDAR
003182          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
003183     IF WS-CALENDAR-BAD
003184         DISPLAY 'REBSETL - PERIOD CALENDAR UNUSABLE - '
003185                 'FAILING THE STEP'
003186         MOVE 16 TO RETURN-CODE
003187         PERFORM 9710-LOG-STEP-END
003188              THRU 9710-LOG-STEP-END-EXIT
003189         GOBACK
003190     END-IF.
003191     MOVE WS-RUN-DATE TO WS-SETTLE-DATE.
003200     OPEN INPUT CONTROL-CARD-IN.
003210     READ CONTROL-CARD-IN
003220         AT END
003230             DISPLAY 'REBSETL - NO CONTROL CARD, SETTLING AS OF '
003240                     'THE RUN DATE'
003250         NOT AT END
003260             MOVE CC-SETTLE-DATE TO WS-SETTLE-DATE
003270     END-READ.
003280     CLOSE CONTROL-CARD-IN.
003283     PERFORM 1600-SET-POSTING-DATE
003286          THRU 1600-SET-POSTING-DATE-EXIT.
003290     OPEN I-O    REBATE-MASTER
003300          INPUT  ORDER-MASTER
003310                 XREF-MASTER
003320                 MSEG-IN
003330          OUTPUT MSEG-CHG-OUT
003340                 STATEMENT-OUT
003350                 REJECT-OUT.
003360     PERFORM 1100-LOAD-AGREEMENT
003370          THRU 1100-LOAD-AGREEMENT-EXIT
003380          UNTIL REBATE-EOF
003390             OR WS-TABLE-FULL.
003400     PERFORM 1200-LOAD-ACCT-TABLE
003410          THRU 1200-LOAD-ACCT-TABLE-EXIT
003420          UNTIL MSEG-EOF
003430             OR WS-TABLE-FULL.
003440     CLOSE MSEG-IN.
003450     READ ORDER-MASTER NEXT
003460         AT END SET ORDER-EOF TO TRUE
003470     END-READ.
003480 1000-INITIALIZE-EXIT.
003490     EXIT.

003491*---------------------------------------------------------------*
003492*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
003493*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
003494*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
003495*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
003496*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
003497*---------------------------------------------------------------*
003498 1500-LOAD-PERIOD-CALENDAR.
003499*---------------------------------------------------------------*
003500     OPEN INPUT PERIOD-CONTROL-IN.
003501     READ PERIOD-CONTROL-IN
003502         AT END
003503             DISPLAY 'REBSETL - NO PERIOD CONTROL CARD, CLOSED-'
003504                     'PERIOD POSTINGS WILL BE REJECTED'
003505         NOT AT END
003506             PERFORM 1520-TAKE-PERIOD-CARD
003507                  THRU 1520-TAKE-PERIOD-CARD-EXIT
003508     END-READ.
003509     CLOSE PERIOD-CONTROL-IN.
003510     OPEN INPUT PERIOD-CALENDAR.
003511     PERFORM 1510-LOAD-PERIOD-ENTRY
003512          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
003513          UNTIL PERCAL-EOF
003514             OR WS-CALENDAR-BAD.
003515     CLOSE PERIOD-CALENDAR.
003516     IF WS-FP-COUNT = ZERO
003517         DISPLAY 'REBSETL - PERIOD CALENDAR IS EMPTY'
003518         SET WS-CALENDAR-BAD TO TRUE
003519     END-IF.
003520 1500-LOAD-PERIOD-CALENDAR-EXIT.
003521     EXIT.

003522 1510-LOAD-PERIOD-ENTRY.
003523     READ PERIOD-CALENDAR
003524         AT END
003525             SET PERCAL-EOF TO TRUE
003526             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003527     END-READ.
003528     IF WS-FP-COUNT NOT < 240
003529         DISPLAY 'REBSETL - PERIOD TABLE FULL AT PERIOD '
003530                 FP-PERIOD-ID
003531         SET WS-CALENDAR-BAD TO TRUE
003532         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003533     END-IF.
003534     IF FP-START-DATE NOT NUMERIC
003535        OR FP-END-DATE NOT NUMERIC
003536        OR FP-END-DATE < FP-START-DATE
003537         DISPLAY 'REBSETL - PERIOD ' FP-PERIOD-ID
003538                 ' HAS UNUSABLE DATES'
003539         SET WS-CALENDAR-BAD TO TRUE
003540         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003541     END-IF.
003542     IF WS-FP-COUNT > ZERO
003543        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
003544         DISPLAY 'REBSETL - PERIOD ' FP-PERIOD-ID
003545                 ' OVERLAPS OR IS OUT OF SEQUENCE'
003546         SET WS-CALENDAR-BAD TO TRUE
003547         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003548     END-IF.
003549     ADD 1 TO WS-FP-COUNT.
003550     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
003551     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
003552     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
003553     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
003554 1510-LOAD-PERIOD-ENTRY-EXIT.
003555     EXIT.

003556 1520-TAKE-PERIOD-CARD.
003557     IF PC-ROLL-FORWARD
003558         MOVE 'F' TO WS-CLOSED-ACTION
003559     ELSE
003560         IF NOT PC-REJECT-POSTING
003561             DISPLAY 'REBSETL - CLOSED-PERIOD ACTION '
003562                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
003563         END-IF
003564     END-IF.
003565     IF PC-FINANCE-RUN
003566         MOVE 'Y' TO WS-FINANCE-SW
003567     END-IF.
003568     IF PC-POSTING-DATE NUMERIC
003569         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
003570     END-IF.
003571 1520-TAKE-PERIOD-CARD-EXIT.
003572     EXIT.

003573*---------------------------------------------------------------*
003574*    EVERY CREDIT THIS RUN MAKES CARRIES ONE DATE - THE         *
003575*    SETTLEMENT DATE, OR THE PERIOD CARD'S POSTING DATE WHEN    *
003576*    IT GIVES ONE - SO THE PERIOD IS DECIDED ONCE, HERE.  WHEN  *
003577*    IT COMES BACK REJECTED, NO AGREEMENT IS SETTLED.           *
003578*---------------------------------------------------------------*
003579 1600-SET-POSTING-DATE.
003580*---------------------------------------------------------------*
003581     MOVE WS-SETTLE-DATE TO WS-POSTING-DATE.
003582     IF WS-CARD-POSTING-DATE > ZERO
003583         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
003584     END-IF.
003585     DISPLAY 'REBSETL - POSTING DATE REQUESTED....: '
003586              WS-POSTING-DATE.
003587     PERFORM 8500-CHECK-POSTING-PERIOD
003588          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
003589     EVALUATE TRUE
003590         WHEN WS-PERIOD-POST
003591             DISPLAY 'REBSETL - POSTING INTO PERIOD.......: '
003592                      WS-POSTING-PERIOD
003593         WHEN WS-PERIOD-ROLLED
003594             DISPLAY 'REBSETL - PERIOD CLOSED, ROLLED TO..: '
003595                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
003596         WHEN OTHER
003597             DISPLAY 'REBSETL - NO AGREEMENT SETTLED......: '
003598                      WS-PERIOD-REASON
003599     END-EVALUATE.
003600 1600-SET-POSTING-DATE-EXIT.
003601     EXIT.

003602*---------------------------------------------------------------*
003603*    EVERY UNSETTLED AGREEMENT WHOSE PERIOD HAS ENDED.  A FULL   *
003604*    TABLE FAILS THE STEP, THE SAME AS ORDLOAD.                  *
003605*---------------------------------------------------------------*
003606 1100-LOAD-AGREEMENT.
003607*---------------------------------------------------------------*
003608     READ REBATE-MASTER NEXT
003609         AT END
003610             SET REBATE-EOF TO TRUE
003611             GO TO 1100-LOAD-AGREEMENT-EXIT
003612     END-READ.
003613     ADD 1 TO WS-AGREEMENTS-READ.
003620     IF RB-SETTLED
003630        OR RB-PERIOD-TO > WS-SETTLE-DATE
003640         GO TO 1100-LOAD-AGREEMENT-EXIT
003650     END-IF.
003660     IF WS-RA-COUNT NOT < 2000
003670         SET WS-TABLE-FULL TO TRUE
003680         GO TO 1100-LOAD-AGREEMENT-EXIT
003690     END-IF.
003700     ADD 1 TO WS-RA-COUNT.
003710     MOVE RB-CUSTOMER-NR TO WS-RA-CUSTOMER-NR (WS-RA-COUNT).
003720     MOVE RB-PERIOD-FROM TO WS-RA-PERIOD-FROM (WS-RA-COUNT).
003730     MOVE RB-PERIOD-TO   TO WS-RA-CUTOFF (WS-RA-COUNT).
003740     MOVE ZERO TO WS-RA-SHIPPED (WS-RA-COUNT)
003750                  WS-RA-RETURNED (WS-RA-COUNT).
003760 1100-LOAD-AGREEMENT-EXIT.
003770     EXIT.

003780*---------------------------------------------------------------*
003790*    ONE BALANCE TABLE ENTRY PER AC SEGMENT, LOADED AS RMAPROC  *
003800*    LOADS IT.                                                  *
003810*---------------------------------------------------------------*
003820 1200-LOAD-ACCT-TABLE.
003830*---------------------------------------------------------------*
003840     READ MSEG-IN
003850         AT END SET MSEG-EOF TO TRUE
003860         NOT AT END
003870             IF SEGMENT-IS-ACCOUNT
003880                 IF WS-ACCT-COUNT >= 20000
003890                     SET WS-TABLE-FULL TO TRUE
003900                 ELSE
003910                     ADD 1 TO WS-ACCT-COUNT
003920                     MOVE COMMON-KEY
003930                       TO WS-AC-COMMON-KEY (WS-ACCT-COUNT)
003940                     MOVE ACCT-BALANCE
003950                       TO WS-AC-BALANCE (WS-ACCT-COUNT)
003960                 END-IF
003970             END-IF
003980     END-READ.
003990 1200-LOAD-ACCT-TABLE-EXIT.
004000     EXIT.

004010*---------------------------------------------------------------*
004020*    SHIPPED VALUE OF A NON-CANCELLED ORDER INSIDE AN            *
004030*    AGREEMENT'S PERIOD GOES TO THAT AGREEMENT.                  *
004040*---------------------------------------------------------------*
004050 2000-ACCUMULATE-ORDER.
004060*---------------------------------------------------------------*
004070     ADD 1 TO WS-ORDERS-READ.
004080     IF ORD-CANCELLED
004090         GO TO 2000-ACCUMULATE-ORDER-READ
004100     END-IF.
004110     MOVE CUSTOMER-NR TO WS-MATCH-CUSTOMER-NR.
004120     MOVE ORDER-DATE  TO WS-MATCH-DATE.
004130     PERFORM 5100-FIND-AGREEMENT
004140          THRU 5100-FIND-AGREEMENT-EXIT.
004150     IF NOT WS-ENTRY-FOUND
004160         GO TO 2000-ACCUMULATE-ORDER-READ
004170     END-IF.
004180     ADD 1 TO WS-ORDERS-COUNTED.
004190     MOVE ZERO TO WS-ORDER-SHIPPED.
004200     PERFORM 2010-ADD-LINE-SHIPPED
004210          THRU 2010-ADD-LINE-SHIPPED-EXIT
004220          VARYING WS-LINE-IX FROM 1 BY 1
004230          UNTIL WS-LINE-IX > LINE-COUNT.
004240     ADD WS-ORDER-SHIPPED TO WS-RA-SHIPPED (WS-RA-NDX).
004250 2000-ACCUMULATE-ORDER-READ.
004260     READ ORDER-MASTER NEXT
004270         AT END SET ORDER-EOF TO TRUE
004280     END-READ.
004290 2000-ACCUMULATE-ORDER-EXIT.
004300     EXIT.

004310 2010-ADD-LINE-SHIPPED.
004320     COMPUTE WS-ORDER-SHIPPED = WS-ORDER-SHIPPED
004330             + LINE-SHIPPED-QTY (WS-LINE-IX)
004340             * LINE-PRICE (WS-LINE-IX).
004350 2010-ADD-LINE-SHIPPED-EXIT.
004360     EXIT.

004370*---------------------------------------------------------------*
004380*    A RETURN BY THE SETTLEMENT DATE AGAINST AN ORDER THAT       *
004390*    COUNTED TOWARD AN AGREEMENT COMES OFF THAT AGREEMENT'S      *
004400*    VOLUME AT THE LINE PRICE.                                   *
004410*---------------------------------------------------------------*
004420 3000-NET-RETURN.
004430*---------------------------------------------------------------*
004440     ADD 1 TO WS-RETURNS-READ.
004450     IF RMA-RETURN-DATE > WS-SETTLE-DATE
004460         GO TO 3000-NET-RETURN-READ
004470     END-IF.
004480     MOVE RMA-ORDER-ID TO ORDER-ID.
004490     READ ORDER-MASTER
004500         INVALID KEY
004510             ADD 1 TO WS-RETURNS-NO-ORDER
004520             GO TO 3000-NET-RETURN-READ
004530     END-READ.
004540     IF ORD-CANCELLED
004550         GO TO 3000-NET-RETURN-READ
004560     END-IF.
004570     MOVE CUSTOMER-NR TO WS-MATCH-CUSTOMER-NR.
004580     MOVE ORDER-DATE  TO WS-MATCH-DATE.
004590     PERFORM 5100-FIND-AGREEMENT
004600          THRU 5100-FIND-AGREEMENT-EXIT.
004610     IF NOT WS-ENTRY-FOUND
004620         GO TO 3000-NET-RETURN-READ
004630     END-IF.
004640     MOVE 'N' TO WS-LINE-FOUND-SW.
004650     PERFORM 3010-SCAN-ONE-LINE
004660          THRU 3010-SCAN-ONE-LINE-EXIT
004670          VARYING WS-LINE-IX FROM 1 BY 1
004680          UNTIL WS-LINE-IX > LINE-COUNT
004690             OR WS-LINE-FOUND.
004700*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004710*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004720     IF NOT WS-LINE-FOUND
004730         ADD 1 TO WS-RETURNS-NO-ORDER
004740         GO TO 3000-NET-RETURN-READ
004750     END-IF.
004760     SUBTRACT 1 FROM WS-LINE-IX.
004770     COMPUTE WS-RETURN-VALUE =
004780             RMA-QTY * LINE-PRICE (WS-LINE-IX).
004790     ADD WS-RETURN-VALUE TO WS-RA-RETURNED (WS-RA-NDX).
004800     ADD 1 TO WS-RETURNS-COUNTED.
004810 3000-NET-RETURN-READ.
004820     READ RMA-HISTORY-IN
004830         AT END SET RMA-EOF TO TRUE
004840     END-READ.
004850 3000-NET-RETURN-EXIT.
004860     EXIT.

004870 3010-SCAN-ONE-LINE.
004880     IF LINE-ITEM-NR (WS-LINE-IX) = RMA-LINE-ITEM-NR
004890         SET WS-LINE-FOUND TO TRUE
004900     END-IF.
004910 3010-SCAN-ONE-LINE-EXIT.
004920     EXIT.

004930*---------------------------------------------------------------*
004940*    RATE THE PERIOD'S NET VOLUME, CREDIT THE ACCOUNT, MARK THE  *
004950*    AGREEMENT SETTLED, AND PRINT THE STATEMENT.  WITH THE       *
004955*    POSTING PERIOD REJECTED IT IS LEFT UNSETTLED INSTEAD.       *
004960*---------------------------------------------------------------*
004970 4000-SETTLE-AGREEMENT.
004980*---------------------------------------------------------------*
004990     MOVE WS-RA-KEY (WS-RA-NDX) TO RB-KEY.
005000     READ REBATE-MASTER
005010         INVALID KEY
005020             DISPLAY 'REBSETL - AGREEMENT GONE FROM MASTER: '
005030                     WS-RA-CUSTOMER-NR (WS-RA-NDX) ' '
005040                     WS-RA-PERIOD-FROM (WS-RA-NDX)
005050             GO TO 4000-SETTLE-AGREEMENT-EXIT
005060     END-READ.
005061     IF WS-PERIOD-REJECT
005062         MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
005063         PERFORM 8010-LOG-REJECT
005064              THRU 8010-LOG-REJECT-EXIT
005065         GO TO 4000-SETTLE-AGREEMENT-EXIT
005066     END-IF.
005070     PERFORM 4100-FIND-ACCOUNT
005080          THRU 4100-FIND-ACCOUNT-EXIT.
005090     IF NOT WS-ACCT-FOUND
005100         MOVE 'NO AC SEGMENT FOR CUSTOMER' TO WS-REJECT-REASON
005110         PERFORM 8010-LOG-REJECT
005120              THRU 8010-LOG-REJECT-EXIT
005130         GO TO 4000-SETTLE-AGREEMENT-EXIT
005140     END-IF.
005150     COMPUTE WS-NET-VOLUME = WS-RA-SHIPPED (WS-RA-NDX)
005160                           - WS-RA-RETURNED (WS-RA-NDX).
005170     PERFORM 5000-COMPUTE-REBATE
005180          THRU 5000-COMPUTE-REBATE-EXIT.
005250     MOVE 'Y'              TO RB-SETTLED-SW.
005260     MOVE WS-SETTLE-DATE   TO RB-SETTLED-DATE.
005270     MOVE WS-EARNED        TO RB-SETTLED-AMOUNT.
005280     REWRITE REBATE-AGREEMENT-RECORD
005290         INVALID KEY
005300             MOVE 'REBATE MASTER REWRITE FAILED'
005310               TO WS-REJECT-REASON
005312             PERFORM 8010-LOG-REJECT
005314                  THRU 8010-LOG-REJECT-EXIT
005316             GO TO 4000-SETTLE-AGREEMENT-EXIT
005320         NOT INVALID KEY
005330             ADD 1 TO WS-AGREEMENTS-SETTLED
005332             IF WS-EARNED > ZERO
005334                 PERFORM 4200-CREDIT-ACCOUNT
005336                      THRU 4200-CREDIT-ACCOUNT-EXIT
005338             END-IF
005340     END-REWRITE.
005343     ADD RB-ACCRUED-AMOUNT TO WS-TOTAL-RELEASED.
005346     ADD WS-EARNED         TO WS-TOTAL-CREDITED.
005350     PERFORM 6000-PRINT-STATEMENT
005360          THRU 6000-PRINT-STATEMENT-EXIT.
005370 4000-SETTLE-AGREEMENT-EXIT.
005380     EXIT.

005390*---------------------------------------------------------------*
005400*    THE CUSTOMER RESOLVES THROUGH THE CROSS-REFERENCE TO ITS    *
005410*    COMMON-KEY AND FROM THERE TO ITS AC TABLE ENTRY.            *
005420*---------------------------------------------------------------*
005430 4100-FIND-ACCOUNT.
005440*---------------------------------------------------------------*
005450     MOVE 'N'    TO WS-ACCT-FOUND-SW.
005460     MOVE ZERO   TO WS-PARTY-COMMON-KEY.
005470     MOVE SPACES TO WS-PARTY-NAME.
005480     MOVE RB-CUSTOMER-NR TO XRFM-CUSTOMER-NR.
005490     READ XREF-MASTER KEY IS XRFM-CUSTOMER-NR
005500         INVALID KEY
005510             GO TO 4100-FIND-ACCOUNT-EXIT
005520     END-READ.
005530     MOVE XRFM-PARTY-NAME TO WS-PARTY-NAME.
005540     IF NOT XREF-HAS-COMMON-KEY
005550         GO TO 4100-FIND-ACCOUNT-EXIT
005560     END-IF.
005570     MOVE XRFM-COMMON-KEY TO WS-PARTY-COMMON-KEY.
005580     PERFORM 4110-SCAN-ACCT-ENTRY
005590          THRU 4110-SCAN-ACCT-ENTRY-EXIT
005600          VARYING WS-ACCT-NDX FROM 1 BY 1
005610          UNTIL WS-ACCT-NDX > WS-ACCT-COUNT
005620             OR WS-ACCT-FOUND.
005630*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
005640*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
005650     IF WS-ACCT-FOUND
005660         SUBTRACT 1 FROM WS-ACCT-NDX
005670     END-IF.
005680 4100-FIND-ACCOUNT-EXIT.
005690     EXIT.

005700 4110-SCAN-ACCT-ENTRY.
005710     IF WS-AC-COMMON-KEY (WS-ACCT-NDX) = WS-PARTY-COMMON-KEY
005720         SET WS-ACCT-FOUND TO TRUE
005730     END-IF.
005740 4110-SCAN-ACCT-ENTRY-EXIT.
005750     EXIT.

005760*---------------------------------------------------------------*
005770*    THE REBATE GOES OUT AS A FIELD-ID BL CHANGE FOR MSEGUPD.    *
005780*    THE TABLE ENTRY ROLLS FORWARD SO A SECOND SETTLEMENT FOR    *
005790*    THE SAME PARTY THIS RUN CHAINS OFF THE NEW BALANCE.         *
005800*---------------------------------------------------------------*
005810 4200-CREDIT-ACCOUNT.
005820*---------------------------------------------------------------*
005830     COMPUTE WS-NEW-BALANCE =
005840             WS-AC-BALANCE (WS-ACCT-NDX) - WS-EARNED.
005850     MOVE WS-NEW-BALANCE TO WS-AC-BALANCE (WS-ACCT-NDX).
005860     MOVE SPACES              TO MULTI-SEGMENT-CHANGE-RECORD.
005870     MOVE WS-PARTY-COMMON-KEY TO MC-COMMON-KEY.
005880     MOVE 'AC'                TO MC-SEGMENT-ID.
005890     MOVE WS-NEW-BALANCE      TO MC-NEW-VALUE-NUM.
005900     MOVE 'REBSETL'           TO MC-CHANGED-BY.
005910     MOVE WS-POSTING-DATE     TO MC-CHANGE-DATE.
005920     MOVE WS-RUN-TIME         TO MC-CHANGE-TIME.
005930     MOVE 'VOLUME REBATE CREDIT'
005940                              TO MC-COMMENT.
005950     MOVE 'BL'                TO MC-FIELD-ID.
005960     WRITE MULTI-SEGMENT-CHANGE-RECORD.
005970     ADD 1 TO WS-CREDITS-WRITTEN.
005980 4200-CREDIT-ACCOUNT-EXIT.
005990     EXIT.

006000*---------------------------------------------------------------*
006010*    THE REBATE ON WS-NET-VOLUME UNDER THE AGREEMENT IN THE     *
006020*    RECORD AREA.  RETROACTIVE PAYS THE WHOLE VOLUME AT THE     *
006030*    RATE OF THE HIGHEST TIER REACHED; INCREMENTAL PAYS EACH    *
006040*    BAND UP TO THE NEXT THRESHOLD AT ITS OWN RATE.  A VOLUME   *
006050*    BELOW THE FIRST TIER EARNS NOTHING.                        *
006060*---------------------------------------------------------------*
006070 5000-COMPUTE-REBATE.
006080*---------------------------------------------------------------*
006090     MOVE ZERO TO WS-EARNED
006100                  WS-RATE-REACHED
006110                  WS-TIER-REACHED.
006120     IF WS-NET-VOLUME NOT > ZERO
006130         GO TO 5000-COMPUTE-REBATE-EXIT
006140     END-IF.
006150     PERFORM 5010-RATE-ONE-TIER
006160          THRU 5010-RATE-ONE-TIER-EXIT
006170          VARYING WS-TIER-IX FROM 1 BY 1
006180          UNTIL WS-TIER-IX > RB-TIER-COUNT.
006190     IF RB-RETROACTIVE
006200        AND WS-TIER-REACHED > ZERO
006210         COMPUTE WS-EARNED ROUNDED =
006220                 WS-NET-VOLUME * WS-RATE-REACHED / 100
006230     END-IF.
006240 5000-COMPUTE-REBATE-EXIT.
006250     EXIT.

006260 5010-RATE-ONE-TIER.
006270     IF WS-NET-VOLUME < RB-TIER-FROM (WS-TIER-IX)
006280         GO TO 5010-RATE-ONE-TIER-EXIT
006290     END-IF.
006300     MOVE WS-TIER-IX               TO WS-TIER-REACHED.
006310     MOVE RB-TIER-PCT (WS-TIER-IX) TO WS-RATE-REACHED.
006320     IF NOT RB-INCREMENTAL
006330         GO TO 5010-RATE-ONE-TIER-EXIT
006340     END-IF.
006350     MOVE WS-NET-VOLUME TO WS-BAND-TOP.
006360     IF WS-TIER-IX < RB-TIER-COUNT
006370         COMPUTE WS-NEXT-TIER-IX = WS-TIER-IX + 1
006380         IF RB-TIER-FROM (WS-NEXT-TIER-IX) < WS-BAND-TOP
006390             MOVE RB-TIER-FROM (WS-NEXT-TIER-IX) TO WS-BAND-TOP
006400         END-IF
006410     END-IF.
006420     COMPUTE WS-EARNED ROUNDED = WS-EARNED
006430             + (WS-BAND-TOP - RB-TIER-FROM (WS-TIER-IX))
006440             * RB-TIER-PCT (WS-TIER-IX) / 100.
006450 5010-RATE-ONE-TIER-EXIT.
006460     EXIT.

006470*---------------------------------------------------------------*
006480*    THE AGREEMENT FOR WS-MATCH-CUSTOMER-NR WHOSE PERIOD, UP TO *
006490*    ITS CUTOFF, HOLDS WS-MATCH-DATE.  LEAVES WS-RA-NDX ON IT.  *
006500*---------------------------------------------------------------*
006510 5100-FIND-AGREEMENT.
006520*---------------------------------------------------------------*
006530     MOVE 'N' TO WS-ENTRY-FOUND-SW.
006540     PERFORM 5110-SCAN-ONE-AGREEMENT
006550          THRU 5110-SCAN-ONE-AGREEMENT-EXIT
006560          VARYING WS-RA-NDX FROM 1 BY 1
006570          UNTIL WS-RA-NDX > WS-RA-COUNT
006580             OR WS-ENTRY-FOUND.
006590*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
006600*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
006610     IF WS-ENTRY-FOUND
006620         SUBTRACT 1 FROM WS-RA-NDX
006630     END-IF.
006640 5100-FIND-AGREEMENT-EXIT.
006650     EXIT.

006660 5110-SCAN-ONE-AGREEMENT.
006670     IF WS-RA-CUSTOMER-NR (WS-RA-NDX) = WS-MATCH-CUSTOMER-NR
006680        AND WS-RA-PERIOD-FROM (WS-RA-NDX) NOT > WS-MATCH-DATE
006690        AND WS-RA-CUTOFF (WS-RA-NDX) NOT < WS-MATCH-DATE
006700         SET WS-ENTRY-FOUND TO TRUE
006710     END-IF.
006720 5110-SCAN-ONE-AGREEMENT-EXIT.
006730     EXIT.

006740*---------------------------------------------------------------*
006750*    THE CUSTOMER'S REBATE STATEMENT: THE TERMS, THE VOLUMES,    *
006760*    AND THE CREDIT.                                             *
006770*---------------------------------------------------------------*
006780 6000-PRINT-STATEMENT.
006790*---------------------------------------------------------------*
006800     MOVE WS-SETTLE-DATE   TO SH-SETTLE-DATE.
006810     MOVE RB-CUSTOMER-NR   TO SH-CUSTOMER-NR.
006820     MOVE WS-PARTY-NAME    TO SH-PARTY-NAME.
006830     MOVE RB-AGREEMENT-REF TO SH-AGREEMENT-REF.
006840     MOVE RB-PERIOD-FROM   TO SH-PERIOD-FROM.
006850     MOVE RB-PERIOD-TO     TO SH-PERIOD-TO.
006860     WRITE STATEMENT-LINE FROM WS-STMT-RULE.
006870     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-1.
006880     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-2.
006890     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-3.
006900     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
006910     IF RB-INCREMENTAL
006920         MOVE '  EACH BAND AT ITS OWN RATE' TO ST-METHOD
006930     ELSE
006940         MOVE '  ALL VOLUME AT THE HIGHEST RATE REACHED'
006950           TO ST-METHOD
006960     END-IF.
006970     WRITE STATEMENT-LINE FROM WS-STMT-TIER-HEADING.
006980     PERFORM 6100-PRINT-TIER-LINE
006990          THRU 6100-PRINT-TIER-LINE-EXIT
007000          VARYING WS-TIER-IX FROM 1 BY 1
007010          UNTIL WS-TIER-IX > RB-TIER-COUNT.
007020     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
007030     MOVE 'SHIPPED VALUE IN PERIOD' TO SA-LABEL.
007040     MOVE WS-RA-SHIPPED (WS-RA-NDX) TO SA-AMOUNT.
007050     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
007060     MOVE 'LESS RETURNS' TO SA-LABEL.
007070     MOVE WS-RA-RETURNED (WS-RA-NDX) TO SA-AMOUNT.
007080     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
007090     MOVE 'NET REBATE VOLUME' TO SA-LABEL.
007100     MOVE WS-NET-VOLUME TO SA-AMOUNT.
007110     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
007120     MOVE 'REBATE EARNED' TO SA-LABEL.
007130     MOVE WS-EARNED TO SA-AMOUNT.
007140     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
007150     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
007160     IF WS-EARNED > ZERO
007170         MOVE 'CREDITED TO YOUR ACCOUNT ON' TO SN-NOTE
007180         MOVE WS-POSTING-DATE TO SN-DATE
007190         WRITE STATEMENT-LINE FROM WS-STMT-NOTE-LINE
007200     ELSE
007210         MOVE SPACES TO STATEMENT-LINE
007220         MOVE ' NO REBATE EARNED FOR THIS PERIOD'
007230           TO STATEMENT-LINE
007240         WRITE STATEMENT-LINE
007250     END-IF.
007260 6000-PRINT-STATEMENT-EXIT.
007270     EXIT.

007280 6100-PRINT-TIER-LINE.
007290     MOVE WS-TIER-IX               TO ST-TIER-NR.
007300     MOVE RB-TIER-FROM (WS-TIER-IX) TO ST-TIER-FROM.
007310     MOVE RB-TIER-PCT (WS-TIER-IX)  TO ST-TIER-PCT.
007320     MOVE SPACES                   TO ST-REACHED.
007330     IF WS-TIER-IX = WS-TIER-REACHED
007340         MOVE '<-- REACHED'        TO ST-REACHED
007350     END-IF.
007360     WRITE STATEMENT-LINE FROM WS-STMT-TIER-LINE.
007370 6100-PRINT-TIER-LINE-EXIT.
007380     EXIT.

007390*---------------------------------------------------------------*
007400 8010-LOG-REJECT.
007410*---------------------------------------------------------------*
007420     ADD 1 TO WS-AGREEMENTS-REJECTED.
007430     DISPLAY 'REBSETL - AGREEMENT ' RB-CUSTOMER-NR ' '
007440             RB-PERIOD-FROM ' NOT SETTLED: ' WS-REJECT-REASON.
007450     MOVE RB-CUSTOMER-NR      TO WS-RK-CUSTOMER-NR.
007460     MOVE RB-PERIOD-FROM      TO WS-RK-PERIOD-FROM.
007470     MOVE SPACES              TO REJECT-RECORD.
007480     MOVE 'REBSETL'           TO RJ-SOURCE-FILE.
007490     MOVE WS-REJECT-KEY       TO RJ-KEY-FIELD.
007500     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
007510     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
007520     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
007530     WRITE REJECT-RECORD.
007540 8010-LOG-REJECT-EXIT.
007550     EXIT.

007551*---------------------------------------------------------------*
007552*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
007553*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
007554*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
007555*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
007556*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
007557*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
007558*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
007559*---------------------------------------------------------------*
007560 8500-CHECK-POSTING-PERIOD.
007561*---------------------------------------------------------------*
007562     MOVE 'P'    TO WS-PERIOD-RESULT.
007563     MOVE SPACES TO WS-PERIOD-REASON.
007564     MOVE ZERO   TO WS-POSTING-PERIOD.
007565     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
007566     PERFORM 8510-SCAN-PERIOD-ENTRY
007567          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
007568          VARYING WS-FP-NDX FROM 1 BY 1
007569          UNTIL WS-FP-NDX > WS-FP-COUNT
007570             OR WS-PERIOD-FOUND.
007571     IF NOT WS-PERIOD-FOUND
007572         MOVE 'R' TO WS-PERIOD-RESULT
007573         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
007574           TO WS-PERIOD-REASON
007575         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
007576     END-IF.
007577*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
007578*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
007579     SUBTRACT 1 FROM WS-FP-NDX.
007580     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
007581     IF WS-FP-OPEN (WS-FP-NDX)
007582        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
007583         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
007584     END-IF.
007585     MOVE 'R' TO WS-PERIOD-RESULT.
007586     IF NOT WS-ROLL-FORWARD
007587         STRING 'PERIOD ' WS-POSTING-PERIOD
007588                ' CLOSED TO POSTING'
007589                DELIMITED BY SIZE INTO WS-PERIOD-REASON
007590         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
007591     END-IF.
007592     MOVE 'N' TO WS-PERIOD-FOUND-SW.
007593     ADD 1 TO WS-FP-NDX.
007594     PERFORM 8520-SCAN-OPEN-PERIOD
007595          THRU 8520-SCAN-OPEN-PERIOD-EXIT
007596          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
007597          UNTIL WS-FP-NDX > WS-FP-COUNT
007598             OR WS-PERIOD-FOUND.
007599     IF NOT WS-PERIOD-FOUND
007600         STRING 'PERIOD ' WS-POSTING-PERIOD
007601                ' CLOSED, NO LATER PERIOD OPEN'
007602                DELIMITED BY SIZE INTO WS-PERIOD-REASON
007603         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
007604     END-IF.
007605     SUBTRACT 1 FROM WS-FP-NDX.
007606     MOVE 'F' TO WS-PERIOD-RESULT.
007607     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
007608     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
007609 8500-CHECK-POSTING-PERIOD-EXIT.
007610     EXIT.

007611 8510-SCAN-PERIOD-ENTRY.
007612     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
007613        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
007614         SET WS-PERIOD-FOUND TO TRUE
007615     END-IF.
007616 8510-SCAN-PERIOD-ENTRY-EXIT.
007617     EXIT.

007618 8520-SCAN-OPEN-PERIOD.
007619     IF WS-FP-OPEN (WS-FP-NDX)
007620        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
007621         SET WS-PERIOD-FOUND TO TRUE
007622     END-IF.
007623 8520-SCAN-OPEN-PERIOD-EXIT.
007624     EXIT.

007625*---------------------------------------------------------------*
007626 9000-TERMINATE.
007627*---------------------------------------------------------------*
007628     COMPUTE WS-TOTAL-TRUE-UP =
007629             WS-TOTAL-CREDITED - WS-TOTAL-RELEASED.
007630     DISPLAY 'REBSETL - AGREEMENTS READ.....: '
007631              WS-AGREEMENTS-READ.
007632     DISPLAY 'REBSETL - AGREEMENTS SETTLED..: '
007640              WS-AGREEMENTS-SETTLED.
007650     DISPLAY 'REBSETL - AGREEMENTS REJECTED.: '
007660              WS-AGREEMENTS-REJECTED.
007670     DISPLAY 'REBSETL - CREDITS WRITTEN.....: '
007680              WS-CREDITS-WRITTEN.
007690     DISPLAY 'REBSETL - ORDERS READ.........: ' WS-ORDERS-READ.
007700     DISPLAY 'REBSETL - ORDERS COUNTED......: ' WS-ORDERS-COUNTED.
007710     DISPLAY 'REBSETL - RETURNS READ........: ' WS-RETURNS-READ.
007720     DISPLAY 'REBSETL - RETURNS COUNTED.....: '
007730              WS-RETURNS-COUNTED.
007740     DISPLAY 'REBSETL - RETURNS NO ORDER....: '
007750              WS-RETURNS-NO-ORDER.
007760     DISPLAY 'REBSETL - ACCRUAL RELEASED....: '
007770              WS-TOTAL-RELEASED.
007780     DISPLAY 'REBSETL - REBATE CREDITED.....: '
007790              WS-TOTAL-CREDITED.
007800     DISPLAY 'REBSETL - TRUE-UP TO BOOK.....: '
007810              WS-TOTAL-TRUE-UP.
007820     CLOSE REBATE-MASTER ORDER-MASTER XREF-MASTER
007830           MSEG-CHG-OUT STATEMENT-OUT REJECT-OUT.
007840 9000-TERMINATE-EXIT.
007850     EXIT.

007860*---------------------------------------------------------------*
007870*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
007880*---------------------------------------------------------------*
007890 9700-LOG-STEP-START.
007900*---------------------------------------------------------------*
007910     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007920     MOVE 'REBSETL'         TO EX-JOB-NAME.
007930     SET EX-STEP-START      TO TRUE.
007940     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007950     ACCEPT EX-RUN-TIME FROM TIME.
007960     MOVE ZERO              TO EX-RECORDS-READ
007970                               EX-RECORDS-WRITTEN
007980                               EX-REJECT-COUNT
007990                               EX-COMPLETION-CODE.
008000     OPEN EXTEND EXEC-LOG-OUT.
008010     WRITE EXECUTION-LOG-RECORD.
008020     CLOSE EXEC-LOG-OUT.
008030 9700-LOG-STEP-START-EXIT.
008040     EXIT.

008050*---------------------------------------------------------------*
008060*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
008070*    ENDING WITH.                                               *
008080*---------------------------------------------------------------*
008090 9710-LOG-STEP-END.
008100*---------------------------------------------------------------*
008110     MOVE SPACES            TO EXECUTION-LOG-RECORD.
008120     MOVE 'REBSETL'         TO EX-JOB-NAME.
008130     SET EX-STEP-END        TO TRUE.
008140     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
008150     ACCEPT EX-RUN-TIME FROM TIME.
008160     MOVE WS-AGREEMENTS-READ TO EX-RECORDS-READ.
008170     MOVE WS-CREDITS-WRITTEN TO EX-RECORDS-WRITTEN.
008180     MOVE WS-AGREEMENTS-REJECTED TO EX-REJECT-COUNT.
008190     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
008200     OPEN EXTEND EXEC-LOG-OUT.
008210     WRITE EXECUTION-LOG-RECORD.
008220     CLOSE EXEC-LOG-OUT.
008230 9710-LOG-STEP-END-EXIT.
008240     EXIT.
