000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ARAPNET.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - NETS A PARTY'S APPROVED
000210*                   VENDOR INVOICES AGAINST ITS DEBIT ACCOUNT
000220*                   BALANCE UNDER A NETTING AGREEMENT.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000228*  2026-10-15 JLH   NETTING IS DATED THE POSTING DATE CHECKED
000230*                   AGAINST THE FISCAL PERIOD CALENDAR AT
000232*                   START-UP - A CLOSED PERIOD ROLLS IT FORWARD
000234*                   OR SENDS EACH PARTY TO THE NEW REJECT LOG.
000236*****************************************************************
000240*  REMARKS.
000250*      A PARTY THAT IS BOTH CUSTOMER AND VENDOR, AND WHOSE CROSS-
000260*      REFERENCE ENTRY CARRIES THE NETTING-AGREEMENT FLAG, IS NOT
000270*      PAID IN FULL BY PAYSEL WHILE DUNNING CHASES IT FOR WHAT IT
000280*      OWES.  FOR EACH SUCH PARTY THIS RUN OFFSETS THE APPROVED
000290*      OPEN VENDOR INVOICES AGAINST THE DEBIT BALANCE ON THE
000300*      PARTY'S AC SEGMENT, UP TO THE SMALLER OF THE TWO:
000310*
000320*          - THE OFFSET IS APPLIED TO THE INVOICES IN INVOICE-FILE
000330*            ORDER, EACH TAKING ITS WHOLE OPEN BALANCE UNTIL THE
000340*            OFFSET RUNS OUT.  EACH APPLICATION GOES OUT AS A
000350*            PAYMENT APPLICATION (COPY PAYAPPL) FOR INVPAPP, AND
000360*            AN INVOICE NETTED TO ZERO ALSO GETS AN A-TO-D STATUS
000370*            CHANGE (COPY STACHG) FOR INVHUPD, AS PAYSEL DOES.
000380*          - THE SAME AMOUNT COMES OFF THE ACCOUNT AS A FIELD-ID
000390*            BL CHANGE (COPY MSEGCHG) FOR MSEGUPD, CARRYING THE
000400*            NEW BALANCE THE SAME WAY ACCRUAL DOES.
000410*
000420*      ONLY WHAT IS LEFT THEN MOVES: THE REST OF THE INVOICES IS
000430*      PAID BY THE NEXT PAYSEL ONCE INVPAPP HAS POSTED THE
000440*      APPLICATIONS, AND THE REST OF THE BALANCE STAYS WITH
000450*      DUNNING.  THE JOBSTREAM THEREFORE RUNS ARAPNET, THEN
000460*      INVPAPP, INVHUPD AND MSEGUPD, BEFORE THE PAYSEL INVOICE
000470*      EXTRACT AND DUNNING.  BECAUSE A BL CHANGE CARRIES A NEW
000480*      BALANCE AND NOT A MOVEMENT, THE RUN IS NOT SCHEDULED IN
000490*      THE SAME CYCLE AS THE MONTH-END ACCRUAL.  ARAPNET IS
000500*      ENTERED ON THE OPERATOR AUTHORITY MASTER WITH ROLE SY, SO
000510*      MSEGUPD DOES NOT WANT A SECOND APPROVER FOR ITS CHANGES.
000520*
000530*      NOTHING IS NETTED FOR A PARTY WITH NO AC SEGMENT, A
000540*      BALANCE THAT IS NOT A DEBIT, NO APPROVED OPEN INVOICES, OR
000550*      A VENDOR ON HOLD.  ONLY INVOICES IN HOME CURRENCY ARE
000560*      NETTED; CREDIT MEMOS ARE LEFT FOR PAYSEL.
000570*
000580*      EVERY NETTING PARTY GETS A STATEMENT SHOWING BOTH SIDES,
000590*      WHAT WAS NETTED, AND THE NET AMOUNT DUE EITHER WAY.
000591*
000592*      THE APPLICATIONS, STATUS CHANGES AND BL CHANGES ARE DATED
000593*      THE RUN DATE, OR THE POSTING DATE ON THE PERIOD CONTROL
000594*      CARD (COPY PERCTL), CHECKED ONCE AT START-UP AGAINST THE
000595*      FISCAL PERIOD CALENDAR (COPY FISCPER).  A CLOSED PERIOD
000596*      EITHER ROLLS THE DATE FORWARD TO THE START OF THE FIRST
000597*      OPEN PERIOD OR, BY DEFAULT, NETS NOTHING: EACH PARTY THAT
000598*      WOULD HAVE NETTED GOES TO THE COMMON REJECT LOG AND ITS
000599*      STATEMENT SHOWS THE REASON.
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT XREF-MASTER       ASSIGN TO XREFMSTR
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS SEQUENTIAL
000700            RECORD KEY IS XRFM-PARTY-ID
000710            ALTERNATE RECORD KEY IS XRFM-CUSTOMER-NR
000720                WITH DUPLICATES
000730            ALTERNATE RECORD KEY IS XRFM-VENDOR-ID
000740                WITH DUPLICATES
000750            ALTERNATE RECORD KEY IS XRFM-COMMON-KEY
000760                WITH DUPLICATES
000770            FILE STATUS IS WS-XREFMSTR-STATUS.
000780     SELECT MSEG-IN           ASSIGN TO MSEGIN
000790            ORGANIZATION IS SEQUENTIAL.
000800     SELECT INVOICE-IN        ASSIGN TO INVIN
000810            ORGANIZATION IS SEQUENTIAL.
000820     SELECT VENDOR-MASTER     ASSIGN TO VENDMSTR
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS RANDOM
000850            RECORD KEY IS VEND-VENDOR-ID
000860            FILE STATUS IS WS-VENDMSTR-STATUS.
000870     SELECT PAYAPP-OUT        ASSIGN TO PAPLOUT
000880            ORGANIZATION IS SEQUENTIAL.
000890     SELECT STATUS-CHG-OUT    ASSIGN TO SCHGOUT
000900            ORGANIZATION IS SEQUENTIAL.
000910     SELECT MSEG-CHG-OUT      ASSIGN TO MCHGOUT
000920            ORGANIZATION IS SEQUENTIAL.
000930     SELECT STATEMENT-OUT     ASSIGN TO NETSTMT
000940            ORGANIZATION IS SEQUENTIAL.
000941     SELECT REJECT-OUT        ASSIGN TO REJOUT
000942            ORGANIZATION IS SEQUENTIAL.
000943     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000944            ORGANIZATION IS SEQUENTIAL.
000945     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000946            ORGANIZATION IS SEQUENTIAL.
000947     SELECT OPTIONAL
000948            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000949            ORGANIZATION IS SEQUENTIAL
000950            FILE STATUS IS WS-EXECLOG-STATUS.

000951 DATA DIVISION.
000960 FILE SECTION.
000970 FD  XREF-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY XREFREC REPLACING ==PARTY-XREF-RECORD==
001000                     BY ==XREF-MASTER-RECORD==
001010                        ==XREF-PARTY-ID==
001020                     BY ==XRFM-PARTY-ID==
001030                        ==XREF-PARTY-NAME==
001040                     BY ==XRFM-PARTY-NAME==
001050                        ==XREF-CUSTOMER-NR-SW==
001060                     BY ==XRFM-CUSTOMER-NR-SW==
001070                        ==XREF-CUSTOMER-NR==
001080                     BY ==XRFM-CUSTOMER-NR==
001090                        ==XREF-VENDOR-ID-SW==
001100                     BY ==XRFM-VENDOR-ID-SW==
001110                        ==XREF-VENDOR-ID==
001120                     BY ==XRFM-VENDOR-ID==
001130                        ==XREF-COMMON-KEY-SW==
001140                     BY ==XRFM-COMMON-KEY-SW==
001150                        ==XREF-COMMON-KEY==
001160                     BY ==XRFM-COMMON-KEY==
001170                        ==XREF-NETTING-SW==
001180                     BY ==XRFM-NETTING-SW==
001190                        ==XREF-NETTING-AGREED==
001200                     BY ==XRFM-NETTING-AGREED==.

001210 FD  MSEG-IN
001220     LABEL RECORDS ARE STANDARD.
001230 COPY MSEGREC.

001240 FD  INVOICE-IN
001250     LABEL RECORDS ARE STANDARD.
001260 COPY INVREC.

001270 FD  VENDOR-MASTER
001280     LABEL RECORDS ARE STANDARD.
001290 COPY VENDREC.

001300 FD  PAYAPP-OUT
001310     LABEL RECORDS ARE STANDARD.
001320 COPY PAYAPPL.

001330 FD  STATUS-CHG-OUT
001340     LABEL RECORDS ARE STANDARD.
001350 COPY STACHG.

001360 FD  MSEG-CHG-OUT
001370     LABEL RECORDS ARE STANDARD.
001380 COPY MSEGCHG.

001390 FD  STATEMENT-OUT
001400     LABEL RECORDS ARE STANDARD.
001410 01  STATEMENT-LINE                PIC X(132).

001411 FD  REJECT-OUT
001412     LABEL RECORDS ARE STANDARD.
001413 COPY REJCREC.

001414 FD  PERIOD-CONTROL-IN
001415     LABEL RECORDS ARE STANDARD.
001416 COPY PERCTL.

001417 FD  PERIOD-CALENDAR
001418     LABEL RECORDS ARE STANDARD.
001419 COPY FISCPER.

001420 FD  EXEC-LOG-OUT
001421     LABEL RECORDS ARE STANDARD.
001422 COPY EXECLOG.

001423 WORKING-STORAGE SECTION.
001430 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001440 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001445 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001450 01  WS-SWITCHES.
001460     05  WS-XREF-EOF           PIC X(01)  VALUE 'N'.
001470         88  XREF-EOF                     VALUE 'Y'.
001480     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
001490         88  MSEG-EOF                     VALUE 'Y'.
001500     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001510         88  INVOICE-EOF                  VALUE 'Y'.
001520     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001530         88  WS-TABLE-FULL                VALUE 'Y'.
001540     05  WS-PARTY-FOUND-SW     PIC X(01)  VALUE 'N'.
001550         88  WS-PARTY-FOUND               VALUE 'Y'.
001560     05  WS-VENDOR-HELD-SW     PIC X(01)  VALUE 'N'.
001570         88  WS-VENDOR-HELD               VALUE 'Y'.

001580 01  WS-COUNTERS                          COMP.
001590     05  WS-PARTIES-READ       PIC 9(09)  VALUE ZERO.
001600     05  WS-SEGMENTS-READ      PIC 9(09)  VALUE ZERO.
001610     05  WS-INVOICES-READ      PIC 9(09)  VALUE ZERO.
001620     05  WS-INVOICES-ELIGIBLE  PIC 9(09)  VALUE ZERO.
001630     05  WS-INVOICES-FOREIGN   PIC 9(09)  VALUE ZERO.
001640     05  WS-PARTIES-NETTED     PIC 9(09)  VALUE ZERO.
001650     05  WS-PARTIES-NOT-NETTED PIC 9(09)  VALUE ZERO.
001660     05  WS-APPLICATIONS       PIC 9(09)  VALUE ZERO.
001670     05  WS-INVOICES-CLOSED    PIC 9(09)  VALUE ZERO.
001680     05  WS-BALANCE-CHANGES    PIC 9(09)  VALUE ZERO.
001685     05  WS-PARTIES-REJECTED   PIC 9(09)  VALUE ZERO.
001690     05  WS-NP-COUNT           PIC 9(05)  VALUE ZERO.
001700     05  WS-NP-NDX             PIC 9(05)  VALUE ZERO.
001710     05  WS-NP-HIT             PIC 9(05)  VALUE ZERO.
001720     05  WS-NI-COUNT           PIC 9(05)  VALUE ZERO.
001730     05  WS-NI-NDX             PIC 9(05)  VALUE ZERO.

001740 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001750 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001760 01  WS-LAST-VENDOR            PIC X(10)  VALUE SPACES.
001770 01  WS-LAST-COMMON-KEY        PIC 9(10)  VALUE ZERO.
001780 01  WS-OPEN-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001790 01  WS-AP-OPEN-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
001800 01  WS-AR-DEBIT               PIC S9(11)V99 COMP-3 VALUE ZERO.
001810 01  WS-OFFSET                 PIC S9(11)V99 COMP-3 VALUE ZERO.
001820 01  WS-OFFSET-LEFT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001830 01  WS-NEW-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
001840 01  WS-NET-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
001850 01  WS-RUN-OFFSET-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001860 01  WS-NOT-NETTED-REASON      PIC X(40)  VALUE SPACES.

001861*----------------------------------------------------------------
001862*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001863*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001864*    CARD (COPY PERCTL).
001865*----------------------------------------------------------------
001866 01  WS-PERIOD-TABLE.
001867     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001868                     DEPENDING ON WS-FP-COUNT.
001869         10  WS-FP-PERIOD-ID    PIC 9(06).
001870         10  WS-FP-START-DATE   PIC 9(08).
001871         10  WS-FP-END-DATE     PIC 9(08).
001872         10  WS-FP-STATUS       PIC X(01).
001873             88  WS-FP-OPEN               VALUE 'O'.
001874             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001875 01  WS-PERIOD-FIELDS.
001876     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001877     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001878     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001879     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001880     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001881     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001882     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001883         88  WS-ROLL-FORWARD             VALUE 'F'.
001884     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001885         88  WS-FINANCE-RUN              VALUE 'Y'.
001886     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001887         88  PERCAL-EOF                  VALUE 'Y'.
001888     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001889         88  WS-CALENDAR-BAD             VALUE 'Y'.
001890     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001891         88  WS-PERIOD-FOUND             VALUE 'Y'.
001892     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001893         88  WS-PERIOD-POST              VALUE 'P'.
001894         88  WS-PERIOD-ROLLED            VALUE 'F'.
001895         88  WS-PERIOD-REJECT            VALUE 'R'.

001896*----------------------------------------------------------------
001897*    EVERY PARTY UNDER A NETTING AGREEMENT WITH ALL THREE KEYS,
001898*    AND ITS AC-SEGMENT BALANCE ONCE THE MULTI-SEGMENT PASS HAS
001900*    FOUND IT.
001910*----------------------------------------------------------------
001920 01  WS-NETTING-PARTIES.
001930     05  WS-NP-ENTRY OCCURS 1 TO 2000 TIMES
001940                     DEPENDING ON WS-NP-COUNT.
001950         10  WS-NP-PARTY-ID     PIC 9(10).
001960         10  WS-NP-NAME         PIC X(40).
001970         10  WS-NP-CUSTOMER-NR  PIC 9(10).
001980         10  WS-NP-VENDOR-ID    PIC X(10).
001990         10  WS-NP-COMMON-KEY   PIC 9(10).
002000         10  WS-NP-ACCT-SW      PIC X(01).
002010             88  WS-NP-HAS-ACCT           VALUE 'Y'.
002020         10  WS-NP-SEGMENT-ID   PIC X(02).
002030         10  WS-NP-BALANCE      PIC S9(11)V99 COMP-3.
002040         10  WS-NP-FOREIGN      PIC 9(05) COMP.

002050*----------------------------------------------------------------
002060*    THE APPROVED OPEN HOME-CURRENCY INVOICES OF THOSE PARTIES,
002070*    IN INVOICE-FILE ORDER.
002080*----------------------------------------------------------------
002090 01  WS-NETTING-INVOICES.
002100     05  WS-NI-ENTRY OCCURS 1 TO 5000 TIMES
002110                     DEPENDING ON WS-NI-COUNT.
002120         10  WS-NI-PARTY-NDX    PIC 9(05) COMP.
002130         10  WS-NI-INVOICE-ID   PIC 9(10).
002140         10  WS-NI-DATE         PIC 9(08).
002150         10  WS-NI-TOTAL        PIC S9(11)V99 COMP-3.
002160         10  WS-NI-PAID         PIC S9(11)V99 COMP-3.
002170         10  WS-NI-OPEN         PIC S9(11)V99 COMP-3.
002180         10  WS-NI-NETTED       PIC S9(11)V99 COMP-3.

002190 01  WS-STMT-RULE               PIC X(132) VALUE ALL '-'.
002200 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.

002210 01  WS-STMT-HEADING-1.
002220     05  FILLER                 PIC X(01) VALUE SPACES.
002230     05  FILLER                 PIC X(40)
002240         VALUE 'AR/AP NETTING STATEMENT'.
002250     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
002260     05  SH-RUN-DATE            PIC 9(08).

002270 01  WS-STMT-HEADING-2.
002280     05  FILLER                 PIC X(01) VALUE SPACES.
002290     05  FILLER                 PIC X(07) VALUE 'PARTY '.
002300     05  SH-PARTY-ID            PIC 9(10).
002310     05  FILLER                 PIC X(02) VALUE SPACES.
002320     05  SH-PARTY-NAME          PIC X(40).

002330 01  WS-STMT-HEADING-3.
002340     05  FILLER                 PIC X(01) VALUE SPACES.
002350     05  FILLER                 PIC X(13) VALUE 'CUSTOMER-NR '.
002360     05  SH-CUSTOMER-NR         PIC 9(10).
002370     05  FILLER                 PIC X(13) VALUE '   VENDOR-ID '.
002380     05  SH-VENDOR-ID           PIC X(10).
002390     05  FILLER                 PIC X(14) VALUE '   COMMON-KEY '.
002400     05  SH-COMMON-KEY          PIC 9(10).

002410 01  WS-STMT-AMOUNT-LINE.
002420     05  FILLER                 PIC X(01) VALUE SPACES.
002430     05  SA-LABEL               PIC X(50).
002440     05  SA-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

002450 01  WS-STMT-INVOICE-HEADING.
002460     05  FILLER                 PIC X(03) VALUE SPACES.
002470     05  FILLER                 PIC X(11) VALUE 'INVOICE-ID'.
002480     05  FILLER                 PIC X(09) VALUE 'INV DATE'.
002490     05  FILLER                 PIC X(16) VALUE '  INVOICE TOTAL'.
002500     05  FILLER                 PIC X(16) VALUE '   PAID TO DATE'.
002510     05  FILLER                 PIC X(16) VALUE '           OPEN'.
002520     05  FILLER                 PIC X(16) VALUE '         NETTED'.
002530     05  FILLER                 PIC X(16) VALUE '      REMAINING'.

002540 01  WS-STMT-INVOICE-LINE.
002550     05  FILLER                 PIC X(03) VALUE SPACES.
002560     05  SI-INVOICE-ID          PIC 9(10).
002570     05  FILLER                 PIC X(01) VALUE SPACES.
002580     05  SI-INVOICE-DATE        PIC 9(08).
002590     05  FILLER                 PIC X(01) VALUE SPACES.
002600     05  SI-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
002610     05  FILLER                 PIC X(01) VALUE SPACES.
002620     05  SI-PAID                PIC ZZZ,ZZZ,ZZ9.99-.
002630     05  FILLER                 PIC X(01) VALUE SPACES.
002640     05  SI-OPEN                PIC ZZZ,ZZZ,ZZ9.99-.
002650     05  FILLER                 PIC X(01) VALUE SPACES.
002660     05  SI-NETTED              PIC ZZZ,ZZZ,ZZ9.99-.
002670     05  FILLER                 PIC X(01) VALUE SPACES.
002680     05  SI-REMAINING           PIC ZZZ,ZZZ,ZZ9.99-.

002690 01  WS-STMT-NOTE-LINE.
002700     05  FILLER                 PIC X(01) VALUE SPACES.
002710     05  FILLER                 PIC X(17)
002720         VALUE 'NOTHING NETTED - '.
002730     05  SN-REASON              PIC X(40).

002740 01  WS-STMT-FOREIGN-LINE.
002750     05  FILLER                 PIC X(01) VALUE SPACES.
002760     05  SF-COUNT               PIC ZZZZ9.
002770     05  FILLER                 PIC X(50)
002780         VALUE ' FOREIGN-CURRENCY INVOICE(S) LEFT FOR PAYSEL'.

002790 PROCEDURE DIVISION.
002800*---------------------------------------------------------------*
002810 0000-MAINLINE.
002820*---------------------------------------------------------------*
002823     PERFORM 9700-LOG-STEP-START
002826          THRU 9700-LOG-STEP-START-EXIT.
002830     PERFORM 1000-INITIALIZE
002840          THRU 1000-INITIALIZE-EXIT.
002850     IF WS-TABLE-FULL
002860         DISPLAY 'ARAPNET - NETTING TABLE FULL, NETTING '
002870                 'INCOMPLETE - FAILING THE STEP'
002880         CLOSE VENDOR-MASTER PAYAPP-OUT STATUS-CHG-OUT
002890               MSEG-CHG-OUT STATEMENT-OUT REJECT-OUT
002900         MOVE 16 TO RETURN-CODE
002903         PERFORM 9710-LOG-STEP-END
002906              THRU 9710-LOG-STEP-END-EXIT
002910         GOBACK
002920     END-IF.
002930     PERFORM 2000-NET-PARTY
002940          THRU 2000-NET-PARTY-EXIT
002950          VARYING WS-NP-NDX FROM 1 BY 1
002960          UNTIL WS-NP-NDX > WS-NP-COUNT.
002970     PERFORM 9000-TERMINATE
002980          THRU 9000-TERMINATE-EXIT.
002983     PERFORM 9710-LOG-STEP-END
002986          THRU 9710-LOG-STEP-END-EXIT.
002990     GOBACK.

003000*---------------------------------------------------------------*
003010*    THREE LOADING PASSES: THE NETTING PARTIES OFF THE CROSS-    *
003020*    REFERENCE, THEIR BALANCES OFF THE MULTI-SEGMENT FILE, AND   *
003030*    THEIR OPEN INVOICES OFF THE INVOICE FILE.  ANY TABLE        *
003040*    FILLING UP STOPS THE LOAD AND FAILS THE STEP - A PARTIAL    *
003050*    NETTING WOULD STATE A WRONG NET AMOUNT.                     *
003060*---------------------------------------------------------------*
003070 1000-INITIALIZE.
003080*---------------------------------------------------------------*
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT WS-RUN-TIME FROM TIME.
003101     PERFORM 1500-LOAD-PERIOD-CALENDAR
003102          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
003103     IF WS-CALENDAR-BAD
003104         DISPLAY 'ARAPNET - PERIOD CALENDAR UNUSABLE - '
003105                 'FAILING THE STEP'
003106         MOVE 16 TO RETURN-CODE
003107         PERFORM 9710-LOG-STEP-END
003108              THRU 9710-LOG-STEP-END-EXIT
003109         GOBACK
003110     END-IF.
003111     PERFORM 1600-SET-POSTING-DATE
003112          THRU 1600-SET-POSTING-DATE-EXIT.
003113     OPEN INPUT  VENDOR-MASTER
003120          OUTPUT PAYAPP-OUT
003130                 STATUS-CHG-OUT
003140                 MSEG-CHG-OUT
003150                 STATEMENT-OUT
003155                 REJECT-OUT.
003160     OPEN INPUT XREF-MASTER.
003170     PERFORM 1100-LOAD-NETTING-PARTY
003180          THRU 1100-LOAD-NETTING-PARTY-EXIT
003190          UNTIL XREF-EOF
003200             OR WS-TABLE-FULL.
003210     CLOSE XREF-MASTER.
003220     IF WS-TABLE-FULL
003230         GO TO 1000-INITIALIZE-EXIT
003240     END-IF.
003250     OPEN INPUT MSEG-IN.
003260     READ MSEG-IN
003270         AT END SET MSEG-EOF TO TRUE
003280     END-READ.
003290     PERFORM 1200-LOAD-ACCOUNT-BALANCE
003300          THRU 1200-LOAD-ACCOUNT-BALANCE-EXIT
003310          UNTIL MSEG-EOF.
003320     CLOSE MSEG-IN.
003330     OPEN INPUT INVOICE-IN.
003340     READ INVOICE-IN
003350         AT END SET INVOICE-EOF TO TRUE
003360     END-READ.
003370     PERFORM 1300-LOAD-OPEN-INVOICE
003380          THRU 1300-LOAD-OPEN-INVOICE-EXIT
003390          UNTIL INVOICE-EOF
003400             OR WS-TABLE-FULL.
003410     CLOSE INVOICE-IN.
003420 1000-INITIALIZE-EXIT.
003430     EXIT.

003431*---------------------------------------------------------------*
003432*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
003433*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
003434*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
003435*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
003436*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
003437*---------------------------------------------------------------*
003438 1500-LOAD-PERIOD-CALENDAR.
003439*---------------------------------------------------------------*
003440     OPEN INPUT PERIOD-CONTROL-IN.
003441     READ PERIOD-CONTROL-IN
003442         AT END
003443             DISPLAY 'ARAPNET - NO PERIOD CONTROL CARD, CLOSED-'
003444                     'PERIOD POSTINGS WILL BE REJECTED'
003445         NOT AT END
003446             PERFORM 1520-TAKE-PERIOD-CARD
003447                  THRU 1520-TAKE-PERIOD-CARD-EXIT
003448     END-READ.
003449     CLOSE PERIOD-CONTROL-IN.
003450     OPEN INPUT PERIOD-CALENDAR.
003451     PERFORM 1510-LOAD-PERIOD-ENTRY
003452          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
003453          UNTIL PERCAL-EOF
003454             OR WS-CALENDAR-BAD.
003455     CLOSE PERIOD-CALENDAR.
003456     IF WS-FP-COUNT = ZERO
003457         DISPLAY 'ARAPNET - PERIOD CALENDAR IS EMPTY'
003458         SET WS-CALENDAR-BAD TO TRUE
003459     END-IF.
003460 1500-LOAD-PERIOD-CALENDAR-EXIT.
003461     EXIT.

003462 1510-LOAD-PERIOD-ENTRY.
003463     READ PERIOD-CALENDAR
003464         AT END
003465             SET PERCAL-EOF TO TRUE
003466             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003467     END-READ.
003468     IF WS-FP-COUNT NOT < 240
003469         DISPLAY 'ARAPNET - PERIOD TABLE FULL AT PERIOD '
003470                 FP-PERIOD-ID
003471         SET WS-CALENDAR-BAD TO TRUE
003472         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003473     END-IF.
003474     IF FP-START-DATE NOT NUMERIC
003475        OR FP-END-DATE NOT NUMERIC
003476        OR FP-END-DATE < FP-START-DATE
003477         DISPLAY 'ARAPNET - PERIOD ' FP-PERIOD-ID
003478                 ' HAS UNUSABLE DATES'
003479         SET WS-CALENDAR-BAD TO TRUE
003480         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003481     END-IF.
003482     IF WS-FP-COUNT > ZERO
003483        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
003484         DISPLAY 'ARAPNET - PERIOD ' FP-PERIOD-ID
003485                 ' OVERLAPS OR IS OUT OF SEQUENCE'
003486         SET WS-CALENDAR-BAD TO TRUE
003487         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
003488     END-IF.
003489     ADD 1 TO WS-FP-COUNT.
003490     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
003491     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
003492     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
003493     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
003494 1510-LOAD-PERIOD-ENTRY-EXIT.
003495     EXIT.

003496 1520-TAKE-PERIOD-CARD.
003497     IF PC-ROLL-FORWARD
003498         MOVE 'F' TO WS-CLOSED-ACTION
003499     ELSE
003500         IF NOT PC-REJECT-POSTING
003501             DISPLAY 'ARAPNET - CLOSED-PERIOD ACTION '
003502                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
003503         END-IF
003504     END-IF.
003505     IF PC-FINANCE-RUN
003506         MOVE 'Y' TO WS-FINANCE-SW
003507     END-IF.
003508     IF PC-POSTING-DATE NUMERIC
003509         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
003510     END-IF.
003511 1520-TAKE-PERIOD-CARD-EXIT.
003512     EXIT.

003513*---------------------------------------------------------------*
003514*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
003515*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
003516*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
003517*    REJECTED, EVERY POSTING GOES TO THE REJECT LOG.            *
003518*---------------------------------------------------------------*
003519 1600-SET-POSTING-DATE.
003520*---------------------------------------------------------------*
003521     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
003522     IF WS-CARD-POSTING-DATE > ZERO
003523         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
003524     END-IF.
003525     DISPLAY 'ARAPNET - POSTING DATE REQUESTED....: '
003526              WS-POSTING-DATE.
003527     PERFORM 8500-CHECK-POSTING-PERIOD
003528          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
003529     EVALUATE TRUE
003530         WHEN WS-PERIOD-POST
003531             DISPLAY 'ARAPNET - POSTING INTO PERIOD.......: '
003532                      WS-POSTING-PERIOD
003533         WHEN WS-PERIOD-ROLLED
003534             DISPLAY 'ARAPNET - PERIOD CLOSED, ROLLED TO..: '
003535                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
003536         WHEN OTHER
003537             DISPLAY 'ARAPNET - ALL POSTINGS REJECTED.....: '
003538                      WS-PERIOD-REASON
003539     END-EVALUATE.
003540 1600-SET-POSTING-DATE-EXIT.
003541     EXIT.

003542 1100-LOAD-NETTING-PARTY.
003543     READ XREF-MASTER
003544         AT END
003545             SET XREF-EOF TO TRUE
003546             GO TO 1100-LOAD-NETTING-PARTY-EXIT
003547     END-READ.
003548     ADD 1 TO WS-PARTIES-READ.
003549     IF NOT XRFM-NETTING-AGREED
003550         GO TO 1100-LOAD-NETTING-PARTY-EXIT
003551     END-IF.
003552     IF NOT XREF-HAS-CUSTOMER-NR
003553        OR NOT XREF-HAS-VENDOR-ID
003560        OR NOT XREF-HAS-COMMON-KEY
003570         DISPLAY 'ARAPNET - NETTING PARTY IS NOT BOTH CUSTOMER '
003580                 'AND VENDOR: ' XRFM-PARTY-ID
003590         GO TO 1100-LOAD-NETTING-PARTY-EXIT
003600     END-IF.
003610     IF WS-NP-COUNT NOT < 2000
003620         SET WS-TABLE-FULL TO TRUE
003630         GO TO 1100-LOAD-NETTING-PARTY-EXIT
003640     END-IF.
003650     ADD 1 TO WS-NP-COUNT.
003660     MOVE XRFM-PARTY-ID    TO WS-NP-PARTY-ID (WS-NP-COUNT).
003670     MOVE XRFM-PARTY-NAME  TO WS-NP-NAME (WS-NP-COUNT).
003680     MOVE XRFM-CUSTOMER-NR TO WS-NP-CUSTOMER-NR (WS-NP-COUNT).
003690     MOVE XRFM-VENDOR-ID   TO WS-NP-VENDOR-ID (WS-NP-COUNT).
003700     MOVE XRFM-COMMON-KEY  TO WS-NP-COMMON-KEY (WS-NP-COUNT).
003710     MOVE 'N'              TO WS-NP-ACCT-SW (WS-NP-COUNT).
003720     MOVE SPACES           TO WS-NP-SEGMENT-ID (WS-NP-COUNT).
003730     MOVE ZERO             TO WS-NP-BALANCE (WS-NP-COUNT)
003740                              WS-NP-FOREIGN (WS-NP-COUNT).
003750 1100-LOAD-NETTING-PARTY-EXIT.
003760     EXIT.

003770*---------------------------------------------------------------*
003780*    THE FIRST AC SEGMENT OF A NETTING PARTY'S COMMON-KEY.  THE  *
003790*    FILE IS IN COMMON-KEY ORDER, SO THE PARTY IS LOOKED UP ONCE *
003800*    PER KEY, NOT ONCE PER SEGMENT.                              *
003810*---------------------------------------------------------------*
003820 1200-LOAD-ACCOUNT-BALANCE.
003830*---------------------------------------------------------------*
003840     ADD 1 TO WS-SEGMENTS-READ.
003850     IF COMMON-KEY NOT = WS-LAST-COMMON-KEY
003860         MOVE COMMON-KEY TO WS-LAST-COMMON-KEY
003870         MOVE 'N' TO WS-PARTY-FOUND-SW
003880         PERFORM 1210-SCAN-PARTY-BY-KEY
003890              THRU 1210-SCAN-PARTY-BY-KEY-EXIT
003900              VARYING WS-NP-NDX FROM 1 BY 1
003910              UNTIL WS-NP-NDX > WS-NP-COUNT
003920                 OR WS-PARTY-FOUND
003930*        THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
003940*        UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
003950         IF WS-PARTY-FOUND
003960             SUBTRACT 1 FROM WS-NP-NDX GIVING WS-NP-HIT
003970         END-IF
003980     END-IF.
003990     IF WS-PARTY-FOUND
004000        AND SEGMENT-IS-ACCOUNT
004010        AND NOT WS-NP-HAS-ACCT (WS-NP-HIT)
004020         MOVE 'Y'          TO WS-NP-ACCT-SW (WS-NP-HIT)
004030         MOVE SEGMENT-ID   TO WS-NP-SEGMENT-ID (WS-NP-HIT)
004040         MOVE ACCT-BALANCE TO WS-NP-BALANCE (WS-NP-HIT)
004050     END-IF.
004060     READ MSEG-IN
004070         AT END SET MSEG-EOF TO TRUE
004080     END-READ.
004090 1200-LOAD-ACCOUNT-BALANCE-EXIT.
004100     EXIT.

004110 1210-SCAN-PARTY-BY-KEY.
004120     IF WS-NP-COMMON-KEY (WS-NP-NDX) = COMMON-KEY
004130         SET WS-PARTY-FOUND TO TRUE
004140     END-IF.
004150 1210-SCAN-PARTY-BY-KEY-EXIT.
004160     EXIT.

004170*---------------------------------------------------------------*
004180*    AN APPROVED INVOICE WITH SOMETHING STILL OPEN ON IT, FOR A  *
004190*    NETTING PARTY'S VENDOR-ID.  THE FILE IS IN VENDOR-ID ORDER, *
004200*    SO THE PARTY IS LOOKED UP ONCE PER VENDOR.                  *
004210*---------------------------------------------------------------*
004220 1300-LOAD-OPEN-INVOICE.
004230*---------------------------------------------------------------*
004240     ADD 1 TO WS-INVOICES-READ.
004250     IF VENDOR-ID NOT = WS-LAST-VENDOR
004260         MOVE VENDOR-ID TO WS-LAST-VENDOR
004270         MOVE 'N' TO WS-PARTY-FOUND-SW
004280         PERFORM 1310-SCAN-PARTY-BY-VENDOR
004290              THRU 1310-SCAN-PARTY-BY-VENDOR-EXIT
004300              VARYING WS-NP-NDX FROM 1 BY 1
004310              UNTIL WS-NP-NDX > WS-NP-COUNT
004320                 OR WS-PARTY-FOUND
004330*        THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
004340*        UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
004350         IF WS-PARTY-FOUND
004360             SUBTRACT 1 FROM WS-NP-NDX GIVING WS-NP-HIT
004370         END-IF
004380     END-IF.
004390     IF NOT WS-PARTY-FOUND
004400        OR NOT INV-APPROVED
004410        OR NOT INV-DOC-INVOICE
004420         GO TO 1300-LOAD-OPEN-INVOICE-READ
004430     END-IF.
004440     COMPUTE WS-OPEN-AMOUNT = INVOICE-TOTAL - INV-PAID-TO-DATE.
004450     IF WS-OPEN-AMOUNT NOT > ZERO
004460         GO TO 1300-LOAD-OPEN-INVOICE-READ
004470     END-IF.
004480     IF NOT CONV-NOT-NEEDED
004490        AND INV-CURRENCY NOT = HOME-CURRENCY
004500         ADD 1 TO WS-INVOICES-FOREIGN
004510                  WS-NP-FOREIGN (WS-NP-HIT)
004520         GO TO 1300-LOAD-OPEN-INVOICE-READ
004530     END-IF.
004540     IF WS-NI-COUNT NOT < 5000
004550         SET WS-TABLE-FULL TO TRUE
004560         GO TO 1300-LOAD-OPEN-INVOICE-EXIT
004570     END-IF.
004580     ADD 1 TO WS-NI-COUNT
004590              WS-INVOICES-ELIGIBLE.
004600     MOVE WS-NP-HIT        TO WS-NI-PARTY-NDX (WS-NI-COUNT).
004610     MOVE INVOICE-ID       TO WS-NI-INVOICE-ID (WS-NI-COUNT).
004620     MOVE INVOICE-DATE     TO WS-NI-DATE (WS-NI-COUNT).
004630     MOVE INVOICE-TOTAL    TO WS-NI-TOTAL (WS-NI-COUNT).
004640     MOVE INV-PAID-TO-DATE TO WS-NI-PAID (WS-NI-COUNT).
004650     MOVE WS-OPEN-AMOUNT   TO WS-NI-OPEN (WS-NI-COUNT).
004660     MOVE ZERO             TO WS-NI-NETTED (WS-NI-COUNT).
004670 1300-LOAD-OPEN-INVOICE-READ.
004680     READ INVOICE-IN
004690         AT END SET INVOICE-EOF TO TRUE
004700     END-READ.
004710 1300-LOAD-OPEN-INVOICE-EXIT.
004720     EXIT.

004730 1310-SCAN-PARTY-BY-VENDOR.
004740     IF WS-NP-VENDOR-ID (WS-NP-NDX) = VENDOR-ID
004750         SET WS-PARTY-FOUND TO TRUE
004760     END-IF.
004770 1310-SCAN-PARTY-BY-VENDOR-EXIT.
004780     EXIT.

004790*---------------------------------------------------------------*
004800*    ONE NETTING PARTY: WORK OUT THE OFFSET, POST IT, AND PRINT  *
004810*    THE STATEMENT.                                              *
004820*---------------------------------------------------------------*
004830 2000-NET-PARTY.
004840*---------------------------------------------------------------*
004850     MOVE ZERO   TO WS-AP-OPEN-TOTAL
004860                    WS-AR-DEBIT
004870                    WS-OFFSET.
004880     MOVE SPACES TO WS-NOT-NETTED-REASON.
004890     PERFORM 2100-SUM-PARTY-INVOICE
004900          THRU 2100-SUM-PARTY-INVOICE-EXIT
004910          VARYING WS-NI-NDX FROM 1 BY 1
004920          UNTIL WS-NI-NDX > WS-NI-COUNT.
004930     IF WS-NP-HAS-ACCT (WS-NP-NDX)
004940        AND WS-NP-BALANCE (WS-NP-NDX) > ZERO
004950         MOVE WS-NP-BALANCE (WS-NP-NDX) TO WS-AR-DEBIT
004960     END-IF.
004970     PERFORM 2200-CHECK-VENDOR-HOLD
004980          THRU 2200-CHECK-VENDOR-HOLD-EXIT.
004990     EVALUATE TRUE
005000         WHEN NOT WS-NP-HAS-ACCT (WS-NP-NDX)
005010             MOVE 'NO ACCOUNT SEGMENT FOR THE PARTY'
005020               TO WS-NOT-NETTED-REASON
005030         WHEN WS-AR-DEBIT = ZERO
005040             MOVE 'ACCOUNT BALANCE IS NOT A DEBIT'
005050               TO WS-NOT-NETTED-REASON
005060         WHEN WS-AP-OPEN-TOTAL = ZERO
005070             MOVE 'NO APPROVED OPEN INVOICES'
005080               TO WS-NOT-NETTED-REASON
005090         WHEN WS-VENDOR-HELD
005100             MOVE 'VENDOR IS ON HOLD'
005110               TO WS-NOT-NETTED-REASON
005111         WHEN WS-PERIOD-REJECT
005112             MOVE WS-PERIOD-REASON TO WS-NOT-NETTED-REASON
005113             ADD 1 TO WS-PARTIES-REJECTED
005114             PERFORM 8010-LOG-REJECT
005115                  THRU 8010-LOG-REJECT-EXIT
005120         WHEN OTHER
005130             CONTINUE
005140     END-EVALUATE.
005150     IF WS-NOT-NETTED-REASON NOT = SPACES
005160         ADD 1 TO WS-PARTIES-NOT-NETTED
005170     ELSE
005180         IF WS-AR-DEBIT < WS-AP-OPEN-TOTAL
005190             MOVE WS-AR-DEBIT      TO WS-OFFSET
005200         ELSE
005210             MOVE WS-AP-OPEN-TOTAL TO WS-OFFSET
005220         END-IF
005230         ADD 1 TO WS-PARTIES-NETTED
005240         ADD WS-OFFSET TO WS-RUN-OFFSET-TOTAL
005250         MOVE WS-OFFSET TO WS-OFFSET-LEFT
005260         PERFORM 2300-APPLY-OFFSET
005270              THRU 2300-APPLY-OFFSET-EXIT
005280              VARYING WS-NI-NDX FROM 1 BY 1
005290              UNTIL WS-NI-NDX > WS-NI-COUNT
005300                 OR WS-OFFSET-LEFT NOT > ZERO
005310         PERFORM 2400-WRITE-BALANCE-CHANGE
005320              THRU 2400-WRITE-BALANCE-CHANGE-EXIT
005330     END-IF.
005340     PERFORM 3000-PRINT-STATEMENT
005350          THRU 3000-PRINT-STATEMENT-EXIT.
005360 2000-NET-PARTY-EXIT.
005370     EXIT.

005380 2100-SUM-PARTY-INVOICE.
005390     IF WS-NI-PARTY-NDX (WS-NI-NDX) = WS-NP-NDX
005400         ADD WS-NI-OPEN (WS-NI-NDX) TO WS-AP-OPEN-TOTAL
005410     END-IF.
005420 2100-SUM-PARTY-INVOICE-EXIT.
005430     EXIT.

005440*---------------------------------------------------------------*
005450*    A VENDOR ON HOLD IS NOT SETTLED BY NETTING EITHER - NETTING *
005460*    CLOSES INVOICES JUST AS SURELY AS A PAYMENT DOES.           *
005470*---------------------------------------------------------------*
005480 2200-CHECK-VENDOR-HOLD.
005490*---------------------------------------------------------------*
005500     MOVE 'N' TO WS-VENDOR-HELD-SW.
005510     MOVE WS-NP-VENDOR-ID (WS-NP-NDX) TO VEND-VENDOR-ID.
005520     READ VENDOR-MASTER
005530         INVALID KEY
005540             DISPLAY 'ARAPNET - VENDOR NOT ON VENDOR MASTER: '
005550                     WS-NP-VENDOR-ID (WS-NP-NDX)
005560         NOT INVALID KEY
005570             IF VEND-ON-HOLD
005580                 SET WS-VENDOR-HELD TO TRUE
005590             END-IF
005600     END-READ.
005610 2200-CHECK-VENDOR-HOLD-EXIT.
005620     EXIT.

005630*---------------------------------------------------------------*
005640*    NET THE NEXT OF THE PARTY'S INVOICES - ITS WHOLE OPEN       *
005650*    BALANCE, OR WHAT IS LEFT OF THE OFFSET IF THAT IS LESS.     *
005660*---------------------------------------------------------------*
005670 2300-APPLY-OFFSET.
005680*---------------------------------------------------------------*
005690     IF WS-NI-PARTY-NDX (WS-NI-NDX) NOT = WS-NP-NDX
005700         GO TO 2300-APPLY-OFFSET-EXIT
005710     END-IF.
005720     IF WS-NI-OPEN (WS-NI-NDX) > WS-OFFSET-LEFT
005730         MOVE WS-OFFSET-LEFT TO WS-NI-NETTED (WS-NI-NDX)
005740     ELSE
005750         MOVE WS-NI-OPEN (WS-NI-NDX) TO WS-NI-NETTED (WS-NI-NDX)
005760     END-IF.
005770     SUBTRACT WS-NI-NETTED (WS-NI-NDX) FROM WS-OFFSET-LEFT.
005780     MOVE SPACES                      TO PAYMENT-APPL-RECORD.
005790     MOVE WS-NI-INVOICE-ID (WS-NI-NDX) TO PA-INVOICE-ID.
005800     MOVE WS-NI-NETTED (WS-NI-NDX)    TO PA-AMOUNT-PAID.
005810     MOVE WS-POSTING-DATE             TO PA-PAY-DATE.
005820     MOVE 'ARAPNET'                   TO PA-PAID-BY.
005830     WRITE PAYMENT-APPL-RECORD.
005840     ADD 1 TO WS-APPLICATIONS.
005850     IF WS-NI-NETTED (WS-NI-NDX) = WS-NI-OPEN (WS-NI-NDX)
005860         MOVE SPACES                  TO STATUS-CHANGE-RECORD
005870         MOVE WS-NI-INVOICE-ID (WS-NI-NDX) TO SC-INVOICE-ID
005880         MOVE 'D'                     TO SC-NEW-STATUS
005890         MOVE 'ARAPNET'               TO SC-CHANGED-BY
005900         MOVE WS-POSTING-DATE         TO SC-CHANGE-DATE
005910         MOVE WS-RUN-TIME             TO SC-CHANGE-TIME
005920         MOVE 'SETTLED BY AR/AP NETTING' TO SC-COMMENT
005930         WRITE STATUS-CHANGE-RECORD
005940         ADD 1 TO WS-INVOICES-CLOSED
005950     END-IF.
005960 2300-APPLY-OFFSET-EXIT.
005970     EXIT.

005980*---------------------------------------------------------------*
005990*    THE OFFSET COMES OFF THE ACCOUNT AS A BL CHANGE CARRYING    *
006000*    THE NEW BALANCE, FOR MSEGUPD TO APPLY WITH ITS AUDIT        *
006010*    IMAGES.                                                     *
006020*---------------------------------------------------------------*
006030 2400-WRITE-BALANCE-CHANGE.
006040*---------------------------------------------------------------*
006050     COMPUTE WS-NEW-BALANCE =
006060             WS-NP-BALANCE (WS-NP-NDX) - WS-OFFSET.
006070     MOVE SPACES          TO MULTI-SEGMENT-CHANGE-RECORD.
006080     MOVE WS-NP-COMMON-KEY (WS-NP-NDX) TO MC-COMMON-KEY.
006090     MOVE WS-NP-SEGMENT-ID (WS-NP-NDX) TO MC-SEGMENT-ID.
006100     MOVE WS-NEW-BALANCE  TO MC-NEW-VALUE-NUM.
006110     MOVE 'ARAPNET'       TO MC-CHANGED-BY.
006120     MOVE WS-POSTING-DATE TO MC-CHANGE-DATE.
006130     MOVE WS-RUN-TIME     TO MC-CHANGE-TIME.
006140     MOVE 'AR/AP NETTING OFFSET' TO MC-COMMENT.
006150     MOVE 'BL'            TO MC-FIELD-ID.
006160     WRITE MULTI-SEGMENT-CHANGE-RECORD.
006170     ADD 1 TO WS-BALANCE-CHANGES.
006180 2400-WRITE-BALANCE-CHANGE-EXIT.
006190     EXIT.

006200*---------------------------------------------------------------*
006210*    BOTH SIDES, WHAT WAS NETTED, AND WHO OWES WHOM NOW.         *
006220*---------------------------------------------------------------*
006230 3000-PRINT-STATEMENT.
006240*---------------------------------------------------------------*
006250     MOVE WS-RUN-DATE                  TO SH-RUN-DATE.
006260     MOVE WS-NP-PARTY-ID (WS-NP-NDX)    TO SH-PARTY-ID.
006270     MOVE WS-NP-NAME (WS-NP-NDX)        TO SH-PARTY-NAME.
006280     MOVE WS-NP-CUSTOMER-NR (WS-NP-NDX) TO SH-CUSTOMER-NR.
006290     MOVE WS-NP-VENDOR-ID (WS-NP-NDX)   TO SH-VENDOR-ID.
006300     MOVE WS-NP-COMMON-KEY (WS-NP-NDX)  TO SH-COMMON-KEY.
006310     WRITE STATEMENT-LINE FROM WS-STMT-RULE.
006320     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-1.
006330     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-2.
006340     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-3.
006350     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
006360     MOVE 'RECEIVABLE - ACCOUNT BALANCE DUE FROM PARTY'
006370       TO SA-LABEL.
006380     MOVE WS-NP-BALANCE (WS-NP-NDX) TO SA-AMOUNT.
006390     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
006400     MOVE 'PAYABLE - APPROVED OPEN INVOICES DUE TO PARTY'
006410       TO SA-LABEL.
006420     MOVE WS-AP-OPEN-TOTAL TO SA-AMOUNT.
006430     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
006440     IF WS-AP-OPEN-TOTAL > ZERO
006450         WRITE STATEMENT-LINE FROM WS-STMT-INVOICE-HEADING
006460         PERFORM 3100-PRINT-INVOICE-LINE
006470              THRU 3100-PRINT-INVOICE-LINE-EXIT
006480              VARYING WS-NI-NDX FROM 1 BY 1
006490              UNTIL WS-NI-NDX > WS-NI-COUNT
006500     END-IF.
006510     IF WS-NP-FOREIGN (WS-NP-NDX) > ZERO
006520         MOVE WS-NP-FOREIGN (WS-NP-NDX) TO SF-COUNT
006530         WRITE STATEMENT-LINE FROM WS-STMT-FOREIGN-LINE
006540     END-IF.
006550     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
006560     MOVE 'AMOUNT NETTED' TO SA-LABEL.
006570     MOVE WS-OFFSET TO SA-AMOUNT.
006580     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
006590     IF WS-NOT-NETTED-REASON NOT = SPACES
006600         MOVE WS-NOT-NETTED-REASON TO SN-REASON
006610         WRITE STATEMENT-LINE FROM WS-STMT-NOTE-LINE
006620     END-IF.
006630     COMPUTE WS-NET-AMOUNT =
006640             WS-NP-BALANCE (WS-NP-NDX) - WS-AP-OPEN-TOTAL.
006650     EVALUATE TRUE
006660         WHEN WS-NET-AMOUNT > ZERO
006670             MOVE 'NET DUE FROM PARTY - STAYS WITH COLLECTIONS'
006680               TO SA-LABEL
006690             MOVE WS-NET-AMOUNT TO SA-AMOUNT
006700         WHEN WS-NET-AMOUNT < ZERO
006710             MOVE 'NET DUE TO PARTY - PAID THROUGH PAYSEL'
006720               TO SA-LABEL
006730             COMPUTE SA-AMOUNT = ZERO - WS-NET-AMOUNT
006740         WHEN OTHER
006750             MOVE 'NOTHING DUE EITHER WAY' TO SA-LABEL
006760             MOVE ZERO TO SA-AMOUNT
006770     END-EVALUATE.
006780     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
006790 3000-PRINT-STATEMENT-EXIT.
006800     EXIT.

006810 3100-PRINT-INVOICE-LINE.
006820     IF WS-NI-PARTY-NDX (WS-NI-NDX) NOT = WS-NP-NDX
006830         GO TO 3100-PRINT-INVOICE-LINE-EXIT
006840     END-IF.
006850     MOVE WS-NI-INVOICE-ID (WS-NI-NDX) TO SI-INVOICE-ID.
006860     MOVE WS-NI-DATE (WS-NI-NDX)       TO SI-INVOICE-DATE.
006870     MOVE WS-NI-TOTAL (WS-NI-NDX)      TO SI-TOTAL.
006880     MOVE WS-NI-PAID (WS-NI-NDX)       TO SI-PAID.
006890     MOVE WS-NI-OPEN (WS-NI-NDX)       TO SI-OPEN.
006900     MOVE WS-NI-NETTED (WS-NI-NDX)     TO SI-NETTED.
006910     COMPUTE SI-REMAINING =
006920             WS-NI-OPEN (WS-NI-NDX) - WS-NI-NETTED (WS-NI-NDX).
006930     WRITE STATEMENT-LINE FROM WS-STMT-INVOICE-LINE.
006940 3100-PRINT-INVOICE-LINE-EXIT.
006950     EXIT.

006951*---------------------------------------------------------------*
006952 8010-LOG-REJECT.
006953*---------------------------------------------------------------*
006954     DISPLAY 'ARAPNET - NETTING REJECTED FOR PARTY '
006955             WS-NP-PARTY-ID (WS-NP-NDX) ': ' WS-PERIOD-REASON.
006956     MOVE SPACES              TO REJECT-RECORD.
006957     MOVE 'ARAPNET'           TO RJ-SOURCE-FILE.
006958     MOVE WS-NP-PARTY-ID (WS-NP-NDX) TO RJ-KEY-FIELD.
006959     MOVE WS-PERIOD-REASON    TO RJ-RULE-VIOLATED.
006960     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
006961     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
006962     WRITE REJECT-RECORD.
006963 8010-LOG-REJECT-EXIT.
006964     EXIT.

006965*---------------------------------------------------------------*
006966*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
006967*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
006968*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
006969*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
006970*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
006971*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
006972*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
006973*---------------------------------------------------------------*
006974 8500-CHECK-POSTING-PERIOD.
006975*---------------------------------------------------------------*
006976     MOVE 'P'    TO WS-PERIOD-RESULT.
006977     MOVE SPACES TO WS-PERIOD-REASON.
006978     MOVE ZERO   TO WS-POSTING-PERIOD.
006979     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
006980     PERFORM 8510-SCAN-PERIOD-ENTRY
006981          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
006982          VARYING WS-FP-NDX FROM 1 BY 1
006983          UNTIL WS-FP-NDX > WS-FP-COUNT
006984             OR WS-PERIOD-FOUND.
006985     IF NOT WS-PERIOD-FOUND
006986         MOVE 'R' TO WS-PERIOD-RESULT
006987         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
006988           TO WS-PERIOD-REASON
006989         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
006990     END-IF.
006991*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
006992*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
006993     SUBTRACT 1 FROM WS-FP-NDX.
006994     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
006995     IF WS-FP-OPEN (WS-FP-NDX)
006996        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
006997         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
006998     END-IF.
006999     MOVE 'R' TO WS-PERIOD-RESULT.
007000     IF NOT WS-ROLL-FORWARD
007001         STRING 'PERIOD ' WS-POSTING-PERIOD
007002                ' CLOSED TO POSTING'
007003                DELIMITED BY SIZE INTO WS-PERIOD-REASON
007004         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
007005     END-IF.
007006     MOVE 'N' TO WS-PERIOD-FOUND-SW.
007007     ADD 1 TO WS-FP-NDX.
007008     PERFORM 8520-SCAN-OPEN-PERIOD
007009          THRU 8520-SCAN-OPEN-PERIOD-EXIT
007010          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
007011          UNTIL WS-FP-NDX > WS-FP-COUNT
007012             OR WS-PERIOD-FOUND.
007013     IF NOT WS-PERIOD-FOUND
007014         STRING 'PERIOD ' WS-POSTING-PERIOD
007015                ' CLOSED, NO LATER PERIOD OPEN'
007016                DELIMITED BY SIZE INTO WS-PERIOD-REASON
007017         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
007018     END-IF.
007019     SUBTRACT 1 FROM WS-FP-NDX.
007020     MOVE 'F' TO WS-PERIOD-RESULT.
007021     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
007022     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
007023 8500-CHECK-POSTING-PERIOD-EXIT.
007024     EXIT.

007025 8510-SCAN-PERIOD-ENTRY.
007026     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
007027        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
007028         SET WS-PERIOD-FOUND TO TRUE
007029     END-IF.
007030 8510-SCAN-PERIOD-ENTRY-EXIT.
007031     EXIT.

007032 8520-SCAN-OPEN-PERIOD.
007033     IF WS-FP-OPEN (WS-FP-NDX)
007034        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
007035         SET WS-PERIOD-FOUND TO TRUE
007036     END-IF.
007037 8520-SCAN-OPEN-PERIOD-EXIT.
007038     EXIT.

007039*---------------------------------------------------------------*
007040 9000-TERMINATE.
007041*---------------------------------------------------------------*
007042     DISPLAY 'ARAPNET - PARTIES READ..........: ' WS-PARTIES-READ.
007043     DISPLAY 'ARAPNET - NETTING PARTIES.......: ' WS-NP-COUNT.
007044     DISPLAY 'ARAPNET - PARTIES NETTED........: '
007045              WS-PARTIES-NETTED.
007046     DISPLAY 'ARAPNET - PARTIES NOT NETTED....: '
007047              WS-PARTIES-NOT-NETTED.
007050     DISPLAY 'ARAPNET - INVOICES READ.........: '
007060              WS-INVOICES-READ.
007070     DISPLAY 'ARAPNET - INVOICES ELIGIBLE.....: '
007080              WS-INVOICES-ELIGIBLE.
007090     DISPLAY 'ARAPNET - FOREIGN-CURRENCY SKIPS: '
007100              WS-INVOICES-FOREIGN.
007110     DISPLAY 'ARAPNET - PAYMENT APPLICATIONS..: ' WS-APPLICATIONS.
007120     DISPLAY 'ARAPNET - INVOICES CLOSED.......: '
007130              WS-INVOICES-CLOSED.
007140     DISPLAY 'ARAPNET - BALANCE CHANGES.......: '
007150              WS-BALANCE-CHANGES.
007160     DISPLAY 'ARAPNET - TOTAL NETTED..........: '
007170              WS-RUN-OFFSET-TOTAL.
007173     DISPLAY 'ARAPNET - PARTIES REJECTED......: '
007176              WS-PARTIES-REJECTED.
007180     CLOSE VENDOR-MASTER PAYAPP-OUT STATUS-CHG-OUT
007190           MSEG-CHG-OUT STATEMENT-OUT REJECT-OUT.
007200 9000-TERMINATE-EXIT.
007210     EXIT.

007220*---------------------------------------------------------------*
007230*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
007240*---------------------------------------------------------------*
007250 9700-LOG-STEP-START.
007260*---------------------------------------------------------------*
007270     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007280     MOVE 'ARAPNET'         TO EX-JOB-NAME.
007290     SET EX-STEP-START      TO TRUE.
007300     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007310     ACCEPT EX-RUN-TIME FROM TIME.
007320     MOVE ZERO              TO EX-RECORDS-READ
007330                               EX-RECORDS-WRITTEN
007340                               EX-REJECT-COUNT
007350                               EX-COMPLETION-CODE.
007360     OPEN EXTEND EXEC-LOG-OUT.
007370     WRITE EXECUTION-LOG-RECORD.
007380     CLOSE EXEC-LOG-OUT.
007390 9700-LOG-STEP-START-EXIT.
007400     EXIT.

007410*---------------------------------------------------------------*
007420*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
007430*    ENDING WITH.                                               *
007440*---------------------------------------------------------------*
007450 9710-LOG-STEP-END.
007460*---------------------------------------------------------------*
007470     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007480     MOVE 'ARAPNET'         TO EX-JOB-NAME.
007490     SET EX-STEP-END        TO TRUE.
007500     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007510     ACCEPT EX-RUN-TIME FROM TIME.
007520     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
007530     MOVE WS-APPLICATIONS   TO EX-RECORDS-WRITTEN.
007540     MOVE WS-PARTIES-REJECTED TO EX-REJECT-COUNT.
007550     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
007560     OPEN EXTEND EXEC-LOG-OUT.
007570     WRITE EXECUTION-LOG-RECORD.
007580     CLOSE EXEC-LOG-OUT.
007590 9710-LOG-STEP-END-EXIT.
007600     EXIT.
