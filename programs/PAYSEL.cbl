000509*                   POST TO INV-PAID-TO-DATE.  ONLY A DOCUMENT
000510*                   SETTLED IN FULL GETS THE A-TO-D STATUS
000511*                   CHANGE; A SHORT-PAID INVOICE STAYS IN A.
000512*  2026-10-15 JLH   EVERY BANK INSTRUCTION IS NOW ALSO ENTERED ON
000513*                   THE ISSUED-PAYMENT REGISTER (COPY ISSPAY) AS
000514*                   OUTSTANDING, FOR BANKRECN TO CLEAR AGAINST
000515*                   THE BANK'S PAID ITEMS.  THE ISSUE SEQUENCE
000516*                   NOW CONTINUES FROM THE HIGHEST ONE ALREADY ON
000517*                   THE REGISTER FOR THE VALUE DATE, SO A SECOND
000518*                   RUN FOR THE SAME VALUE DATE NO LONGER REUSES
000519*                   THE FIRST RUN'S ISSUE NUMBERS.
000520*  2026-10-15 JLH   EVERY DOCUMENT A BANK INSTRUCTION SETTLES IS
000521*                   WRITTEN TO THE ISSUED-PAYMENT DETAIL FILE
000522*                   (COPY ISSDTL) WITH ITS APPLIED AND CASH
000523*                   AMOUNTS, SO PAYVOID CAN UNWIND A VOIDED OR
000524*                   STOPPED PAYMENT.  A DOCUMENT WHOSE PAYMENT
000525*                   WAS VOIDED WITHOUT REISSUE IS HELD OUT OF
000526*                   SELECTION UNTIL PAYVOID RELEASES IT.
000527*  2026-10-15 JLH   EARLY-PAYMENT DISCOUNTS.  AN INVOICE FROM A
000528*                   VENDOR WITH DISCOUNT TERMS IS PAID EARLY,
000529*                   NET OF THE DISCOUNT, WHEN THE VALUE DATE
000530*                   FALLS INSIDE ITS DISCOUNT WINDOW.  THE
000531*                   REMITTANCE AND BANK RECORDS SHOW GROSS,
000532*                   DISCOUNT AND NET, AND EVERY DISCOUNT TAKEN
000533*                   OR LOST GOES TO THE DISCOUNT LEDGER (COPY
000534*                   PAYDISC) FOR DISCRPT.
000535*  2026-10-15 JLH   RESTRICTED-PARTY BLOCK.  A VENDOR WITH A
000536*                   CONFIRMED MATCH ON THE SCREENING QUEUE
000537*                   (COPY SCRNMTCH) - BY VENDOR-ID OR BY THE
000538*                   PARTY'S COMMON-KEY - IS SKIPPED WHOLESALE
000539*                   LIKE A VENDOR ON HOLD UNTIL COMPLIANCE
000540*                   CLEARS THE MATCH.
000541*  2026-10-15 JLH   COOLING-OFF HOLD.  A VENDOR IN PENDING
000542*                   VERIFICATION AFTER A REMIT-TO OR TAX ID
000543*                   CHANGE IS NOT PAID UNTIL A VENDVRFY CALLBACK
000544*                   OR THE END OF THE COOLING-OFF PERIOD, WHICH
000545*                   IS CONTROL-CARD COLUMNS 9-11 (DEFAULT 10
000546*                   DAYS) FROM THE DATE OF THE CHANGE.
000547*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000548*                   TO THE COMMON EXECUTION LOG FOR THE
000549*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000550*****************************************************************
000551*  REMARKS.
000552*      THE STEP BETWEEN INVOICE APPROVAL AND BANK RECONCILIATION.
000553*      THE INVOICE FILE FOR THIS STEP MUST BE PRESORTED ASCENDING
000554*      ON VENDOR-ID (A SORT STEP PRECEDES THIS PROGRAM IN THE
000555*      JOB), SO ONE REMITTANCE ADVICE PER VENDOR FALLS OUT OF A
000560*      CLASSIC CONTROL BREAK.  A VENDOR ON HOLD ON THE VENDOR
000570*      MASTER IS SKIPPED WHOLESALE.  FOR EVERY INV-APPROVED
000580*      INVOICE WHOSE DUE DATE (INVOICE-DATE PLUS THE VENDOR'S
000750*            (SEE STACHG), WHICH THE JOBSTREAM'S SORT STEP DOES.
000760*
000770*      NON-APPROVED INVOICES ARE PASSED OVER AND COUNTED.
000771*
000772*      EVERY BANK INSTRUCTION AND POSITIVE-PAY ISSUE IS ALSO
000773*      WRITTEN TO THE INDEXED ISSUED-PAYMENT REGISTER, KEYED BY
000774*      VALUE DATE AND ISSUE SEQUENCE, WHERE BANKRECN LATER MARKS
000775*      IT CLEARED.  THE DOCUMENTS EACH ISSUE SETTLED GO TO THE
000776*      ISSUED-PAYMENT DETAIL FILE UNDER THE SAME KEY.  AN APPROVED
000777*      DOCUMENT WITH A DETAIL HELD BY A VOID IS NOT PAID AGAIN
000778*      UNTIL PAYVOID RELEASES IT FOR REISSUE.
000779*
000780*      A VENDOR WHOSE TERMS CARRY A DISCOUNT PERCENT AND WINDOW
000781*      HAS AN INVOICE PAID BEFORE ITS NET DUE DATE WHEN THE
000782*      VALUE DATE IS INSIDE THE WINDOW (INVOICE-DATE PLUS THE
000783*      DISCOUNT DAYS).  THE DISCOUNT IS TAKEN ONLY ON AN INVOICE
000784*      PAID IN FULL WITH NOTHING PAID ON IT BEFORE: THE CASH IS
000785*      THE GROSS LESS THE DISCOUNT, WHILE THE PAYMENT
000786*      APPLICATION CARRIES THE GROSS SO THE INVOICE CLOSES.  AN
000787*      INVOICE PAID AFTER ITS WINDOW CLOSED IS WRITTEN TO THE
000788*      DISCOUNT LEDGER AS LOST.
000789*
000790*      A VENDOR WHOSE PARTY HAS A CONFIRMED RESTRICTED-PARTY
000791*      MATCH ON THE SCREENING QUEUE IS NOT PAID AT ALL, WHATEVER
000792*      THE VENDOR MASTER HOLD FLAG SAYS, UNTIL SCRNDISP RECORDS
000793*      THE MATCH AS CLEARED.  NO QUEUE FILE MEANS NO BLOCKS.
000794*
000795*      A VENDOR WHOSE REMIT-TO OR TAX ID CHANGED IS HELD THE
000796*      SAME WAY FOR THE COOLING-OFF PERIOD AFTER THE CHANGE,
000797*      UNLESS A CALLBACK HAS VERIFIED IT SOONER.
000798*****************************************************************
000799 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.   IBM-370.
000820 OBJECT-COMPUTER.   IBM-370.
001116            FILE STATUS IS WS-PARTIN-STATUS.
001118     SELECT PAYAPP-OUT        ASSIGN TO PAPLOUT
001119            ORGANIZATION IS SEQUENTIAL.
001120     SELECT OPTIONAL
001121            ISSUED-REGISTER   ASSIGN TO ISSREG
001122            ORGANIZATION IS INDEXED
001123            ACCESS MODE IS DYNAMIC
001124            RECORD KEY IS IP-KEY
001125            FILE STATUS IS WS-ISSREG-STATUS.
001126     SELECT OPTIONAL
001127            ISSUE-DETAIL      ASSIGN TO ISSDTL
001128            ORGANIZATION IS INDEXED
001129            ACCESS MODE IS DYNAMIC
001130            RECORD KEY IS IX-KEY
001131            ALTERNATE RECORD KEY IS IX-INVOICE-ID
001132                WITH DUPLICATES
001133            FILE STATUS IS WS-ISSDTL-STATUS.
001134     SELECT OPTIONAL
001135            DISCOUNT-OUT      ASSIGN TO PAYDISC
001136            ORGANIZATION IS SEQUENTIAL
001137            FILE STATUS IS WS-PAYDISC-STATUS.
001138     SELECT OPTIONAL
001139            SANCTION-QUEUE    ASSIGN TO SCRNQ
001140            ORGANIZATION IS INDEXED
001141            ACCESS MODE IS SEQUENTIAL
001142            RECORD KEY IS SQ-KEY
001143            FILE STATUS IS WS-SCRNQ-STATUS.
001144     SELECT OPTIONAL
001145            EXEC-LOG-OUT    ASSIGN TO EXECLOG
001146            ORGANIZATION IS SEQUENTIAL
001147            FILE STATUS IS WS-EXECLOG-STATUS.

001148 DATA DIVISION.
001149 FILE SECTION.
001150 FD  CONTROL-CARD-IN
001151     LABEL RECORDS ARE STANDARD.
001152 01  CONTROL-CARD-RECORD.
001160     05  CC-PAY-VALUE-DATE         PIC 9(08).
001165     05  CC-COOLING-DAYS           PIC 9(03).

001170 FD  INVOICE-IN
001180     LABEL RECORDS ARE STANDARD.
001527     LABEL RECORDS ARE STANDARD.
001528 COPY PAYAPPL.

001529 FD  ISSUED-REGISTER
001530     LABEL RECORDS ARE STANDARD.
001531 COPY ISSPAY.

001532 FD  ISSUE-DETAIL
001533     LABEL RECORDS ARE STANDARD.
001534 COPY ISSDTL.

001535 FD  DISCOUNT-OUT
001536     LABEL RECORDS ARE STANDARD.
001537 COPY PAYDISC.

001538 FD  SANCTION-QUEUE
001539     LABEL RECORDS ARE STANDARD.
001540 COPY SCRNMTCH.

001541 FD  EXEC-LOG-OUT
001542     LABEL RECORDS ARE STANDARD.
001543 COPY EXECLOG.

001544 WORKING-STORAGE SECTION.
001545 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001546 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001547 01  WS-PARTIN-STATUS          PIC X(02)  VALUE SPACES.
001548 01  WS-ISSREG-STATUS          PIC X(02)  VALUE SPACES.
001549 01  WS-ISSDTL-STATUS          PIC X(02)  VALUE SPACES.
001550 01  WS-PAYDISC-STATUS         PIC X(02)  VALUE SPACES.
001551 01  WS-SCRNQ-STATUS           PIC X(02)  VALUE SPACES.
001552 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001553 01  WS-SWITCHES.
001560     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001570         88  INVOICE-EOF                  VALUE 'Y'.
001580     05  WS-VENDOR-FOUND-SW    PIC X(01)  VALUE 'N'.
001590         88  WS-VENDOR-FOUND              VALUE 'Y'.
001600     05  WS-VENDOR-HELD-SW     PIC X(01)  VALUE 'N'.
001610         88  WS-VENDOR-HELD               VALUE 'Y'.
001613     05  WS-ISSREG-EOF         PIC X(01)  VALUE 'N'.
001616         88  ISSREG-EOF                   VALUE 'Y'.
001617     05  WS-ISSDTL-EOF         PIC X(01)  VALUE 'N'.
001618         88  ISSDTL-EOF                   VALUE 'Y'.
001619     05  WS-VOID-HELD-SW       PIC X(01)  VALUE 'N'.
001620         88  WS-VOID-HELD                 VALUE 'Y'.
001621     05  WS-DISC-ELIGIBLE-SW   PIC X(01)  VALUE 'N'.
001622         88  WS-DISC-ELIGIBLE             VALUE 'Y'.
001623     05  WS-SCRNQ-EOF          PIC X(01)  VALUE 'N'.
001624         88  SCRNQ-EOF                    VALUE 'Y'.
001625     05  WS-SANCTION-FULL-SW   PIC X(01)  VALUE 'N'.
001626         88  WS-SANCTION-FULL             VALUE 'Y'.
001627     05  WS-SANCTIONED-SW      PIC X(01)  VALUE 'N'.
001628         88  WS-SANCTIONED                VALUE 'Y'.
001629     05  WS-VENDOR-UNVERIFIED-SW PIC X(01) VALUE 'N'.
001630         88  WS-VENDOR-UNVERIFIED         VALUE 'Y'.

001631 01  WS-COUNTERS                          COMP.
001632     05  WS-INVOICES-READ      PIC 9(09)  VALUE ZERO.
001640     05  WS-INVOICES-SELECTED  PIC 9(09)  VALUE ZERO.
001650     05  WS-INVOICES-PASSED    PIC 9(09)  VALUE ZERO.
001660     05  WS-VENDORS-PAID       PIC 9(09)  VALUE ZERO.
001746     05  WS-INVOICES-NO-OPEN   PIC 9(09)  VALUE ZERO.
001747     05  WS-PX-COUNT           PIC 9(05)  VALUE ZERO.
001748     05  WS-PX-NDX             PIC 9(05)  VALUE ZERO.
001749     05  WS-ISSUES-REGISTERED  PIC 9(09)  VALUE ZERO.
001750     05  WS-ISSUE-DETAILS      PIC 9(09)  VALUE ZERO.
001751     05  WS-INVOICES-VOID-HELD PIC 9(09)  VALUE ZERO.
001752     05  WS-DISCOUNTS-TAKEN    PIC 9(09)  VALUE ZERO.
001753     05  WS-DISCOUNTS-LOST     PIC 9(09)  VALUE ZERO.
001754     05  WS-VENDORS-SANCTIONED PIC 9(09)  VALUE ZERO.
001755     05  WS-SB-COUNT           PIC 9(05)  VALUE ZERO.
001756     05  WS-SB-NDX             PIC 9(05)  VALUE ZERO.
001757     05  WS-VENDORS-UNVERIFIED PIC 9(09)  VALUE ZERO.

001758 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001760 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001770 01  WS-PAY-VALUE-DATE         PIC 9(08)  VALUE ZERO.
001773 01  WS-COOLING-DAYS           PIC 9(03)  VALUE 10.
001776 01  WS-VERIFY-RELEASE-DATE    PIC 9(08)  VALUE ZERO.

001780 01  WS-CURRENT-VENDOR         PIC X(10)  VALUE SPACES.
001790 01  WS-VENDOR-PAY-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001852 01  WS-ISSUE-SEQ              PIC 9(05)  VALUE ZERO.
001854 01  WS-BANK-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001856 01  WS-BANK-CURRENCY          PIC X(03)  VALUE SPACES.
001857 01  WS-BANK-DISCOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
001858 01  WS-DISC-PCT               PIC 9(02)V99 VALUE ZERO.
001859 01  WS-DISC-DAYS              PIC 9(03)  VALUE ZERO.
001860 01  WS-DISC-DATE              PIC 9(08)  VALUE ZERO.
001861 01  WS-DISC-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001862 01  WS-INV-NET                PIC S9(11)V99 COMP-3 VALUE ZERO.
001863 01  WS-VENDOR-DISC-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
001864 01  WS-RUN-DISC-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.

001865*----------------------------------------------------------------
001870*    THE CURRENT VENDOR'S ELIGIBLE DOCUMENTS, COLLECTED BEFORE
001880*    ANY PAYMENT IS WRITTEN SO OPEN CREDIT MEMOS CAN BE NETTED
001890*    AGAINST THE PAYABLE INVOICES.  CREDIT AMOUNTS ARE NEGATIVE.
001980         10  WS-DOC-TYPE        PIC X(01).
001990         10  WS-DOC-APPLIED-SW  PIC X(01).
001992         10  WS-DOC-PARTIAL-SW  PIC X(01).
001996         10  WS-DOC-CASH-PAID   PIC S9(11)V99 COMP-3.
001997         10  WS-DOC-DISCOUNT    PIC S9(11)V99 COMP-3.
001998         10  WS-DOC-LOST-DISC   PIC S9(11)V99 COMP-3.
001999         10  WS-DOC-DISC-DATE   PIC 9(08).
002002         10  WS-DOC-RATE        PIC S9(03)V9(06) COMP-3.
002005 01  WS-DOC-COUNT              PIC 9(09) COMP VALUE ZERO.
002010 01  WS-DOC-IX                 PIC 9(09) COMP VALUE ZERO.

002012*----------------------------------------------------------------
002023     88  WS-PX-FOUND                       VALUE 'Y'.
002024 01  WS-PARTIN-EOF-SW          PIC X(01)  VALUE 'N'.
002025     88  PARTIN-EOF                        VALUE 'Y'.
002026 01  WS-PX-FULL-SW             PIC X(01)  VALUE 'N'.
002027     88  WS-PX-FULL                        VALUE 'Y'.
002028 01  WS-OPEN-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
002029*----------------------------------------------------------------
002030*    THE CONFIRMED RESTRICTED-PARTY MATCHES OFF THE SCREENING
002031*    QUEUE, LOADED AT INITIALIZE.  A VENDOR IS BLOCKED WHEN ITS
002032*    VENDOR-ID OR ITS PARTY'S COMMON-KEY IS HERE.
002033*----------------------------------------------------------------
002034 01  WS-SANCTION-TABLE.
002035     05  WS-SB-ENTRY OCCURS 1 TO 2000 TIMES
002036                     DEPENDING ON WS-SB-COUNT.
002037         10  WS-SB-VENDOR-ID    PIC X(10).
002038         10  WS-SB-COMMON-KEY   PIC 9(10).
002039*----------------------------------------------------------------
002040*    A CREDIT NETS ONLY AGAINST PAYABLE INVOICES IN ITS OWN
002041*    CURRENCY - ONE POOL PER CURRENCY AMONG THE VENDOR'S
002050*    COLLECTED DOCUMENTS.
002060*----------------------------------------------------------------
002070 01  WS-CCY-POOLS.
002110         10  WS-CP-POOL        PIC S9(11)V99 COMP-3.
002120         10  WS-CP-REMAINING   PIC S9(11)V99 COMP-3.
002122         10  WS-CP-CASH-PAID   PIC S9(11)V99 COMP-3.
002126         10  WS-CP-DISC-TAKEN  PIC S9(11)V99 COMP-3.
002130 01  WS-CP-COUNT               PIC 9(02) COMP VALUE ZERO.
002140 01  WS-CP-NDX                 PIC 9(02) COMP VALUE ZERO.
002150 01  WS-POOL-CCY               PIC X(03)  VALUE SPACES.
002310     05  FILLER                 PIC X(05) VALUE SPACES.
002320     05  RN-VENDOR-NAME         PIC X(40).

002321 01  WS-REMIT-COLUMN-LINE.
002322     05  FILLER                 PIC X(03) VALUE SPACES.
002323     05  FILLER                 PIC X(12) VALUE 'INVOICE'.
002324     05  FILLER                 PIC X(10) VALUE 'DATE'.
002325     05  FILLER                 PIC X(17)
002326                                VALUE '            GROSS'.
002327     05  FILLER                 PIC X(13)
002328                                VALUE '     DISCOUNT'.
002329     05  FILLER                 PIC X(19)
002331                                VALUE '              NET'.
002333     05  FILLER                 PIC X(05) VALUE '  CCY'.

002335 01  WS-REMIT-DETAIL.
002340     05  FILLER                 PIC X(03) VALUE SPACES.
002350     05  RD-INVOICE-ID          PIC 9(10).
002360     05  FILLER                 PIC X(02) VALUE SPACES.
002370     05  RD-INVOICE-DATE        PIC 9(08).
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  RD-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002392     05  FILLER                 PIC X(02) VALUE SPACES.
002394     05  RD-DISCOUNT            PIC ZZZ,ZZ9.99-.
002396     05  FILLER                 PIC X(02) VALUE SPACES.
002398     05  RD-NET                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002400     05  FILLER                 PIC X(02) VALUE SPACES.
002410     05  RD-CURRENCY            PIC X(03).

002420 01  WS-REMIT-TOTAL-LINE.
002480                                VALUE '  INVOICES '.
002490     05  RT-COUNT               PIC ZZ,ZZ9.

002492 01  WS-REMIT-DISC-LINE.
002494     05  FILLER                 PIC X(05) VALUE SPACES.
002496     05  RA-LABEL               PIC X(14).
002498     05  RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.

002500 PROCEDURE DIVISION.
002510*---------------------------------------------------------------*
002520 0000-MAINLINE.
002530*---------------------------------------------------------------*
002533     PERFORM 9700-LOG-STEP-START
002536          THRU 9700-LOG-STEP-START-EXIT.
002540     PERFORM 1000-INITIALIZE
002550          THRU 1000-INITIALIZE-EXIT.
002560     PERFORM 2000-PROCESS-VENDOR
002580          UNTIL INVOICE-EOF.
002590     PERFORM 9000-TERMINATE
002600          THRU 9000-TERMINATE-EXIT.
002603     PERFORM 9710-LOG-STEP-END
002606          THRU 9710-LOG-STEP-END-EXIT.
002610     GOBACK.

002620*---------------------------------------------------------------*
002720                     'DEFAULTS TO RUN DATE'
002730         NOT AT END
002740             MOVE CC-PAY-VALUE-DATE TO WS-PAY-VALUE-DATE
002742             IF CC-COOLING-DAYS NUMERIC
002744                AND CC-COOLING-DAYS > ZERO
002746                 MOVE CC-COOLING-DAYS TO WS-COOLING-DAYS
002748             END-IF
002750     END-READ.
002760     CLOSE CONTROL-CARD-IN.
002770     OPEN INPUT  INVOICE-IN
002822                 BANK-OUT
002824                 POSPAY-OUT
002826                 PAYAPP-OUT.
002827     OPEN I-O    ISSUED-REGISTER
002828                 ISSUE-DETAIL.
002829     OPEN EXTEND DISCOUNT-OUT.
002830     PERFORM 1200-SEED-ISSUE-SEQ
002831          THRU 1200-SEED-ISSUE-SEQ-EXIT.
002832     PERFORM 1100-LOAD-PARTIAL-TABLE
002833          THRU 1100-LOAD-PARTIAL-TABLE-EXIT.
002834     PERFORM 1300-LOAD-SANCTION-TABLE
002835          THRU 1300-LOAD-SANCTION-TABLE-EXIT.
002836     READ INVOICE-IN
002840         AT END SET INVOICE-EOF TO TRUE
002850     END-READ.
002860 1000-INITIALIZE-EXIT.
002890         CLOSE INVOICE-IN XREF-MASTER VENDOR-MASTER
002891               PAYMENT-OUT STATUS-CHG-OUT REMIT-OUT
002892               BANK-OUT POSPAY-OUT PAYAPP-OUT
002893               ISSUED-REGISTER ISSUE-DETAIL DISCOUNT-OUT
002894         MOVE 16 TO RETURN-CODE
002895         PERFORM 9710-LOG-STEP-END
002896              THRU 9710-LOG-STEP-END-EXIT
002897         GOBACK
002898     END-IF.
002899 1100-LOAD-PARTIAL-TABLE-EXIT.
002900     EXIT.

002901 1110-LOAD-ONE-DIRECTIVE.
002902     READ PARTIAL-IN
002903         AT END SET PARTIN-EOF TO TRUE
002904         NOT AT END
002905             IF WS-PX-COUNT >= 1000
002906                 SET WS-PX-FULL TO TRUE
002907             ELSE
002908                 ADD 1 TO WS-PX-COUNT
002909                 MOVE PX-INVOICE-ID
002910                   TO WS-PX-INVOICE-ID (WS-PX-COUNT)
002911                 MOVE PX-PAY-AMOUNT
002912                   TO WS-PX-AMOUNT (WS-PX-COUNT)
002913             END-IF
002914     END-READ.
002915 1110-LOAD-ONE-DIRECTIVE-EXIT.
002916     EXIT.

002917*---------------------------------------------------------------*
002918*    ISSUE NUMBERS ARE UNIQUE WITHIN A VALUE DATE ACROSS RUNS.    *
002919*    SEED THE SEQUENCE FROM THE HIGHEST ONE ALREADY ON THE        *
002920*    REGISTER FOR THE VALUE DATE - THE KEY LEADS WITH THE DATE,  *
002921*    SO THE LAST RECORD READ FOR THE DATE CARRIES IT.  NO         *
002922*    RECORDS FOR THE DATE (OR AN EMPTY REGISTER) STARTS AT ONE.   *
002923*---------------------------------------------------------------*
002924 1200-SEED-ISSUE-SEQ.
002925*---------------------------------------------------------------*
002926     MOVE WS-PAY-VALUE-DATE TO IP-ISSUE-DATE.
002927     MOVE ZERO              TO IP-ISSUE-SEQ.
002928     START ISSUED-REGISTER KEY IS >= IP-KEY
002929         INVALID KEY
002930             GO TO 1200-SEED-ISSUE-SEQ-EXIT
002931     END-START.
002932     PERFORM 1210-READ-ISSUED
002933          THRU 1210-READ-ISSUED-EXIT
002934          UNTIL ISSREG-EOF.
002935 1200-SEED-ISSUE-SEQ-EXIT.
002936     EXIT.

002937 1210-READ-ISSUED.
002938     READ ISSUED-REGISTER NEXT RECORD
002939         AT END SET ISSREG-EOF TO TRUE
002940         NOT AT END
002941             IF IP-ISSUE-DATE NOT = WS-PAY-VALUE-DATE
002942                 SET ISSREG-EOF TO TRUE
002943             ELSE
002944                 MOVE IP-ISSUE-SEQ TO WS-ISSUE-SEQ
002945             END-IF
002946     END-READ.
002947 1210-READ-ISSUED-EXIT.
002948     EXIT.

002949*---------------------------------------------------------------*
002950*    EVERY CONFIRMED MATCH ON THE SCREENING QUEUE.  THE QUEUE IS  *
002951*    OPTIONAL - NONE MEANS NO SCREENING HAS RUN YET.  MORE        *
002952*    CONFIRMED MATCHES THAN THE TABLE HOLDS FAILS THE STEP        *
002953*    RATHER THAN PAY A BLOCKED PARTY PAST THE CAP.                *
002954*---------------------------------------------------------------*
002955 1300-LOAD-SANCTION-TABLE.
002956*---------------------------------------------------------------*
002957     OPEN INPUT SANCTION-QUEUE.
002958     IF WS-SCRNQ-STATUS NOT = '00'
002959         GO TO 1300-LOAD-SANCTION-TABLE-EXIT
002960     END-IF.
002961     PERFORM 1310-LOAD-ONE-SANCTION
002962          THRU 1310-LOAD-ONE-SANCTION-EXIT
002963          UNTIL SCRNQ-EOF.
002964     CLOSE SANCTION-QUEUE.
002965     IF WS-SANCTION-FULL
002966         DISPLAY 'PAYSEL - RESTRICTED-PARTY TABLE FULL - '
002967                 'FAILING THE STEP'
002968         CLOSE INVOICE-IN XREF-MASTER VENDOR-MASTER
002969               PAYMENT-OUT STATUS-CHG-OUT REMIT-OUT
002970               BANK-OUT POSPAY-OUT PAYAPP-OUT
002971               ISSUED-REGISTER ISSUE-DETAIL DISCOUNT-OUT
002972         MOVE 16 TO RETURN-CODE
002973         PERFORM 9710-LOG-STEP-END
002974              THRU 9710-LOG-STEP-END-EXIT
002975         GOBACK
002976     END-IF.
002977 1300-LOAD-SANCTION-TABLE-EXIT.
002978     EXIT.

002979 1310-LOAD-ONE-SANCTION.
002980     READ SANCTION-QUEUE
002981         AT END SET SCRNQ-EOF TO TRUE
002982         NOT AT END
002983             IF SQ-CONFIRMED
002984                 IF WS-SB-COUNT >= 2000
002985                     SET WS-SANCTION-FULL TO TRUE
002986                     SET SCRNQ-EOF TO TRUE
002987                 ELSE
002988                     ADD 1 TO WS-SB-COUNT
002989                     MOVE SQ-VENDOR-ID
002990                       TO WS-SB-VENDOR-ID (WS-SB-COUNT)
002991                     MOVE SQ-COMMON-KEY
002992                       TO WS-SB-COMMON-KEY (WS-SB-COUNT)
002993                 END-IF
002994             END-IF
002995     END-READ.
002996 1310-LOAD-ONE-SANCTION-EXIT.
002997     EXIT.

002998*---------------------------------------------------------------*
002999*    ONE PASS OF THIS PARAGRAPH IS ONE VENDOR'S REMITTANCE       *
003000*    ADVICE - HEADER, ONE DETAIL PER INVOICE PAID, TOTAL.        *
003001*---------------------------------------------------------------*
003002 2000-PROCESS-VENDOR.
003003*---------------------------------------------------------------*
003004     MOVE VENDOR-ID TO WS-CURRENT-VENDOR.
003005     MOVE ZERO      TO WS-VENDOR-PAY-TOTAL
003006                       WS-VENDOR-PAY-COUNT
003007                       WS-VENDOR-DISC-TOTAL.
003008     PERFORM 2100-LOOK-UP-COMMON-KEY
003009          THRU 2100-LOOK-UP-COMMON-KEY-EXIT.
003010     PERFORM 2150-LOOK-UP-VENDOR
003011          THRU 2150-LOOK-UP-VENDOR-EXIT.
003012     IF WS-VENDOR-HELD
003020         ADD 1 TO WS-VENDORS-ON-HOLD
003030         DISPLAY 'PAYSEL - VENDOR ON HOLD, NOTHING PAID: '
003040                 WS-CURRENT-VENDOR
003080                 OR VENDOR-ID NOT = WS-CURRENT-VENDOR
003090         GO TO 2000-PROCESS-VENDOR-EXIT
003100     END-IF.
003101     PERFORM 2160-CHECK-SANCTIONS
003102          THRU 2160-CHECK-SANCTIONS-EXIT.
003103     IF WS-SANCTIONED
003104         ADD 1 TO WS-VENDORS-SANCTIONED
003105         DISPLAY 'PAYSEL - RESTRICTED PARTY, NOTHING PAID: '
003106                 WS-CURRENT-VENDOR
003107         PERFORM 2400-SKIP-HELD-INVOICE
003108              THRU 2400-SKIP-HELD-INVOICE-EXIT
003109              UNTIL INVOICE-EOF
003110                 OR VENDOR-ID NOT = WS-CURRENT-VENDOR
003111         GO TO 2000-PROCESS-VENDOR-EXIT
003112     END-IF.
003113     IF WS-VENDOR-UNVERIFIED
003114         ADD 1 TO WS-VENDORS-UNVERIFIED
003115         DISPLAY 'PAYSEL - REMIT-TO NOT VERIFIED, NOTHING PAID: '
003116                 WS-CURRENT-VENDOR
003117         PERFORM 2400-SKIP-HELD-INVOICE
003118              THRU 2400-SKIP-HELD-INVOICE-EXIT
003119              UNTIL INVOICE-EOF
003120                 OR VENDOR-ID NOT = WS-CURRENT-VENDOR
003121         GO TO 2000-PROCESS-VENDOR-EXIT
003122     END-IF.
003123     MOVE ZERO TO WS-DOC-COUNT.
003124     PERFORM 2200-COLLECT-DOCUMENT
003130          THRU 2200-COLLECT-DOCUMENT-EXIT
003140          UNTIL INVOICE-EOF
003150             OR VENDOR-ID NOT = WS-CURRENT-VENDOR.
003550 2150-LOOK-UP-VENDOR.
003560*---------------------------------------------------------------*
003570     MOVE 'N'    TO WS-VENDOR-FOUND-SW
003580                    WS-VENDOR-HELD-SW
003585                    WS-VENDOR-UNVERIFIED-SW.
003590     MOVE SPACES TO WS-VENDOR-NAME
003592                    WS-VENDOR-ADDR
003594                    WS-VENDOR-CITY
003596                    WS-VENDOR-ZIP.
003600     MOVE ZERO   TO WS-TERMS-DAYS
003603                    WS-DISC-PCT
003606                    WS-DISC-DAYS.
003610     MOVE WS-CURRENT-VENDOR TO VEND-VENDOR-ID.
003620     READ VENDOR-MASTER
003630         INVALID KEY
003694             MOVE VEND-REMIT-CITY TO WS-VENDOR-CITY
003696             MOVE VEND-REMIT-ZIP  TO WS-VENDOR-ZIP
003700             MOVE VEND-TERMS-DAYS TO WS-TERMS-DAYS
003701             IF VEND-DISC-PCT NUMERIC
003702                AND VEND-DISC-DAYS NUMERIC
003703                 MOVE VEND-DISC-PCT  TO WS-DISC-PCT
003704                 MOVE VEND-DISC-DAYS TO WS-DISC-DAYS
003705             END-IF
003710             IF VEND-ON-HOLD
003720                 SET WS-VENDOR-HELD TO TRUE
003730             END-IF
003731             IF VEND-VERIFY-PENDING
003732                AND VEND-CHANGE-DATE NUMERIC
003733                AND VEND-CHANGE-DATE > ZERO
003734                 COMPUTE WS-VERIFY-RELEASE-DATE =
003735                     FUNCTION DATE-OF-INTEGER
003736                     (FUNCTION INTEGER-OF-DATE (VEND-CHANGE-DATE)
003737                      + WS-COOLING-DAYS)
003738                 IF WS-RUN-DATE < WS-VERIFY-RELEASE-DATE
003739                     SET WS-VENDOR-UNVERIFIED TO TRUE
003741                 END-IF
003743             END-IF
003745     END-READ.
003750 2150-LOOK-UP-VENDOR-EXIT.
003760     EXIT.

003761*---------------------------------------------------------------*
003762*    IS THE VENDOR, OR THE PARTY BEHIND IT, A CONFIRMED          *
003763*    RESTRICTED PARTY?                                           *
003764*---------------------------------------------------------------*
003765 2160-CHECK-SANCTIONS.
003766*---------------------------------------------------------------*
003767     MOVE 'N' TO WS-SANCTIONED-SW.
003768     PERFORM 2170-SCAN-SANCTION-ENTRY
003769          THRU 2170-SCAN-SANCTION-ENTRY-EXIT
003770          VARYING WS-SB-NDX FROM 1 BY 1
003771          UNTIL WS-SB-NDX > WS-SB-COUNT
003772             OR WS-SANCTIONED.
003773 2160-CHECK-SANCTIONS-EXIT.
003774     EXIT.

003775 2170-SCAN-SANCTION-ENTRY.
003776     IF WS-SB-VENDOR-ID (WS-SB-NDX) = WS-CURRENT-VENDOR
003777         SET WS-SANCTIONED TO TRUE
003778     END-IF.
003779     IF WS-PARTY-COMMON-KEY > ZERO
003780        AND WS-SB-COMMON-KEY (WS-SB-NDX) = WS-PARTY-COMMON-KEY
003781         SET WS-SANCTIONED TO TRUE
003782     END-IF.
003783 2170-SCAN-SANCTION-ENTRY-EXIT.
003784     EXIT.

003785*---------------------------------------------------------------*
003786*    GATHER THE VENDOR'S ELIGIBLE DOCUMENTS - PAYABLE INVOICES   *
003790*    THAT ARE DUE, AND EVERY OPEN CREDIT MEMO - SO CREDITS CAN   *
003800*    BE NETTED BEFORE ANY PAYMENT IS WRITTEN.                    *
003810*---------------------------------------------------------------*
003848     COMPUTE WS-OPEN-AMOUNT =
003849             INVOICE-TOTAL - INV-PAID-TO-DATE.
003850     IF INV-APPROVED
003851         PERFORM 2205-CHECK-VOID-HOLD
003852              THRU 2205-CHECK-VOID-HOLD-EXIT
003853         IF WS-VOID-HELD
003854             ADD 1 TO WS-INVOICES-VOID-HELD
003855             GO TO 2200-COLLECT-DOCUMENT-READ
003856         END-IF
003860         IF INV-DOC-CREDIT-MEMO
003862             IF WS-OPEN-AMOUNT >= ZERO
003864                 ADD 1 TO WS-INVOICES-NO-OPEN
003900             PERFORM 2210-COMPUTE-DUE-DATE
003910                  THRU 2210-COMPUTE-DUE-DATE-EXIT
003920             IF WS-DUE-DATE <= WS-PAY-VALUE-DATE
003925                OR WS-DISC-ELIGIBLE
003930                 PERFORM 2220-ADD-DOCUMENT
003940                      THRU 2220-ADD-DOCUMENT-EXIT
003950             ELSE
004050 2200-COLLECT-DOCUMENT-EXIT.
004060     EXIT.

004061*---------------------------------------------------------------*
004062*    A DOCUMENT WHOSE PAYMENT WAS VOIDED WITHOUT REISSUE CARRIES  *
004063*    A HELD DETAIL ON THE ISSUED-PAYMENT DETAIL FILE.  ANY HELD   *
004064*    DETAIL FOR THE INVOICE-ID KEEPS IT OUT OF SELECTION.         *
004065*---------------------------------------------------------------*
004066 2205-CHECK-VOID-HOLD.
004067*---------------------------------------------------------------*
004068     MOVE 'N' TO WS-VOID-HELD-SW
004069                 WS-ISSDTL-EOF.
004070     MOVE INVOICE-ID TO IX-INVOICE-ID.
004071     START ISSUE-DETAIL KEY IS = IX-INVOICE-ID
004072         INVALID KEY
004073             GO TO 2205-CHECK-VOID-HOLD-EXIT
004074     END-START.
004075     PERFORM 2206-READ-INVOICE-DETAIL
004076          THRU 2206-READ-INVOICE-DETAIL-EXIT
004077          UNTIL ISSDTL-EOF
004078             OR WS-VOID-HELD.
004079 2205-CHECK-VOID-HOLD-EXIT.
004080     EXIT.

004081 2206-READ-INVOICE-DETAIL.
004082     READ ISSUE-DETAIL NEXT RECORD
004083         AT END SET ISSDTL-EOF TO TRUE
004084     END-READ.
004085     IF ISSDTL-EOF
004086         GO TO 2206-READ-INVOICE-DETAIL-EXIT
004087     END-IF.
004088     IF IX-INVOICE-ID NOT = INVOICE-ID
004089         SET ISSDTL-EOF TO TRUE
004090         GO TO 2206-READ-INVOICE-DETAIL-EXIT
004091     END-IF.
004092     IF IX-VOID-HELD
004093         SET WS-VOID-HELD TO TRUE
004094     END-IF.
004095 2206-READ-INVOICE-DETAIL-EXIT.
004096     EXIT.

004097*---------------------------------------------------------------*
004098*    THE INVOICE FALLS DUE ITS VENDOR'S TERMS DAYS AFTER THE     *
004099*    INVOICE DATE.  WITH DISCOUNT TERMS ITS DISCOUNT WINDOW      *
004100*    CLOSES THE DISCOUNT DAYS AFTER THE INVOICE DATE; AN INVOICE *
004101*    NOTHING HAS BEEN PAID ON, WITH THE VALUE DATE INSIDE THE    *
004102*    WINDOW, IS ELIGIBLE TO BE PAID EARLY.                       *
004103*---------------------------------------------------------------*
004110 2210-COMPUTE-DUE-DATE.
004120*---------------------------------------------------------------*
004130     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
004140             (FUNCTION INTEGER-OF-DATE (INVOICE-DATE)
004150              + WS-TERMS-DAYS).
004151     MOVE 'N'  TO WS-DISC-ELIGIBLE-SW.
004152     MOVE ZERO TO WS-DISC-DATE.
004153     IF WS-DISC-PCT = ZERO
004154         GO TO 2210-COMPUTE-DUE-DATE-EXIT
004155     END-IF.
004156     COMPUTE WS-DISC-DATE = FUNCTION DATE-OF-INTEGER
004157             (FUNCTION INTEGER-OF-DATE (INVOICE-DATE)
004158              + WS-DISC-DAYS).
004159     IF WS-PAY-VALUE-DATE <= WS-DISC-DATE
004161        AND INV-PAID-TO-DATE = ZERO
004163         SET WS-DISC-ELIGIBLE TO TRUE
004165     END-IF.
004167 2210-COMPUTE-DUE-DATE-EXIT.
004170     EXIT.

004180 2220-ADD-DOCUMENT.
004340     END-IF.
004350     MOVE 'N' TO WS-DOC-APPLIED-SW (WS-DOC-COUNT)
004352                 WS-DOC-PARTIAL-SW (WS-DOC-COUNT).
004353     MOVE ZERO TO WS-DOC-CASH-PAID (WS-DOC-COUNT)
004354                  WS-DOC-DISCOUNT (WS-DOC-COUNT)
004355                  WS-DOC-LOST-DISC (WS-DOC-COUNT)
004356                  WS-DOC-DISC-DATE (WS-DOC-COUNT).
004357*    AN AGREED SHORT-PAY DIRECTIVE CUTS THE DOCUMENT'S PAYABLE
004358*    AMOUNT TO THE DIRECTED AMOUNT; THE REMAINDER STAYS OPEN ON
004359*    THE MASTER AND THE INVOICE STAYS IN A.
004360     IF WS-DOC-TYPE (WS-DOC-COUNT) = 'I'
004362         PERFORM 2225-CHECK-PARTIAL-DIRECTIVE
004364              THRU 2225-CHECK-PARTIAL-DIRECTIVE-EXIT
004365         PERFORM 2227-COMPUTE-DISCOUNT
004366              THRU 2227-COMPUTE-DISCOUNT-EXIT
004367     END-IF.
004368 2220-ADD-DOCUMENT-EXIT.
004370     EXIT.

004406 2226-SCAN-ONE-DIRECTIVE-EXIT.
004407     EXIT.

004408*---------------------------------------------------------------*
004409*    THE DISCOUNT ON AN INVOICE PAID IN FULL WITH NOTHING PAID   *
004410*    ON IT BEFORE, FROM A VENDOR WITH DISCOUNT TERMS: TAKEN IF   *
004411*    THE VALUE DATE IS INSIDE THE WINDOW, OTHERWISE LOST.  THE   *
004412*    RATE CURRCNV STAMPED CARRIES IT TO HOME CURRENCY FOR THE    *
004413*    LEDGER.                                                     *
004414*---------------------------------------------------------------*
004415 2227-COMPUTE-DISCOUNT.
004416*---------------------------------------------------------------*
004417     IF WS-DISC-PCT = ZERO
004418        OR INV-PAID-TO-DATE NOT = ZERO
004419        OR WS-DOC-PARTIAL-SW (WS-DOC-COUNT) = 'Y'
004420         GO TO 2227-COMPUTE-DISCOUNT-EXIT
004421     END-IF.
004422     COMPUTE WS-DISC-AMOUNT ROUNDED =
004423             INVOICE-TOTAL * WS-DISC-PCT / 100.
004424     IF WS-DISC-ELIGIBLE
004425         MOVE WS-DISC-AMOUNT TO WS-DOC-DISCOUNT (WS-DOC-COUNT)
004426     ELSE
004427         MOVE WS-DISC-AMOUNT TO WS-DOC-LOST-DISC (WS-DOC-COUNT)
004428     END-IF.
004429     MOVE WS-DISC-DATE TO WS-DOC-DISC-DATE (WS-DOC-COUNT).
004430     IF CONV-DONE
004431         MOVE EXCH-RATE-USED TO WS-DOC-RATE (WS-DOC-COUNT)
004432     ELSE
004433         MOVE 1              TO WS-DOC-RATE (WS-DOC-COUNT)
004434     END-IF.
004435 2227-COMPUTE-DISCOUNT-EXIT.
004436     EXIT.

004437*---------------------------------------------------------------*
004438*    APPLY OPEN CREDITS AGAINST THE VENDOR'S PAYABLE INVOICES,   *
004439*    CURRENCY BY CURRENCY - A EUR CREDIT NEVER REDUCES THE CASH  *
004440*    PAID ON A USD INVOICE.  A CREDIT IS APPLIED ONLY WHEN IT    *
004441*    FITS IN FULL WITHIN WHAT REMAINS PAYABLE IN ITS OWN         *
004442*    CURRENCY, SO NO CREDIT IS EVER HALF-USED AND LEFT OPEN TO   *
004443*    BE APPLIED AGAIN NEXT RUN; A CREDIT WHOSE CURRENCY HAS NO   *
004450*    PAYABLE INVOICES STAYS OPEN.                                *
004460*---------------------------------------------------------------*
004470 2230-SELECT-CREDITS.
004630         PERFORM 2233-FIND-OR-ADD-POOL
004640              THRU 2233-FIND-OR-ADD-POOL-EXIT
004650         IF WS-CP-NDX > ZERO
004660             COMPUTE WS-CP-PAYABLE (WS-CP-NDX) =
004665                     WS-CP-PAYABLE (WS-CP-NDX)
004670                     + WS-DOC-AMOUNT (WS-DOC-IX)
004675                     - WS-DOC-DISCOUNT (WS-DOC-IX)
004680         END-IF
004690     END-IF.
004700 2231-SUM-ONE-INVOICE-EXIT.
005720 2245-INIT-ONE-POOL.
005730     MOVE WS-CP-POOL (WS-CP-NDX)
005740       TO WS-CP-REMAINING (WS-CP-NDX).
005742     MOVE ZERO TO WS-CP-CASH-PAID (WS-CP-NDX)
005746                  WS-CP-DISC-TAKEN (WS-CP-NDX).
005750 2245-INIT-ONE-POOL-EXIT.
005760     EXIT.

006100              WS-VENDOR-PAY-COUNT.
006110     ADD WS-DOC-AMOUNT (WS-DOC-IX) TO WS-VENDOR-PAY-TOTAL
006120                                      WS-RUN-PAY-TOTAL.
006121     ADD WS-DOC-DISCOUNT (WS-DOC-IX) TO WS-VENDOR-DISC-TOTAL
006122                                        WS-RUN-DISC-TOTAL.
006123*    A DISCOUNT TAKEN COMES OFF THE CASH - WHAT IS OWED ON THE
006124*    INVOICE IS ITS NET.
006125     COMPUTE WS-INV-NET = WS-DOC-AMOUNT (WS-DOC-IX)
006126                        - WS-DOC-DISCOUNT (WS-DOC-IX).
006130     MOVE WS-DOC-CURRENCY (WS-DOC-IX) TO WS-POOL-CCY.
006140     PERFORM 2234-FIND-POOL
006150          THRU 2234-FIND-POOL-EXIT.
006160     IF NOT WS-CP-FOUND
006170         MOVE WS-INV-NET TO WS-NET-PAY
006180     ELSE
006183         ADD WS-DOC-DISCOUNT (WS-DOC-IX)
006186           TO WS-CP-DISC-TAKEN (WS-CP-NDX)
006190         IF WS-CP-REMAINING (WS-CP-NDX) >= WS-INV-NET
006210             COMPUTE WS-NET-PAY = ZERO
006220             SUBTRACT WS-INV-NET
006230                 FROM WS-CP-REMAINING (WS-CP-NDX)
006240         ELSE
006250             COMPUTE WS-NET-PAY =
006260                     WS-INV-NET
006270                     - WS-CP-REMAINING (WS-CP-NDX)
006280             MOVE ZERO TO WS-CP-REMAINING (WS-CP-NDX)
006290         END-IF
006300     END-IF.
006305     MOVE WS-NET-PAY TO WS-DOC-CASH-PAID (WS-DOC-IX).
006310     IF WS-NET-PAY > ZERO
006320         PERFORM 2310-WRITE-PAYMENT-SEGMENT
006330              THRU 2310-WRITE-PAYMENT-SEGMENT-EXIT
006340             ADD WS-NET-PAY TO WS-CP-CASH-PAID (WS-CP-NDX)
006342         ELSE
006344             MOVE WS-NET-PAY TO WS-BANK-AMOUNT
006345             MOVE WS-DOC-DISCOUNT (WS-DOC-IX) TO WS-BANK-DISCOUNT
006346             MOVE WS-DOC-CURRENCY (WS-DOC-IX)
006348               TO WS-BANK-CURRENCY
006350             PERFORM 2620-WRITE-BANK-RECORD
006352                  THRU 2620-WRITE-BANK-RECORD-EXIT
006353             PERFORM 2660-WRITE-ISSUE-DETAIL
006354                  THRU 2660-WRITE-ISSUE-DETAIL-EXIT
006355         END-IF
006356     END-IF.
006358     PERFORM 2330-WRITE-REMIT-DETAIL
006360          THRU 2330-WRITE-REMIT-DETAIL-EXIT.
006362     PERFORM 2340-WRITE-PAYMENT-APPL
006364          THRU 2340-WRITE-PAYMENT-APPL-EXIT.
006365     IF WS-DOC-DISCOUNT (WS-DOC-IX) > ZERO
006366        OR WS-DOC-LOST-DISC (WS-DOC-IX) > ZERO
006367         PERFORM 2350-WRITE-DISCOUNT-ENTRY
006368              THRU 2350-WRITE-DISCOUNT-ENTRY-EXIT
006369     END-IF.
006370*    A SHORT-PAID INVOICE STAYS IN A WITH ITS REMAINDER OPEN -
006371*    ONLY A DOCUMENT SETTLED IN FULL MOVES TO PAID.
006372     IF WS-DOC-PARTIAL-SW (WS-DOC-IX) = 'Y'
006373         GO TO 2270-SETTLE-INVOICE-EXIT
006374     END-IF.
006375     MOVE 'SELECTED FOR PAYMENT' TO WS-SETTLE-COMMENT.
006380     PERFORM 2320-WRITE-STATUS-CHANGE
006390          THRU 2320-WRITE-STATUS-CHANGE-EXIT.
006400 2270-SETTLE-INVOICE-EXIT.
006860     MOVE WS-DOC-ID (WS-DOC-IX)       TO RD-INVOICE-ID.
006870     MOVE WS-DOC-DATE (WS-DOC-IX)     TO RD-INVOICE-DATE.
006880     MOVE WS-DOC-AMOUNT (WS-DOC-IX)   TO RD-AMOUNT.
006882     MOVE WS-DOC-DISCOUNT (WS-DOC-IX) TO RD-DISCOUNT.
006884     COMPUTE RD-NET = WS-DOC-AMOUNT (WS-DOC-IX)
006886                    - WS-DOC-DISCOUNT (WS-DOC-IX).
006890     MOVE WS-DOC-CURRENCY (WS-DOC-IX) TO RD-CURRENCY.
006900     WRITE REMIT-LINE FROM WS-REMIT-DETAIL.
006910 2330-WRITE-REMIT-DETAIL-EXIT.
006934 2340-WRITE-PAYMENT-APPL-EXIT.
006935     EXIT.

006936*---------------------------------------------------------------*
006937*    A DISCOUNT TAKEN OR LOST ON THE DOCUMENT GOES TO THE         *
006938*    DISCOUNT LEDGER FOR THE MONTH-END JOURNAL AND REPORT.        *
006939*---------------------------------------------------------------*
006940 2350-WRITE-DISCOUNT-ENTRY.
006941*---------------------------------------------------------------*
006942     MOVE SPACES                   TO PAYMENT-DISCOUNT-RECORD.
006943     MOVE WS-CURRENT-VENDOR        TO DH-VENDOR-ID.
006944     MOVE WS-DOC-ID (WS-DOC-IX)    TO DH-INVOICE-ID.
006945     MOVE WS-DOC-DATE (WS-DOC-IX)  TO DH-INVOICE-DATE.
006946     MOVE WS-DOC-DISC-DATE (WS-DOC-IX) TO DH-DISC-DATE.
006947     MOVE WS-PAY-VALUE-DATE        TO DH-PAY-DATE.
006948     MOVE WS-DISC-PCT              TO DH-DISC-PCT.
006949     MOVE WS-DOC-AMOUNT (WS-DOC-IX) TO DH-GROSS-AMOUNT.
006950     MOVE WS-DOC-CURRENCY (WS-DOC-IX) TO DH-CURRENCY.
006951     MOVE 'PAYSEL'                 TO DH-JOB-NAME.
006952     IF WS-DOC-DISCOUNT (WS-DOC-IX) > ZERO
006953         SET DH-TAKEN TO TRUE
006954         MOVE WS-DOC-DISCOUNT (WS-DOC-IX)  TO DH-DISC-AMOUNT
006955         ADD 1 TO WS-DISCOUNTS-TAKEN
006956     ELSE
006957         SET DH-LOST  TO TRUE
006958         MOVE WS-DOC-LOST-DISC (WS-DOC-IX) TO DH-DISC-AMOUNT
006959         ADD 1 TO WS-DISCOUNTS-LOST
006960     END-IF.
006961     COMPUTE DH-DISC-HOME-AMOUNT ROUNDED =
006962             DH-DISC-AMOUNT * WS-DOC-RATE (WS-DOC-IX).
006963     WRITE PAYMENT-DISCOUNT-RECORD.
006964 2350-WRITE-DISCOUNT-ENTRY-EXIT.
006965     EXIT.

006966 2500-WRITE-VENDOR-HEADER.
006967     MOVE WS-CURRENT-VENDOR  TO RH-VENDOR-ID.
006968     MOVE WS-PAY-VALUE-DATE  TO RH-VALUE-DATE.
006969     WRITE REMIT-LINE FROM WS-REMIT-HEADING.
006970     IF WS-VENDOR-FOUND
006980         MOVE WS-VENDOR-NAME TO RN-VENDOR-NAME
006990         WRITE REMIT-LINE FROM WS-REMIT-NAME-LINE
007000     END-IF.
007005     WRITE REMIT-LINE FROM WS-REMIT-COLUMN-LINE.
007010 2500-WRITE-VENDOR-HEADER-EXIT.
007020     EXIT.

007040     MOVE WS-VENDOR-PAY-TOTAL TO RT-AMOUNT.
007050     MOVE WS-VENDOR-PAY-COUNT TO RT-COUNT.
007060     WRITE REMIT-LINE FROM WS-REMIT-TOTAL-LINE.
007061     IF WS-VENDOR-DISC-TOTAL NOT = ZERO
007062         MOVE 'LESS DISCOUNT:'     TO RA-LABEL
007063         MOVE WS-VENDOR-DISC-TOTAL TO RA-AMOUNT
007064         WRITE REMIT-LINE FROM WS-REMIT-DISC-LINE
007065         MOVE 'NET REMITTED: '     TO RA-LABEL
007066         COMPUTE RA-AMOUNT = WS-VENDOR-PAY-TOTAL
007067                           - WS-VENDOR-DISC-TOTAL
007068         WRITE REMIT-LINE FROM WS-REMIT-DISC-LINE
007069     END-IF.
007070 2600-WRITE-VENDOR-TOTAL-EXIT.
007080     EXIT.

007088     IF WS-CP-CASH-PAID (WS-CP-NDX) > ZERO
007089         MOVE WS-CP-CASH-PAID (WS-CP-NDX) TO WS-BANK-AMOUNT
007090         MOVE WS-CP-CURRENCY (WS-CP-NDX)  TO WS-BANK-CURRENCY
007091         MOVE WS-CP-DISC-TAKEN (WS-CP-NDX) TO WS-BANK-DISCOUNT
007092         PERFORM 2620-WRITE-BANK-RECORD
007093              THRU 2620-WRITE-BANK-RECORD-EXIT
007094         PERFORM 2650-WRITE-POOL-DETAIL
007095              THRU 2650-WRITE-POOL-DETAIL-EXIT
007096              VARYING WS-DOC-IX FROM 1 BY 1
007097              UNTIL WS-DOC-IX > WS-DOC-COUNT
007098     END-IF.
007099 2610-WRITE-BANK-POOLS-EXIT.
007100     EXIT.

007101*---------------------------------------------------------------*
007102*    THE PAYMENT INSTRUCTION TO THE BANK, AND ITS MATCHING        *
007103*    POSITIVE-PAY ISSUE RECORD - THE VALUE DATE AND ISSUE         *
007104*    SEQUENCE TIE THE TWO TOGETHER.                               *
007105*---------------------------------------------------------------*
007106 2620-WRITE-BANK-RECORD.
007107*---------------------------------------------------------------*
007108     ADD 1 TO WS-ISSUE-SEQ
007109              WS-BANK-RECS.
007110     MOVE SPACES             TO BANK-PAYMENT-RECORD.
007111     MOVE WS-PAY-VALUE-DATE  TO BP-VALUE-DATE.
007112     MOVE WS-ISSUE-SEQ       TO BP-ISSUE-SEQ.
007113     MOVE WS-CURRENT-VENDOR  TO BP-VENDOR-ID.
007114     MOVE WS-VENDOR-NAME     TO BP-PAYEE-NAME.
007115     MOVE WS-VENDOR-ADDR     TO BP-REMIT-ADDR.
007116     MOVE WS-VENDOR-CITY     TO BP-REMIT-CITY.
007117     MOVE WS-VENDOR-ZIP      TO BP-REMIT-ZIP.
007118     MOVE WS-BANK-AMOUNT     TO BP-AMOUNT.
007119     MOVE WS-BANK-CURRENCY   TO BP-CURRENCY.
007120     MOVE WS-BANK-DISCOUNT   TO BP-DISCOUNT-AMOUNT.
007121     COMPUTE BP-GROSS-AMOUNT = WS-BANK-AMOUNT + WS-BANK-DISCOUNT.
007122     WRITE BANK-PAYMENT-RECORD.
007123     PERFORM 2630-WRITE-POSPAY-RECORD
007124          THRU 2630-WRITE-POSPAY-RECORD-EXIT.
007125     PERFORM 2640-WRITE-ISSUED-PAYMENT
007126          THRU 2640-WRITE-ISSUED-PAYMENT-EXIT.
007127 2620-WRITE-BANK-RECORD-EXIT.
007128     EXIT.

007129 2630-WRITE-POSPAY-RECORD.
007130     MOVE SPACES             TO POSITIVE-PAY-RECORD.
007131     MOVE WS-PAY-VALUE-DATE  TO PP-ISSUE-DATE.
007132     MOVE WS-ISSUE-SEQ       TO PP-ISSUE-SEQ.
007133     MOVE WS-BANK-AMOUNT     TO PP-AMOUNT.
007134     MOVE WS-VENDOR-NAME     TO PP-PAYEE-NAME.
007135     MOVE WS-BANK-CURRENCY   TO PP-CURRENCY.
007136     WRITE POSITIVE-PAY-RECORD.
007137 2630-WRITE-POSPAY-RECORD-EXIT.
007138     EXIT.

007139*---------------------------------------------------------------*
007140*    THE ISSUE GOES ON THE REGISTER AS OUTSTANDING UNTIL THE      *
007141*    BANK REPORTS IT PAID.                                        *
007142*---------------------------------------------------------------*
007143 2640-WRITE-ISSUED-PAYMENT.
007144*---------------------------------------------------------------*
007145     MOVE SPACES             TO ISSUED-PAYMENT-RECORD.
007146     MOVE WS-PAY-VALUE-DATE  TO IP-ISSUE-DATE.
007147     MOVE WS-ISSUE-SEQ       TO IP-ISSUE-SEQ.
007148     MOVE WS-CURRENT-VENDOR  TO IP-VENDOR-ID.
007149     MOVE WS-VENDOR-NAME     TO IP-PAYEE-NAME.
007150     MOVE WS-BANK-AMOUNT     TO IP-AMOUNT.
007151     MOVE WS-BANK-CURRENCY   TO IP-CURRENCY.
007152     SET IP-OUTSTANDING      TO TRUE.
007153     MOVE WS-RUN-DATE        TO IP-ISSUED-RUN-DATE.
007154     MOVE ZERO               TO IP-CLEARED-DATE
007155                                IP-CLEARED-AMOUNT
007156                                IP-PRESENT-COUNT.
007157     WRITE ISSUED-PAYMENT-RECORD
007158         INVALID KEY
007159             DISPLAY 'PAYSEL - ISSUE ALREADY ON REGISTER: '
007160                     IP-ISSUE-DATE ' ' IP-ISSUE-SEQ
007161         NOT INVALID KEY
007162             ADD 1 TO WS-ISSUES-REGISTERED
007163     END-WRITE.
007164 2640-WRITE-ISSUED-PAYMENT-EXIT.
007165     EXIT.

007166*---------------------------------------------------------------*
007167*    A POOL'S BANK INSTRUCTION SETTLES EVERY INVOICE AND APPLIED  *
007168*    CREDIT IN ITS CURRENCY - EACH ONE GETS A DETAIL UNDER THE    *
007169*    ISSUE JUST WRITTEN.                                          *
007170*---------------------------------------------------------------*
007171 2650-WRITE-POOL-DETAIL.
007172*---------------------------------------------------------------*
007173     IF WS-DOC-CURRENCY (WS-DOC-IX) NOT = WS-BANK-CURRENCY
007174         GO TO 2650-WRITE-POOL-DETAIL-EXIT
007175     END-IF.
007176     IF WS-DOC-TYPE (WS-DOC-IX) = 'C'
007177        AND WS-DOC-APPLIED-SW (WS-DOC-IX) NOT = 'Y'
007178         GO TO 2650-WRITE-POOL-DETAIL-EXIT
007179     END-IF.
007180     PERFORM 2660-WRITE-ISSUE-DETAIL
007181          THRU 2660-WRITE-ISSUE-DETAIL-EXIT.
007182 2650-WRITE-POOL-DETAIL-EXIT.
007183     EXIT.

007184*---------------------------------------------------------------*
007185*    ONE DOCUMENT UNDER THE CURRENT ISSUE - WHAT WAS APPLIED TO   *
007186*    IT, THE CASH ON ITS PY SEGMENT, AND WHETHER IT WAS SETTLED   *
007187*    IN FULL (AND SO SENT TO PAID).                               *
007188*---------------------------------------------------------------*
007189 2660-WRITE-ISSUE-DETAIL.
007190*---------------------------------------------------------------*
007191     MOVE SPACES              TO ISSUED-PAYMENT-DETAIL.
007192     MOVE WS-PAY-VALUE-DATE   TO IX-ISSUE-DATE.
007193     MOVE WS-ISSUE-SEQ        TO IX-ISSUE-SEQ.
007194     MOVE WS-DOC-ID (WS-DOC-IX)       TO IX-INVOICE-ID.
007195     MOVE WS-CURRENT-VENDOR   TO IX-VENDOR-ID.
007196     MOVE WS-PARTY-COMMON-KEY TO IX-COMMON-KEY.
007197     MOVE WS-DOC-TYPE (WS-DOC-IX)     TO IX-DOC-TYPE.
007198     MOVE WS-DOC-AMOUNT (WS-DOC-IX)   TO IX-APPLIED-AMOUNT.
007199     MOVE WS-DOC-CASH-PAID (WS-DOC-IX) TO IX-CASH-AMOUNT.
007200     MOVE WS-DOC-CURRENCY (WS-DOC-IX) TO IX-CURRENCY.
007201     MOVE WS-DOC-DISCOUNT (WS-DOC-IX) TO IX-DISCOUNT-AMOUNT.
007202     COMPUTE IX-DISC-HOME-AMOUNT ROUNDED =
007203             WS-DOC-DISCOUNT (WS-DOC-IX)
007204             * WS-DOC-RATE (WS-DOC-IX).
007205     IF WS-DOC-PARTIAL-SW (WS-DOC-IX) = 'Y'
007206         MOVE 'N' TO IX-SETTLED-SW
007207     ELSE
007208         SET IX-SETTLED-IN-FULL TO TRUE
007209     END-IF.
007210     SET IX-ACTIVE            TO TRUE.
007211     WRITE ISSUED-PAYMENT-DETAIL
007212         INVALID KEY
007213             DISPLAY 'PAYSEL - ISSUE DETAIL ALREADY ON FILE: '
007214                     IX-ISSUE-DATE ' ' IX-ISSUE-SEQ ' '
007215                     IX-INVOICE-ID
007216         NOT INVALID KEY
007217             ADD 1 TO WS-ISSUE-DETAILS
007218     END-WRITE.
007219 2660-WRITE-ISSUE-DETAIL-EXIT.
007220     EXIT.

007221*---------------------------------------------------------------*
007222 9000-TERMINATE.
007223*---------------------------------------------------------------*
007224     DISPLAY 'PAYSEL - INVOICES READ..........: '
007225              WS-INVOICES-READ.
007226     DISPLAY 'PAYSEL - INVOICES SELECTED......: '
007227              WS-INVOICES-SELECTED.
007228     DISPLAY 'PAYSEL - INVOICES PASSED OVER...: '
007229              WS-INVOICES-PASSED.
007230     DISPLAY 'PAYSEL - VENDORS PAID...........: '
007231              WS-VENDORS-PAID.
007232     DISPLAY 'PAYSEL - VENDORS NOT ON XREF....: '
007233              WS-XREF-NOT-FOUND.
007234     DISPLAY 'PAYSEL - INVOICES NOT YET DUE...: '
007235              WS-INVOICES-NOT-DUE.
007240     DISPLAY 'PAYSEL - VENDORS ON HOLD........: '
007250              WS-VENDORS-ON-HOLD.
007260     DISPLAY 'PAYSEL - INVOICES HELD..........: '
007356              WS-PARTIALS-PAID.
007357     DISPLAY 'PAYSEL - INVOICES NOTHING OPEN..: '
007358              WS-INVOICES-NO-OPEN.
007359     DISPLAY 'PAYSEL - ISSUES REGISTERED......: '
007360              WS-ISSUES-REGISTERED.
007361     DISPLAY 'PAYSEL - ISSUE DETAILS WRITTEN..: '
007362              WS-ISSUE-DETAILS.
007363     DISPLAY 'PAYSEL - HELD BY A VOID.........: '
007364              WS-INVOICES-VOID-HELD.
007365     DISPLAY 'PAYSEL - DISCOUNTS TAKEN........: '
007366              WS-DISCOUNTS-TAKEN.
007367     DISPLAY 'PAYSEL - DISCOUNT AMOUNT TAKEN..: '
007368              WS-RUN-DISC-TOTAL.
007369     DISPLAY 'PAYSEL - DISCOUNTS LOST.........: '
007370              WS-DISCOUNTS-LOST.
007371     DISPLAY 'PAYSEL - RESTRICTED PARTIES.....: '
007372              WS-VENDORS-SANCTIONED.
007373     DISPLAY 'PAYSEL - COOLING-OFF HOLDS......: '
007374              WS-VENDORS-UNVERIFIED.
007375     CLOSE INVOICE-IN XREF-MASTER VENDOR-MASTER PAYMENT-OUT
007376           STATUS-CHG-OUT REMIT-OUT BANK-OUT POSPAY-OUT
007377           PAYAPP-OUT ISSUED-REGISTER ISSUE-DETAIL
007378           DISCOUNT-OUT.
007380 9000-TERMINATE-EXIT.
007390     EXIT.

007400*---------------------------------------------------------------*
007410*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
007420*---------------------------------------------------------------*
007430 9700-LOG-STEP-START.
007440*---------------------------------------------------------------*
007450     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007460     MOVE 'PAYSEL'          TO EX-JOB-NAME.
007470     SET EX-STEP-START      TO TRUE.
007480     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007490     ACCEPT EX-RUN-TIME FROM TIME.
007500     MOVE ZERO              TO EX-RECORDS-READ
007510                               EX-RECORDS-WRITTEN
007520                               EX-REJECT-COUNT
007530                               EX-COMPLETION-CODE.
007540     OPEN EXTEND EXEC-LOG-OUT.
007550     WRITE EXECUTION-LOG-RECORD.
007560     CLOSE EXEC-LOG-OUT.
007570 9700-LOG-STEP-START-EXIT.
007580     EXIT.

007590*---------------------------------------------------------------*
007600*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
007610*    ENDING WITH.                                               *
007620*---------------------------------------------------------------*
007630 9710-LOG-STEP-END.
007640*---------------------------------------------------------------*
007650     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007660     MOVE 'PAYSEL'          TO EX-JOB-NAME.
007670     SET EX-STEP-END        TO TRUE.
007680     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007690     ACCEPT EX-RUN-TIME FROM TIME.
007700     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
007710     MOVE WS-BANK-RECS      TO EX-RECORDS-WRITTEN.
007720     MOVE ZERO              TO EX-REJECT-COUNT.
007730     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
007740     OPEN EXTEND EXEC-LOG-OUT.
007750     WRITE EXECUTION-LOG-RECORD.
007760     CLOSE EXEC-LOG-OUT.
007770 9710-LOG-STEP-END-EXIT.
007780     EXIT.
