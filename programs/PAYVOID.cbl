000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    PAYVOID.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - VOID, STOP-PAYMENT AND
000210*                   REISSUE OF ISSUED VENDOR PAYMENTS.
000213*  2026-10-15 JLH   A DISCOUNT TAKEN ON A VOIDED DOCUMENT IS
000216*                   REVERSED ON THE DISCOUNT LEDGER (PAYDISC).
000217*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000218*                   TO THE COMMON EXECUTION LOG FOR THE
000219*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*  2026-10-15 JLH   THE REVERSALS ARE DATED THE POSTING DATE
000221*                   CHECKED AGAINST THE FISCAL PERIOD CALENDAR
000222*                   AT START-UP - A CLOSED PERIOD ROLLS IT
000223*                   FORWARD OR REJECTS EVERY VOID AND STOP.
000224*****************************************************************
000230*  REMARKS.
000240*      READS THE DAY'S VOID REQUESTS (COPY PAYVTRN), EACH NAMING
000250*      AN ISSUED PAYMENT BY ITS ISSUE DATE AND ISSUE SEQUENCE -
000260*      THE KEY OF THE ISSUED-PAYMENT REGISTER (COPY ISSPAY).  A
000270*      VOID (V) OR STOP-PAYMENT (S) MUST CARRY A REASON CODE FROM
000280*      THE TABLE BELOW AND THE REQUESTER, AND IS ONLY TAKEN FOR
000290*      AN ITEM STILL OUTSTANDING - AN ITEM THE BANK HAS PAID, OR
000300*      ONE ALREADY VOIDED, IS REJECTED TO THE COMMON REJECT LOG.
000310*      FOR AN ACCEPTED VOID OR STOP:
000320*
000330*          - THE REGISTER ITEM IS MARKED VOIDED OR STOPPED
000340*            WITH THE DATE, REASON, REQUESTER AND REISSUE
000350*            CHOICE, AND A POSITIVE-PAY VOID OR STOP (COPY
000360*            POSPAY) GOES TO THE BANK SO THE ITEM IS REFUSED IF
000370*            PRESENTED.
000380*
000390*          - EVERY DOCUMENT THE PAYMENT SETTLED (THE ISSUED-
000400*            PAYMENT DETAIL FILE, COPY ISSDTL) IS UNWOUND: A
000410*            PAYMENT APPLICATION (COPY PAYAPPL) FOR THE NEGATIVE
000420*            OF WHAT WAS APPLIED, SO INVPAPP BACKS IT OFF
000430*            INV-PAID-TO-DATE; A REVERSING PY SEGMENT (NEGATIVE
000440*            PAY-AMOUNT, PAY-STATUS V) FOR THE CASH THAT WAS PAID
000450*            ON IT; AND, FOR A DOCUMENT THAT WAS SETTLED IN FULL,
000460*            AN A STATUS CHANGE (COPY STACHG) SO INVHUPD RETURNS
000470*            IT FROM PAID TO APPROVED THROUGH THE AUDITED PATH.
000472*            A DISCOUNT TAKEN ON THE DOCUMENT IS BACKED OFF THE
000474*            DISCOUNT LEDGER (COPY PAYDISC) WITH A NEGATIVE
000476*            TAKEN ENTRY, SO THE MONTH-END DISCOUNT JOURNAL
000478*            REVERSES IT.
000480*
000490*          - WITH REISSUE REQUESTED THE DOCUMENTS ARE LEFT FREE
000500*            AND THE NEXT PAYSEL RUN PAYS THEM AGAIN ON A NEW
000510*            ISSUE.  WITHOUT IT THEY ARE HELD - PAYSEL PASSES
000520*            THEM OVER - UNTIL A RELEASE (R) REQUEST FOR THE SAME
000530*            PAYMENT.
000540*
000550*      EVERY ACCEPTED REQUEST IS PRINTED ON THE VOID REGISTER WITH
000560*      THE DOCUMENTS IT TOUCHED, AND THE FOOT CARRIES THE RUN
000570*      TOTALS.  AMOUNTS ARE IN EACH ITEM'S OWN CURRENCY; THE
000580*      FOOTINGS ADD THEM AS THEY STAND.
000581*
000582*      THE APPLICATIONS, PY SEGMENTS, DISCOUNT ENTRIES AND STATUS
000583*      CHANGES ARE DATED THE RUN DATE, OR THE POSTING DATE ON THE
000584*      PERIOD CONTROL CARD (COPY PERCTL), CHECKED ONCE AT START-
000585*      UP AGAINST THE FISCAL PERIOD CALENDAR (COPY FISCPER).  A
000586*      CLOSED PERIOD EITHER ROLLS THE DATE FORWARD TO THE START
000587*      OF THE FIRST OPEN PERIOD OR, BY DEFAULT, REJECTS EVERY
000588*      VOID AND STOP THAT PASSES ITS OTHER EDITS.  THE REGISTER
000589*      ITEM KEEPS THE RUN DATE AS ITS VOID DATE.  A RELEASE
000590*      POSTS NOTHING AND IS TAKEN EITHER WAY.
000591*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.   IBM-370.
000630 OBJECT-COMPUTER.   IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT VOID-IN         ASSIGN TO VOIDIN
000670            ORGANIZATION IS SEQUENTIAL.
000680     SELECT ISSUED-REGISTER ASSIGN TO ISSREG
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE IS RANDOM
000710            RECORD KEY IS IP-KEY
000720            FILE STATUS IS WS-ISSREG-STATUS.
000730     SELECT ISSUE-DETAIL    ASSIGN TO ISSDTL
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS IX-KEY
000770            ALTERNATE RECORD KEY IS IX-INVOICE-ID
000780                WITH DUPLICATES
000790            FILE STATUS IS WS-ISSDTL-STATUS.
000800     SELECT PAYMENT-OUT     ASSIGN TO PAYOUT
000810            ORGANIZATION IS SEQUENTIAL.
000820     SELECT STATUS-CHG-OUT  ASSIGN TO SCHGOUT
000830            ORGANIZATION IS SEQUENTIAL.
000840     SELECT PAYAPP-OUT      ASSIGN TO PAPLOUT
000850            ORGANIZATION IS SEQUENTIAL.
000860     SELECT POSPAY-OUT      ASSIGN TO PPAYOUT
000870            ORGANIZATION IS SEQUENTIAL.
000880     SELECT REGISTER-OUT    ASSIGN TO RGSTOUT
000890            ORGANIZATION IS SEQUENTIAL.
000900     SELECT REJECT-OUT      ASSIGN TO REJOUT
000910            ORGANIZATION IS SEQUENTIAL.
000911     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000912            ORGANIZATION IS SEQUENTIAL.
000913     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000914            ORGANIZATION IS SEQUENTIAL.
000915     SELECT OPTIONAL DISCOUNT-OUT ASSIGN TO PAYDISC
000916            ORGANIZATION IS SEQUENTIAL
000917            FILE STATUS IS WS-PAYDISC-STATUS.
000918     SELECT OPTIONAL
000919            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000920            ORGANIZATION IS SEQUENTIAL
000921            FILE STATUS IS WS-EXECLOG-STATUS.

000922 DATA DIVISION.
000930 FILE SECTION.
000940 FD  VOID-IN
000950     LABEL RECORDS ARE STANDARD.
000960 COPY PAYVTRN.

000970 FD  ISSUED-REGISTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY ISSPAY.

001000 FD  ISSUE-DETAIL
001010     LABEL RECORDS ARE STANDARD.
001020 COPY ISSDTL.

001030 FD  PAYMENT-OUT
001040     LABEL RECORDS ARE STANDARD.
001050 COPY MSEGREC.

001060 FD  STATUS-CHG-OUT
001070     LABEL RECORDS ARE STANDARD.
001080 COPY STACHG.

001090 FD  PAYAPP-OUT
001100     LABEL RECORDS ARE STANDARD.
001110 COPY PAYAPPL.

001120 FD  POSPAY-OUT
001130     LABEL RECORDS ARE STANDARD.
001140 COPY POSPAY.

001150 FD  REGISTER-OUT
001160     LABEL RECORDS ARE STANDARD.
001170 01  REGISTER-LINE                 PIC X(132).

001180 FD  REJECT-OUT
001190     LABEL RECORDS ARE STANDARD.
001200 COPY REJCREC.

001202 FD  DISCOUNT-OUT
001204     LABEL RECORDS ARE STANDARD.
001206 COPY PAYDISC.

001207 FD  PERIOD-CONTROL-IN
001208     LABEL RECORDS ARE STANDARD.
001209 COPY PERCTL.

001210 FD  PERIOD-CALENDAR
001211     LABEL RECORDS ARE STANDARD.
001212 COPY FISCPER.

001213 FD  EXEC-LOG-OUT
001214     LABEL RECORDS ARE STANDARD.
001215 COPY EXECLOG.

001216 WORKING-STORAGE SECTION.
001220 01  WS-ISSREG-STATUS          PIC X(02)  VALUE SPACES.
001230 01  WS-ISSDTL-STATUS          PIC X(02)  VALUE SPACES.
001235 01  WS-PAYDISC-STATUS         PIC X(02)  VALUE SPACES.
001237 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001240 01  WS-SWITCHES.
001250     05  WS-VOID-EOF           PIC X(01)  VALUE 'N'.
001260         88  VOID-EOF                     VALUE 'Y'.
001270     05  WS-ISSDTL-EOF         PIC X(01)  VALUE 'N'.
001280         88  ISSDTL-EOF                   VALUE 'Y'.
001290     05  WS-ISSUE-FOUND-SW     PIC X(01)  VALUE 'N'.
001300         88  WS-ISSUE-FOUND               VALUE 'Y'.
001310     05  WS-REASON-FOUND-SW    PIC X(01)  VALUE 'N'.
001320         88  WS-REASON-FOUND              VALUE 'Y'.

001330 01  WS-COUNTERS                          COMP.
001340     05  WS-TRANS-READ         PIC 9(09)  VALUE ZERO.
001350     05  WS-VOIDS              PIC 9(09)  VALUE ZERO.
001360     05  WS-STOPS              PIC 9(09)  VALUE ZERO.
001370     05  WS-RELEASES           PIC 9(09)  VALUE ZERO.
001380     05  WS-TRANS-REJECTED     PIC 9(09)  VALUE ZERO.
001390     05  WS-APPLS-REVERSED     PIC 9(09)  VALUE ZERO.
001400     05  WS-PY-REVERSED        PIC 9(09)  VALUE ZERO.
001410     05  WS-DOCS-REOPENED      PIC 9(09)  VALUE ZERO.
001420     05  WS-DOCS-HELD          PIC 9(09)  VALUE ZERO.
001430     05  WS-DOCS-RELEASED      PIC 9(09)  VALUE ZERO.
001440     05  WS-ISSUE-DOCS         PIC 9(09)  VALUE ZERO.
001445     05  WS-DISCS-REVERSED     PIC 9(09)  VALUE ZERO.
001450     05  WS-RSN-NDX            PIC 9(02)  VALUE ZERO.

001460 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001470 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001480 01  WS-AMOUNT-CANCELLED       PIC S9(13)V99 COMP-3 VALUE ZERO.
001490 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.
001500 01  WS-REASON-TEXT            PIC X(16)  VALUE SPACES.

001501*----------------------------------------------------------------
001502*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001503*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001504*    CARD (COPY PERCTL).
001505*----------------------------------------------------------------
001506 01  WS-PERIOD-TABLE.
001507     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001508                     DEPENDING ON WS-FP-COUNT.
001509         10  WS-FP-PERIOD-ID    PIC 9(06).
001510         10  WS-FP-START-DATE   PIC 9(08).
001511         10  WS-FP-END-DATE     PIC 9(08).
001512         10  WS-FP-STATUS       PIC X(01).
001513             88  WS-FP-OPEN               VALUE 'O'.
001514             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001515 01  WS-PERIOD-FIELDS.
001516     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001517     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001518     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001519     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001520     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001521     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001522     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001523         88  WS-ROLL-FORWARD             VALUE 'F'.
001524     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001525         88  WS-FINANCE-RUN              VALUE 'Y'.
001526     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001527         88  PERCAL-EOF                  VALUE 'Y'.
001528     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001529         88  WS-CALENDAR-BAD             VALUE 'Y'.
001530     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001531         88  WS-PERIOD-FOUND             VALUE 'Y'.
001532     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001533         88  WS-PERIOD-POST              VALUE 'P'.
001534         88  WS-PERIOD-ROLLED            VALUE 'F'.
001535         88  WS-PERIOD-REJECT            VALUE 'R'.

001536*    THE VOID REASON CODES A REQUEST MAY CARRY, WITH THE TEXT
001537*    PRINTED ON THE REGISTER.
001538 01  WS-REASON-VALUES.
001540     05  FILLER                 PIC X(18)
001550         VALUE 'LSLOST OR STOLEN'.
001560     05  FILLER                 PIC X(18)
001570         VALUE 'WRWRONG REMIT-TO'.
001580     05  FILLER                 PIC X(18)
001590         VALUE 'DPDUPLICATE PAYMNT'.
001600     05  FILLER                 PIC X(18)
001610         VALUE 'AMWRONG AMOUNT'.
001620     05  FILLER                 PIC X(18)
001630         VALUE 'VRVENDOR REQUEST'.
001640     05  FILLER                 PIC X(18)
001650         VALUE 'OTOTHER'.
001660 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001670     05  WS-RSN-ENTRY OCCURS 6 TIMES.
001680         10  WS-RSN-CODE        PIC X(02).
001690         10  WS-RSN-TEXT        PIC X(16).

001700 01  WS-REGISTER-HEADING-1.
001710     05  FILLER                 PIC X(03) VALUE SPACES.
001720     05  FILLER                 PIC X(24)
001730         VALUE 'PAYMENT VOID REGISTER - '.
001740     05  RH-RUN-DATE            PIC 9(08).

001750 01  WS-REGISTER-HEADING-2.
001760     05  FILLER                 PIC X(03) VALUE SPACES.
001770     05  FILLER                 PIC X(10) VALUE 'ISSUE DATE'.
001780     05  FILLER                 PIC X(07) VALUE '    SEQ'.
001790     05  FILLER                 PIC X(12) VALUE '  VENDOR'.
001800     05  FILLER                 PIC X(22) VALUE 'PAYEE'.
001810     05  FILLER                 PIC X(18)
001820         VALUE '            AMOUNT'.
001830     05  FILLER                 PIC X(05) VALUE '  CCY'.
001840     05  FILLER                 PIC X(09) VALUE '  ACTION'.
001850     05  FILLER                 PIC X(21) VALUE 'REASON'.
001860     05  FILLER                 PIC X(09) VALUE 'REISSUE'.
001870     05  FILLER                 PIC X(08) VALUE 'BY'.

001880 01  WS-REGISTER-HEADING-3.
001890     05  FILLER                 PIC X(08) VALUE SPACES.
001900     05  FILLER                 PIC X(12) VALUE 'DOCUMENT'.
001910     05  FILLER                 PIC X(09) VALUE 'TYPE'.
001920     05  FILLER                 PIC X(18)
001930         VALUE '   APPLIED BACKED'.
001940     05  FILLER                 PIC X(20)
001950         VALUE '     CASH REVERSED'.
001960     05  FILLER                 PIC X(24) VALUE 'DOCUMENT STATUS'.

001970 01  WS-REGISTER-DETAIL.
001980     05  FILLER                 PIC X(03) VALUE SPACES.
001990     05  RD-ISSUE-DATE          PIC 9(08).
002000     05  FILLER                 PIC X(02) VALUE SPACES.
002010     05  RD-ISSUE-SEQ           PIC 9(05).
002020     05  FILLER                 PIC X(02) VALUE SPACES.
002030     05  RD-VENDOR-ID           PIC X(10).
002040     05  FILLER                 PIC X(02) VALUE SPACES.
002050     05  RD-PAYEE-NAME          PIC X(20).
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  RD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002080     05  FILLER                 PIC X(02) VALUE SPACES.
002090     05  RD-CURRENCY            PIC X(03).
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  RD-ACTION              PIC X(07).
002120     05  FILLER                 PIC X(02) VALUE SPACES.
002130     05  RD-REASON-CODE         PIC X(02).
002140     05  FILLER                 PIC X(01) VALUE SPACES.
002150     05  RD-REASON-TEXT         PIC X(16).
002160     05  FILLER                 PIC X(02) VALUE SPACES.
002170     05  RD-REISSUE             PIC X(07).
002180     05  FILLER                 PIC X(02) VALUE SPACES.
002190     05  RD-REQUESTED-BY        PIC X(08).

002200 01  WS-REGISTER-DOC-LINE.
002210     05  FILLER                 PIC X(08) VALUE SPACES.
002220     05  RX-INVOICE-ID          PIC 9(10).
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  RX-DOC-TYPE            PIC X(07).
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  RX-APPLIED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002270     05  FILLER                 PIC X(02) VALUE SPACES.
002280     05  RX-CASH-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002290     05  FILLER                 PIC X(02) VALUE SPACES.
002300     05  RX-NOTE                PIC X(40).

002310 01  WS-REGISTER-TOTAL.
002320     05  FILLER                 PIC X(05) VALUE SPACES.
002330     05  RT-LABEL               PIC X(30).
002340     05  RT-COUNT               PIC ZZZ,ZZ9.
002350     05  FILLER                 PIC X(03) VALUE SPACES.
002360     05  RT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

002370 PROCEDURE DIVISION.
002380*---------------------------------------------------------------*
002390 0000-MAINLINE.
002400*---------------------------------------------------------------*
002403     PERFORM 9700-LOG-STEP-START
002406          THRU 9700-LOG-STEP-START-EXIT.
002410     PERFORM 1000-INITIALIZE
002420          THRU 1000-INITIALIZE-EXIT.
002430     PERFORM 2000-PROCESS-REQUEST
002440          THRU 2000-PROCESS-REQUEST-EXIT
002450          UNTIL VOID-EOF.
002460     PERFORM 8000-PRINT-TOTALS
002470          THRU 8000-PRINT-TOTALS-EXIT.
002480     PERFORM 9000-TERMINATE
002490          THRU 9000-TERMINATE-EXIT.
002493     PERFORM 9710-LOG-STEP-END
002496          THRU 9710-LOG-STEP-END-EXIT.
002500     GOBACK.

002510*---------------------------------------------------------------*
002520 1000-INITIALIZE.
002530*---------------------------------------------------------------*
002540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002550     ACCEPT WS-RUN-TIME FROM TIME.
002551     PERFORM 1500-LOAD-PERIOD-CALENDAR
002552          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
002553     IF WS-CALENDAR-BAD
002554         DISPLAY 'PAYVOID - PERIOD CALENDAR UNUSABLE - '
002555                 'FAILING THE STEP'
002556         MOVE 16 TO RETURN-CODE
002557         PERFORM 9710-LOG-STEP-END
002558              THRU 9710-LOG-STEP-END-EXIT
002559         GOBACK
002560     END-IF.
002561     PERFORM 1600-SET-POSTING-DATE
002562          THRU 1600-SET-POSTING-DATE-EXIT.
002563     OPEN INPUT  VOID-IN
002570          I-O    ISSUED-REGISTER
002580                 ISSUE-DETAIL
002590          OUTPUT PAYMENT-OUT
002600                 STATUS-CHG-OUT
002610                 PAYAPP-OUT
002620                 POSPAY-OUT
002630                 REGISTER-OUT
002640                 REJECT-OUT.
002645     OPEN EXTEND DISCOUNT-OUT.
002650     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002660     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING-1.
002670     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING-2.
002680     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING-3.
002690     READ VOID-IN
002700         AT END SET VOID-EOF TO TRUE
002710     END-READ.
002720 1000-INITIALIZE-EXIT.
002730     EXIT.

002731*---------------------------------------------------------------*
002732*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
002733*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
002734*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
002735*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
002736*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
002737*---------------------------------------------------------------*
002738 1500-LOAD-PERIOD-CALENDAR.
002739*---------------------------------------------------------------*
002740     OPEN INPUT PERIOD-CONTROL-IN.
002741     READ PERIOD-CONTROL-IN
002742         AT END
002743             DISPLAY 'PAYVOID - NO PERIOD CONTROL CARD, CLOSED-'
002744                     'PERIOD POSTINGS WILL BE REJECTED'
002745         NOT AT END
002746             PERFORM 1520-TAKE-PERIOD-CARD
002747                  THRU 1520-TAKE-PERIOD-CARD-EXIT
002748     END-READ.
002749     CLOSE PERIOD-CONTROL-IN.
002750     OPEN INPUT PERIOD-CALENDAR.
002751     PERFORM 1510-LOAD-PERIOD-ENTRY
002752          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
002753          UNTIL PERCAL-EOF
002754             OR WS-CALENDAR-BAD.
002755     CLOSE PERIOD-CALENDAR.
002756     IF WS-FP-COUNT = ZERO
002757         DISPLAY 'PAYVOID - PERIOD CALENDAR IS EMPTY'
002758         SET WS-CALENDAR-BAD TO TRUE
002759     END-IF.
002760 1500-LOAD-PERIOD-CALENDAR-EXIT.
002761     EXIT.

002762 1510-LOAD-PERIOD-ENTRY.
002763     READ PERIOD-CALENDAR
002764         AT END
002765             SET PERCAL-EOF TO TRUE
002766             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002767     END-READ.
002768     IF WS-FP-COUNT NOT < 240
002769         DISPLAY 'PAYVOID - PERIOD TABLE FULL AT PERIOD '
002770                 FP-PERIOD-ID
002771         SET WS-CALENDAR-BAD TO TRUE
002772         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002773     END-IF.
002774     IF FP-START-DATE NOT NUMERIC
002775        OR FP-END-DATE NOT NUMERIC
002776        OR FP-END-DATE < FP-START-DATE
002777         DISPLAY 'PAYVOID - PERIOD ' FP-PERIOD-ID
002778                 ' HAS UNUSABLE DATES'
002779         SET WS-CALENDAR-BAD TO TRUE
002780         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002781     END-IF.
002782     IF WS-FP-COUNT > ZERO
002783        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
002784         DISPLAY 'PAYVOID - PERIOD ' FP-PERIOD-ID
002785                 ' OVERLAPS OR IS OUT OF SEQUENCE'
002786         SET WS-CALENDAR-BAD TO TRUE
002787         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
002788     END-IF.
002789     ADD 1 TO WS-FP-COUNT.
002790     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
002791     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
002792     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
002793     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
002794 1510-LOAD-PERIOD-ENTRY-EXIT.
002795     EXIT.

002796 1520-TAKE-PERIOD-CARD.
002797     IF PC-ROLL-FORWARD
002798         MOVE 'F' TO WS-CLOSED-ACTION
002799     ELSE
002800         IF NOT PC-REJECT-POSTING
002801             DISPLAY 'PAYVOID - CLOSED-PERIOD ACTION '
002802                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
002803         END-IF
002804     END-IF.
002805     IF PC-FINANCE-RUN
002806         MOVE 'Y' TO WS-FINANCE-SW
002807     END-IF.
002808     IF PC-POSTING-DATE NUMERIC
002809         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
002810     END-IF.
002811 1520-TAKE-PERIOD-CARD-EXIT.
002812     EXIT.

002813*---------------------------------------------------------------*
002814*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
002815*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
002816*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
002817*    REJECTED, EVERY VOID AND STOP GOES TO THE REJECT LOG.      *
002818*---------------------------------------------------------------*
002819 1600-SET-POSTING-DATE.
002820*---------------------------------------------------------------*
002821     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
002822     IF WS-CARD-POSTING-DATE > ZERO
002823         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
002824     END-IF.
002825     DISPLAY 'PAYVOID - POSTING DATE REQUESTED....: '
002826              WS-POSTING-DATE.
002827     PERFORM 8500-CHECK-POSTING-PERIOD
002828          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
002829     EVALUATE TRUE
002830         WHEN WS-PERIOD-POST
002831             DISPLAY 'PAYVOID - POSTING INTO PERIOD.......: '
002832                      WS-POSTING-PERIOD
002833         WHEN WS-PERIOD-ROLLED
002834             DISPLAY 'PAYVOID - PERIOD CLOSED, ROLLED TO..: '
002835                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
002836         WHEN OTHER
002837             DISPLAY 'PAYVOID - ALL VOIDS/STOPS REJECTED..: '
002838                      WS-PERIOD-REASON
002839     END-EVALUATE.
002840 1600-SET-POSTING-DATE-EXIT.
002841     EXIT.

002842*---------------------------------------------------------------*
002843*    ONE VOID, STOP OR RELEASE REQUEST AGAINST ITS ISSUE ON THE  *
002844*    REGISTER.  EVERY EDIT FAILURE GOES TO THE REJECT LOG AND    *
002845*    NOTHING IS POSTED FOR THE REQUEST - AS FOR EVERY VOID AND   *
002846*    STOP WHEN THE POSTING PERIOD IS REJECTED.                   *
002847*---------------------------------------------------------------*
002848 2000-PROCESS-REQUEST.
002849*---------------------------------------------------------------*
002850     ADD 1 TO WS-TRANS-READ.
002851     MOVE 'N' TO WS-ISSUE-FOUND-SW.
002852     MOVE VX-ISSUE-DATE TO IP-ISSUE-DATE.
002853     MOVE VX-ISSUE-SEQ  TO IP-ISSUE-SEQ.
002854     READ ISSUED-REGISTER
002860         INVALID KEY
002870             CONTINUE
002880         NOT INVALID KEY
002890             SET WS-ISSUE-FOUND TO TRUE
002900     END-READ.
002910     IF NOT WS-ISSUE-FOUND
002920         MOVE 'PAYMENT NOT ON ISSUED REGISTER'
002930           TO WS-REJECT-REASON
002940         GO TO 2000-REJECT
002950     END-IF.
002960     IF VX-REQUESTED-BY = SPACES
002970         MOVE 'REQUESTED-BY IS REQUIRED' TO WS-REJECT-REASON
002980         GO TO 2000-REJECT
002990     END-IF.
003000     IF VX-RELEASE
003010         PERFORM 2700-RELEASE-HOLD
003020              THRU 2700-RELEASE-HOLD-EXIT
003030         GO TO 2000-READ-NEXT
003040     END-IF.
003050     IF NOT VX-VOID
003060        AND NOT VX-STOP
003070         MOVE 'VOID ACTION MUST BE V, S OR R' TO WS-REJECT-REASON
003080         GO TO 2000-REJECT
003090     END-IF.
003100     PERFORM 2100-FIND-REASON
003110          THRU 2100-FIND-REASON-EXIT.
003120     IF NOT WS-REASON-FOUND
003130         MOVE 'MISSING OR UNKNOWN VOID REASON CODE'
003140           TO WS-REJECT-REASON
003150         GO TO 2000-REJECT
003160     END-IF.
003170     IF IP-CLEARED
003180         MOVE 'PAYMENT ALREADY PAID BY THE BANK'
003190           TO WS-REJECT-REASON
003200         GO TO 2000-REJECT
003210     END-IF.
003220     IF IP-CANCELLED
003230         MOVE 'PAYMENT ALREADY VOIDED OR STOPPED'
003240           TO WS-REJECT-REASON
003250         GO TO 2000-REJECT
003260     END-IF.
003262     IF WS-PERIOD-REJECT
003264         MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
003266         GO TO 2000-REJECT
003268     END-IF.
003270     PERFORM 2200-CANCEL-ISSUE
003280          THRU 2200-CANCEL-ISSUE-EXIT.
003290     PERFORM 2300-WALK-DETAILS
003300          THRU 2300-WALK-DETAILS-EXIT.
003310     GO TO 2000-READ-NEXT.
003320 2000-REJECT.
003330     PERFORM 8010-LOG-REJECT
003340          THRU 8010-LOG-REJECT-EXIT.
003350 2000-READ-NEXT.
003360     READ VOID-IN
003370         AT END SET VOID-EOF TO TRUE
003380     END-READ.
003390 2000-PROCESS-REQUEST-EXIT.
003400     EXIT.

003410*---------------------------------------------------------------*
003420*    LOOK THE REASON CODE UP IN THE REASON TABLE.                *
003430*---------------------------------------------------------------*
003440 2100-FIND-REASON.
003450*---------------------------------------------------------------*
003460     MOVE 'N'    TO WS-REASON-FOUND-SW.
003470     MOVE SPACES TO WS-REASON-TEXT.
003480     PERFORM 2110-MATCH-REASON
003490          THRU 2110-MATCH-REASON-EXIT
003500          VARYING WS-RSN-NDX FROM 1 BY 1
003510          UNTIL WS-RSN-NDX > 6
003520             OR WS-REASON-FOUND.
003530 2100-FIND-REASON-EXIT.
003540     EXIT.

003550 2110-MATCH-REASON.
003560     IF WS-RSN-CODE (WS-RSN-NDX) = VX-REASON-CODE
003570         SET WS-REASON-FOUND TO TRUE
003580         MOVE WS-RSN-TEXT (WS-RSN-NDX) TO WS-REASON-TEXT
003590     END-IF.
003600 2110-MATCH-REASON-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------*
003630*    MARK THE REGISTER ITEM VOIDED OR STOPPED, TELL THE BANK     *
003640*    THROUGH POSITIVE PAY, AND PRINT IT ON THE REGISTER.         *
003650*---------------------------------------------------------------*
003660 2200-CANCEL-ISSUE.
003670*---------------------------------------------------------------*
003680     MOVE SPACES TO WS-REGISTER-DETAIL.
003690     IF VX-VOID
003700         SET IP-VOIDED  TO TRUE
003710         ADD 1 TO WS-VOIDS
003720         MOVE 'VOID'    TO RD-ACTION
003730     ELSE
003740         SET IP-STOPPED TO TRUE
003750         ADD 1 TO WS-STOPS
003760         MOVE 'STOP'    TO RD-ACTION
003770     END-IF.
003780     MOVE WS-RUN-DATE     TO IP-VOID-DATE.
003790     MOVE VX-REASON-CODE  TO IP-VOID-REASON.
003800     MOVE VX-REQUESTED-BY TO IP-VOIDED-BY.
003810     IF VX-REISSUE
003820         SET IP-REISSUE TO TRUE
003830         MOVE 'YES'     TO RD-REISSUE
003840     ELSE
003850         MOVE 'N'       TO IP-REISSUE-SW
003860         MOVE 'HELD'    TO RD-REISSUE
003870     END-IF.
003880     ADD IP-AMOUNT TO WS-AMOUNT-CANCELLED.
003890     REWRITE ISSUED-PAYMENT-RECORD
003900         INVALID KEY
003910             DISPLAY 'PAYVOID - REWRITE FAILED FOR ISSUE: '
003920                     IP-ISSUE-DATE ' ' IP-ISSUE-SEQ
003930     END-REWRITE.
003940     MOVE SPACES          TO POSITIVE-PAY-RECORD.
003950     MOVE IP-ISSUE-DATE   TO PP-ISSUE-DATE.
003960     MOVE IP-ISSUE-SEQ    TO PP-ISSUE-SEQ.
003970     MOVE IP-AMOUNT       TO PP-AMOUNT.
003980     MOVE IP-PAYEE-NAME   TO PP-PAYEE-NAME.
003990     MOVE IP-CURRENCY     TO PP-CURRENCY.
004000     IF VX-VOID
004010         SET PP-VOID      TO TRUE
004020     ELSE
004030         SET PP-STOP      TO TRUE
004040     END-IF.
004050     WRITE POSITIVE-PAY-RECORD.
004060     MOVE VX-REASON-CODE  TO RD-REASON-CODE.
004070     MOVE WS-REASON-TEXT  TO RD-REASON-TEXT.
004080     PERFORM 2600-WRITE-REGISTER-LINE
004090          THRU 2600-WRITE-REGISTER-LINE-EXIT.
004100 2200-CANCEL-ISSUE-EXIT.
004110     EXIT.

004120*---------------------------------------------------------------*
004130*    WALK THE DOCUMENTS THE ISSUE SETTLED - THE DETAIL KEY LEADS *
004140*    WITH THE ISSUE DATE AND SEQUENCE, SO THEY ARE CONTIGUOUS.   *
004150*    A VOID OR STOP UNWINDS EACH ONE; A RELEASE FREES EACH HELD  *
004160*    ONE FOR PAYSEL.                                             *
004170*---------------------------------------------------------------*
004180 2300-WALK-DETAILS.
004190*---------------------------------------------------------------*
004200     MOVE ZERO          TO WS-ISSUE-DOCS.
004210     MOVE 'N'           TO WS-ISSDTL-EOF.
004220     MOVE IP-ISSUE-DATE TO IX-ISSUE-DATE.
004230     MOVE IP-ISSUE-SEQ  TO IX-ISSUE-SEQ.
004240     MOVE ZERO          TO IX-INVOICE-ID.
004250     START ISSUE-DETAIL KEY IS >= IX-KEY
004260         INVALID KEY
004270             SET ISSDTL-EOF TO TRUE
004280     END-START.
004290     PERFORM 2310-NEXT-DETAIL
004300          THRU 2310-NEXT-DETAIL-EXIT
004310          UNTIL ISSDTL-EOF.
004320     IF WS-ISSUE-DOCS = ZERO
004330         MOVE SPACES TO WS-REGISTER-DOC-LINE
004340         MOVE ZERO   TO RX-INVOICE-ID
004350                        RX-APPLIED-AMOUNT
004360                        RX-CASH-AMOUNT
004370         MOVE 'NO SETTLED DOCUMENTS ON FILE' TO RX-NOTE
004380         WRITE REGISTER-LINE FROM WS-REGISTER-DOC-LINE
004390     END-IF.
004400 2300-WALK-DETAILS-EXIT.
004410     EXIT.

004420 2310-NEXT-DETAIL.
004430     READ ISSUE-DETAIL NEXT RECORD
004440         AT END SET ISSDTL-EOF TO TRUE
004450     END-READ.
004460     IF ISSDTL-EOF
004470         GO TO 2310-NEXT-DETAIL-EXIT
004480     END-IF.
004490     IF IX-ISSUE-DATE NOT = IP-ISSUE-DATE
004500        OR IX-ISSUE-SEQ NOT = IP-ISSUE-SEQ
004510         SET ISSDTL-EOF TO TRUE
004520         GO TO 2310-NEXT-DETAIL-EXIT
004530     END-IF.
004540     ADD 1 TO WS-ISSUE-DOCS.
004550     MOVE SPACES            TO WS-REGISTER-DOC-LINE.
004560     MOVE IX-INVOICE-ID     TO RX-INVOICE-ID.
004570     IF IX-DOC-CREDIT
004580         MOVE 'CREDIT'      TO RX-DOC-TYPE
004590     ELSE
004600         MOVE 'INVOICE'     TO RX-DOC-TYPE
004610     END-IF.
004620     IF VX-RELEASE
004630         PERFORM 2500-RELEASE-DETAIL
004640              THRU 2500-RELEASE-DETAIL-EXIT
004650     ELSE
004660         PERFORM 2400-REVERSE-DETAIL
004670              THRU 2400-REVERSE-DETAIL-EXIT
004680     END-IF.
004690 2310-NEXT-DETAIL-EXIT.
004700     EXIT.

004710*---------------------------------------------------------------*
004720*    UNWIND ONE SETTLED DOCUMENT - BACK THE APPLIED AMOUNT OFF   *
004730*    INV-PAID-TO-DATE, REVERSE ITS CASH ON THE PARTY, AND SEND A *
004740*    FULLY SETTLED DOCUMENT BACK FROM PAID TO APPROVED.  A       *
004745*    DISCOUNT TAKEN ON IT COMES BACK OFF THE DISCOUNT LEDGER.    *
004750*---------------------------------------------------------------*
004760 2400-REVERSE-DETAIL.
004770*---------------------------------------------------------------*
004780     MOVE SPACES          TO PAYMENT-APPL-RECORD.
004790     MOVE IX-INVOICE-ID   TO PA-INVOICE-ID.
004800     COMPUTE PA-AMOUNT-PAID = 0 - IX-APPLIED-AMOUNT.
004810     MOVE WS-POSTING-DATE TO PA-PAY-DATE.
004820     MOVE 'PAYVOID'       TO PA-PAID-BY.
004830     WRITE PAYMENT-APPL-RECORD.
004840     ADD 1 TO WS-APPLS-REVERSED.
004850     MOVE IX-APPLIED-AMOUNT TO RX-APPLIED-AMOUNT.
004860     MOVE ZERO              TO RX-CASH-AMOUNT.
004870     IF IX-CASH-AMOUNT > ZERO
004880         MOVE SPACES            TO MULTI-SEGMENT-RECORD
004890         SET SEGMENT-IS-PAYMENT TO TRUE
004900         MOVE IX-COMMON-KEY     TO COMMON-KEY
004910         MOVE WS-POSTING-DATE   TO COMMON-DATE
004920         COMPUTE PAY-AMOUNT = 0 - IX-CASH-AMOUNT
004930         MOVE IX-CURRENCY       TO PAY-CURRENCY
004940         MOVE IX-INVOICE-ID     TO PAY-REF
004950         MOVE 'V'               TO PAY-STATUS
004960         MOVE IP-ISSUE-DATE     TO PAY-VALUE-DATE
004970         WRITE MULTI-SEGMENT-RECORD
004980         ADD 1 TO WS-PY-REVERSED
004990         MOVE IX-CASH-AMOUNT    TO RX-CASH-AMOUNT
005000     END-IF.
005001     IF IX-DISCOUNT-AMOUNT > ZERO
005002         MOVE SPACES            TO PAYMENT-DISCOUNT-RECORD
005003         MOVE IX-VENDOR-ID      TO DH-VENDOR-ID
005004         MOVE IX-INVOICE-ID     TO DH-INVOICE-ID
005005         MOVE ZERO              TO DH-INVOICE-DATE
005006                                   DH-DISC-DATE
005007                                   DH-DISC-PCT
005008         MOVE WS-POSTING-DATE   TO DH-PAY-DATE
005009         COMPUTE DH-GROSS-AMOUNT = 0 - IX-APPLIED-AMOUNT
005010         COMPUTE DH-DISC-AMOUNT  = 0 - IX-DISCOUNT-AMOUNT
005011         COMPUTE DH-DISC-HOME-AMOUNT = 0 - IX-DISC-HOME-AMOUNT
005012         MOVE IX-CURRENCY       TO DH-CURRENCY
005013         SET DH-TAKEN           TO TRUE
005014         MOVE 'PAYVOID'         TO DH-JOB-NAME
005015         WRITE PAYMENT-DISCOUNT-RECORD
005016         ADD 1 TO WS-DISCS-REVERSED
005017     END-IF.
005018     IF IX-SETTLED-IN-FULL
005020         MOVE SPACES          TO STATUS-CHANGE-RECORD
005030         MOVE IX-INVOICE-ID   TO SC-INVOICE-ID
005040         MOVE 'A'             TO SC-NEW-STATUS
005050         MOVE VX-REQUESTED-BY TO SC-CHANGED-BY
005060         MOVE WS-POSTING-DATE TO SC-CHANGE-DATE
005070         MOVE WS-RUN-TIME     TO SC-CHANGE-TIME
005080         STRING 'PAYMENT ' RD-ACTION ' REASON ' VX-REASON-CODE
005090                DELIMITED BY SIZE INTO SC-COMMENT
005100         WRITE STATUS-CHANGE-RECORD
005110         ADD 1 TO WS-DOCS-REOPENED
005120         MOVE 'RETURNED TO APPROVED' TO RX-NOTE
005130     ELSE
005140         MOVE 'PARTIAL BACKED OFF - STAYS APPROVED' TO RX-NOTE
005150     END-IF.
005160     IF VX-REISSUE
005170         SET IX-VOID-RELEASED TO TRUE
005180     ELSE
005190         SET IX-VOID-HELD     TO TRUE
005200         ADD 1 TO WS-DOCS-HELD
005210     END-IF.
005220     PERFORM 2450-REWRITE-DETAIL
005230          THRU 2450-REWRITE-DETAIL-EXIT.
005240     WRITE REGISTER-LINE FROM WS-REGISTER-DOC-LINE.
005250 2400-REVERSE-DETAIL-EXIT.
005260     EXIT.

005270 2450-REWRITE-DETAIL.
005280     REWRITE ISSUED-PAYMENT-DETAIL
005290         INVALID KEY
005300             DISPLAY 'PAYVOID - REWRITE FAILED FOR DETAIL: '
005310                     IX-ISSUE-DATE ' ' IX-ISSUE-SEQ ' '
005320                     IX-INVOICE-ID
005330     END-REWRITE.
005340 2450-REWRITE-DETAIL-EXIT.
005350     EXIT.

005360*---------------------------------------------------------------*
005370*    A RELEASED VOID'S HELD DOCUMENTS GO BACK INTO SELECTION.    *
005380*---------------------------------------------------------------*
005390 2500-RELEASE-DETAIL.
005400*---------------------------------------------------------------*
005410     MOVE ZERO TO RX-APPLIED-AMOUNT
005420                  RX-CASH-AMOUNT.
005430     IF NOT IX-VOID-HELD
005440         MOVE 'NOT HELD' TO RX-NOTE
005450         WRITE REGISTER-LINE FROM WS-REGISTER-DOC-LINE
005460         GO TO 2500-RELEASE-DETAIL-EXIT
005470     END-IF.
005480     SET IX-VOID-RELEASED TO TRUE.
005490     PERFORM 2450-REWRITE-DETAIL
005500          THRU 2450-REWRITE-DETAIL-EXIT.
005510     ADD 1 TO WS-DOCS-RELEASED.
005520     MOVE 'RELEASED FOR REISSUE' TO RX-NOTE.
005530     WRITE REGISTER-LINE FROM WS-REGISTER-DOC-LINE.
005540 2500-RELEASE-DETAIL-EXIT.
005550     EXIT.

005560 2600-WRITE-REGISTER-LINE.
005570     MOVE IP-ISSUE-DATE   TO RD-ISSUE-DATE.
005580     MOVE IP-ISSUE-SEQ    TO RD-ISSUE-SEQ.
005590     MOVE IP-VENDOR-ID    TO RD-VENDOR-ID.
005600     MOVE IP-PAYEE-NAME   TO RD-PAYEE-NAME.
005610     MOVE IP-AMOUNT       TO RD-AMOUNT.
005620     MOVE IP-CURRENCY     TO RD-CURRENCY.
005630     MOVE VX-REQUESTED-BY TO RD-REQUESTED-BY.
005640     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
005650 2600-WRITE-REGISTER-LINE-EXIT.
005660     EXIT.

005670*---------------------------------------------------------------*
005680*    A RELEASE IS ONLY TAKEN FOR A VOIDED OR STOPPED PAYMENT     *
005690*    WHOSE DOCUMENTS WERE HELD.  THE REGISTER ITEM STAYS VOIDED; *
005700*    ITS REISSUE SWITCH IS TURNED ON AND THE DOCUMENTS FREED.    *
005710*---------------------------------------------------------------*
005720 2700-RELEASE-HOLD.
005730*---------------------------------------------------------------*
005740     IF NOT IP-CANCELLED
005750         MOVE 'RELEASE OF A PAYMENT NOT VOIDED OR STOPPED'
005760           TO WS-REJECT-REASON
005770         PERFORM 8010-LOG-REJECT
005780              THRU 8010-LOG-REJECT-EXIT
005790         GO TO 2700-RELEASE-HOLD-EXIT
005800     END-IF.
005810     IF IP-REISSUE
005820         MOVE 'VOIDED PAYMENT ALREADY RELEASED'
005830           TO WS-REJECT-REASON
005840         PERFORM 8010-LOG-REJECT
005850              THRU 8010-LOG-REJECT-EXIT
005860         GO TO 2700-RELEASE-HOLD-EXIT
005870     END-IF.
005880     ADD 1 TO WS-RELEASES.
005890     SET IP-REISSUE TO TRUE.
005900     REWRITE ISSUED-PAYMENT-RECORD
005910         INVALID KEY
005920             DISPLAY 'PAYVOID - REWRITE FAILED FOR ISSUE: '
005930                     IP-ISSUE-DATE ' ' IP-ISSUE-SEQ
005940     END-REWRITE.
005950     MOVE SPACES          TO WS-REGISTER-DETAIL.
005960     MOVE 'RELEASE'       TO RD-ACTION.
005970     MOVE IP-VOID-REASON  TO RD-REASON-CODE.
005980     MOVE 'YES'           TO RD-REISSUE.
005990     PERFORM 2600-WRITE-REGISTER-LINE
006000          THRU 2600-WRITE-REGISTER-LINE-EXIT.
006010     PERFORM 2300-WALK-DETAILS
006020          THRU 2300-WALK-DETAILS-EXIT.
006030 2700-RELEASE-HOLD-EXIT.
006040     EXIT.

006050*---------------------------------------------------------------*
006060 8000-PRINT-TOTALS.
006070*---------------------------------------------------------------*
006080     MOVE SPACES TO REGISTER-LINE.
006090     WRITE REGISTER-LINE.
006100     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006110     MOVE 'REQUESTS READ'          TO RT-LABEL.
006120     MOVE WS-TRANS-READ            TO RT-COUNT.
006130     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006140     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006150     MOVE 'PAYMENTS VOIDED'        TO RT-LABEL.
006160     MOVE WS-VOIDS                 TO RT-COUNT.
006170     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006180     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006190     MOVE 'PAYMENTS STOPPED'       TO RT-LABEL.
006200     MOVE WS-STOPS                 TO RT-COUNT.
006210     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006220     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006230     MOVE 'AMOUNT VOIDED OR STOPPED' TO RT-LABEL.
006240     COMPUTE RT-COUNT = WS-VOIDS + WS-STOPS.
006250     MOVE WS-AMOUNT-CANCELLED      TO RT-AMOUNT.
006260     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006270     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006280     MOVE 'HOLDS RELEASED'         TO RT-LABEL.
006290     MOVE WS-RELEASES              TO RT-COUNT.
006300     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006310     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006320     MOVE 'REQUESTS REJECTED'      TO RT-LABEL.
006330     MOVE WS-TRANS-REJECTED        TO RT-COUNT.
006340     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006350     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006360     MOVE 'DOCUMENTS RETURNED TO A' TO RT-LABEL.
006370     MOVE WS-DOCS-REOPENED         TO RT-COUNT.
006380     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006390     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006400     MOVE 'DOCUMENTS HELD'         TO RT-LABEL.
006410     MOVE WS-DOCS-HELD             TO RT-COUNT.
006420     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006430     MOVE SPACES                   TO WS-REGISTER-TOTAL.
006440     MOVE 'DOCUMENTS RELEASED'     TO RT-LABEL.
006450     MOVE WS-DOCS-RELEASED         TO RT-COUNT.
006460     WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
006470 8000-PRINT-TOTALS-EXIT.
006480     EXIT.

006490*---------------------------------------------------------------*
006500 8010-LOG-REJECT.
006510*---------------------------------------------------------------*
006520     ADD 1 TO WS-TRANS-REJECTED.
006530     DISPLAY 'PAYVOID - REQUEST REJECTED FOR ISSUE '
006540             VX-ISSUE-DATE ' ' VX-ISSUE-SEQ ': ' WS-REJECT-REASON.
006550     MOVE SPACES              TO REJECT-RECORD.
006560     MOVE 'PAYVOID'           TO RJ-SOURCE-FILE.
006570     STRING VX-ISSUE-DATE '-' VX-ISSUE-SEQ
006580            DELIMITED BY SIZE INTO RJ-KEY-FIELD.
006590     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
006600     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
006610     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
006620     WRITE REJECT-RECORD.
006630 8010-LOG-REJECT-EXIT.
006640     EXIT.

006641*---------------------------------------------------------------*
006642*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
006643*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
006644*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
006645*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
006646*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
006647*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
006648*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
006649*---------------------------------------------------------------*
006650 8500-CHECK-POSTING-PERIOD.
006651*---------------------------------------------------------------*
006652     MOVE 'P'    TO WS-PERIOD-RESULT.
006653     MOVE SPACES TO WS-PERIOD-REASON.
006654     MOVE ZERO   TO WS-POSTING-PERIOD.
006655     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
006656     PERFORM 8510-SCAN-PERIOD-ENTRY
006657          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
006658          VARYING WS-FP-NDX FROM 1 BY 1
006659          UNTIL WS-FP-NDX > WS-FP-COUNT
006660             OR WS-PERIOD-FOUND.
006661     IF NOT WS-PERIOD-FOUND
006662         MOVE 'R' TO WS-PERIOD-RESULT
006663         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
006664           TO WS-PERIOD-REASON
006665         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
006666     END-IF.
006667*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
006668*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
006669     SUBTRACT 1 FROM WS-FP-NDX.
006670     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
006671     IF WS-FP-OPEN (WS-FP-NDX)
006672        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
006673         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
006674     END-IF.
006675     MOVE 'R' TO WS-PERIOD-RESULT.
006676     IF NOT WS-ROLL-FORWARD
006677         STRING 'PERIOD ' WS-POSTING-PERIOD
006678                ' CLOSED TO POSTING'
006679                DELIMITED BY SIZE INTO WS-PERIOD-REASON
006680         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
006681     END-IF.
006682     MOVE 'N' TO WS-PERIOD-FOUND-SW.
006683     ADD 1 TO WS-FP-NDX.
006684     PERFORM 8520-SCAN-OPEN-PERIOD
006685          THRU 8520-SCAN-OPEN-PERIOD-EXIT
006686          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
006687          UNTIL WS-FP-NDX > WS-FP-COUNT
006688             OR WS-PERIOD-FOUND.
006689     IF NOT WS-PERIOD-FOUND
006690         STRING 'PERIOD ' WS-POSTING-PERIOD
006691                ' CLOSED, NO LATER PERIOD OPEN'
006692                DELIMITED BY SIZE INTO WS-PERIOD-REASON
006693         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
006694     END-IF.
006695     SUBTRACT 1 FROM WS-FP-NDX.
006696     MOVE 'F' TO WS-PERIOD-RESULT.
006697     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
006698     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
006699 8500-CHECK-POSTING-PERIOD-EXIT.
006700     EXIT.

006701 8510-SCAN-PERIOD-ENTRY.
006702     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
006703        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
006704         SET WS-PERIOD-FOUND TO TRUE
006705     END-IF.
006706 8510-SCAN-PERIOD-ENTRY-EXIT.
006707     EXIT.

006708 8520-SCAN-OPEN-PERIOD.
006709     IF WS-FP-OPEN (WS-FP-NDX)
006710        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
006711         SET WS-PERIOD-FOUND TO TRUE
006712     END-IF.
006713 8520-SCAN-OPEN-PERIOD-EXIT.
006714     EXIT.

006715*---------------------------------------------------------------*
006716 9000-TERMINATE.
006717*---------------------------------------------------------------*
006718     DISPLAY 'PAYVOID - REQUESTS READ.........: '
006719              WS-TRANS-READ.
006720     DISPLAY 'PAYVOID - PAYMENTS VOIDED.......: '
006721              WS-VOIDS.
006722     DISPLAY 'PAYVOID - PAYMENTS STOPPED......: '
006730              WS-STOPS.
006740     DISPLAY 'PAYVOID - HOLDS RELEASED........: '
006750              WS-RELEASES.
006760     DISPLAY 'PAYVOID - REQUESTS REJECTED.....: '
006770              WS-TRANS-REJECTED.
006780     DISPLAY 'PAYVOID - APPLICATIONS REVERSED.: '
006790              WS-APPLS-REVERSED.
006800     DISPLAY 'PAYVOID - PY SEGMENTS REVERSED..: '
006810              WS-PY-REVERSED.
006820     DISPLAY 'PAYVOID - DOCUMENTS RETURNED....: '
006830              WS-DOCS-REOPENED.
006840     DISPLAY 'PAYVOID - DOCUMENTS HELD........: '
006850              WS-DOCS-HELD.
006860     DISPLAY 'PAYVOID - DOCUMENTS RELEASED....: '
006870              WS-DOCS-RELEASED.
006873     DISPLAY 'PAYVOID - DISCOUNTS REVERSED....: '
006876              WS-DISCS-REVERSED.
006880     CLOSE VOID-IN ISSUED-REGISTER ISSUE-DETAIL PAYMENT-OUT
006890           STATUS-CHG-OUT PAYAPP-OUT POSPAY-OUT REGISTER-OUT
006900           REJECT-OUT DISCOUNT-OUT.
006910 9000-TERMINATE-EXIT.
006920     EXIT.

006930*---------------------------------------------------------------*
006940*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
006950*---------------------------------------------------------------*
006960 9700-LOG-STEP-START.
006970*---------------------------------------------------------------*
006980     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006990     MOVE 'PAYVOID'         TO EX-JOB-NAME.
007000     SET EX-STEP-START      TO TRUE.
007010     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007020     ACCEPT EX-RUN-TIME FROM TIME.
007030     MOVE ZERO              TO EX-RECORDS-READ
007040                               EX-RECORDS-WRITTEN
007050                               EX-REJECT-COUNT
007060                               EX-COMPLETION-CODE.
007070     OPEN EXTEND EXEC-LOG-OUT.
007080     WRITE EXECUTION-LOG-RECORD.
007090     CLOSE EXEC-LOG-OUT.
007100 9700-LOG-STEP-START-EXIT.
007110     EXIT.

007120*---------------------------------------------------------------*
007130*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
007140*    ENDING WITH.                                               *
007150*---------------------------------------------------------------*
007160 9710-LOG-STEP-END.
007170*---------------------------------------------------------------*
007180     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007190     MOVE 'PAYVOID'         TO EX-JOB-NAME.
007200     SET EX-STEP-END        TO TRUE.
007210     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007220     ACCEPT EX-RUN-TIME FROM TIME.
007230     MOVE WS-TRANS-READ     TO EX-RECORDS-READ.
007240     COMPUTE EX-RECORDS-WRITTEN = WS-VOIDS
007250                                + WS-STOPS
007260                                + WS-RELEASES.
007270     MOVE WS-TRANS-REJECTED TO EX-REJECT-COUNT.
007280     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
007290     OPEN EXTEND EXEC-LOG-OUT.
007300     WRITE EXECUTION-LOG-RECORD.
007310     CLOSE EXEC-LOG-OUT.
007320 9710-LOG-STEP-END-EXIT.
007330     EXIT.
