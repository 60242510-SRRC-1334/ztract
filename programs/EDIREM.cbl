000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    EDIREM.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - TRANSLATES EACH PAYMENT RUN
000210*                   INTO AN OUTBOUND 820-STYLE PAYMENT ORDER /
000220*                   REMITTANCE ADVICE PER EDI-CAPABLE VENDOR.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      RUNS AFTER PAYSEL.  THE BANK PAYMENT INSTRUCTION FILE
000260*      (COPY BNKPAY) HAS ONE RECORD PER VENDOR AND CURRENCY
000270*      POOL, AND THE ISSUED-PAYMENT DETAIL FILE (COPY ISSDTL)
000280*      HOLDS EVERY INVOICE AND CREDIT MEMO EACH ISSUE SETTLED,
000290*      KEYED BY THE ISSUE'S VALUE DATE AND SEQUENCE.  FOR EACH
000300*      BANK PAYMENT TO A VENDOR FLAGGED EDI-CAPABLE ON THE
000310*      VENDOR MASTER ONE ANSI X12-STYLE SET IS WRITTEN:
000320*          ST    TRANSACTION SET HEADER
000330*          BPR   PAYMENT AMOUNT (NET CASH) AND VALUE DATE
000340*          CUR   PAYMENT CURRENCY
000350*          TRN   TRACE NUMBER - VALUE DATE AND ISSUE SEQUENCE
000360*          N1    PAYEE (PE/VENDOR-ID/REMIT-TO NAME)
000370*          RMR   ONE PER DOCUMENT SETTLED - IV FOR AN INVOICE,
000380*                CM FOR A CREDIT MEMO - WITH THE AMOUNT PAID,
000390*                THE GROSS AMOUNT SETTLED, AND THE DISCOUNT
000400*          SE    TRANSACTION SET TRAILER
000410*
000420*      DELIMITERS, CONTROL NUMBERS, AND THE EDI CONTROL LOG ARE
000430*      HANDLED EXACTLY AS IN EDIINV: ST02/SE02 ARE SEEDED FROM
000440*      THE HIGHEST 820 CONTROL NUMBER ALREADY LOGGED, AND EACH
000450*      SET IS LOGGED WITH THE ISSUE SEQUENCE AS ITS DOCUMENT ID
000460*      AND THE VENDOR AS ITS PARTNER SO EDIACK CAN TICK OFF THE
000470*      VENDOR'S 997.
000480*
000490*      A VENDOR NOT FLAGGED EDI-CAPABLE, OR NOT ON THE VENDOR
000500*      MASTER, IS LEFT TO THE PRINTED ADVICE PAYSEL ALREADY
000510*      PRODUCED AND IS ONLY COUNTED HERE.  A VOIDED OR HELD
000520*      DOCUMENT IS NOT REMITTED.
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT BANK-IN       ASSIGN TO BNKIN
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT ISSUE-DETAIL  ASSIGN TO ISSDTL
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS IX-KEY
000660            ALTERNATE RECORD KEY IS IX-INVOICE-ID
000670                WITH DUPLICATES
000680            FILE STATUS IS WS-ISSDTL-STATUS.
000690     SELECT VENDOR-MASTER ASSIGN TO VENDMSTR
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS RANDOM
000720            RECORD KEY IS VEND-VENDOR-ID
000730            FILE STATUS IS WS-VENDMSTR-STATUS.
000740     SELECT EDI-OUT       ASSIGN TO EDIOUT
000750            ORGANIZATION IS SEQUENTIAL.
000760     SELECT OPTIONAL
000770            CONTROL-IN    ASSIGN TO CTLOUT
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS WS-CTLIN-STATUS.
000800     SELECT CONTROL-OUT   ASSIGN TO CTLOUT
000810            ORGANIZATION IS SEQUENTIAL.
000812     SELECT OPTIONAL
000814            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000816            ORGANIZATION IS SEQUENTIAL
000818            FILE STATUS IS WS-EXECLOG-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  BANK-IN
000850     LABEL RECORDS ARE STANDARD.
000860 COPY BNKPAY.

000870 FD  ISSUE-DETAIL
000880     LABEL RECORDS ARE STANDARD.
000890 COPY ISSDTL.

000900 FD  VENDOR-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920 COPY VENDREC.

000930 FD  EDI-OUT
000940     LABEL RECORDS ARE STANDARD.
000950 01  EDI-SEGMENT-RECORD        PIC X(200).

000960 FD  CONTROL-IN
000970     LABEL RECORDS ARE STANDARD.
000980 COPY EDICTL REPLACING ==EDI-CONTROL-RECORD==
000990                    BY ==EDI-CONTROL-IN-RECORD==
001000                       ==EC-TRANS-TYPE==
001010                    BY ==ECI-TRANS-TYPE==
001020                       ==EC-CONTROL-NR==
001030                    BY ==ECI-CONTROL-NR==
001040                       ==EC-DOCUMENT-ID==
001050                    BY ==ECI-DOCUMENT-ID==
001060                       ==EC-PARTNER-ID==
001070                    BY ==ECI-PARTNER-ID==
001080                       ==EC-SENT-DATE==
001090                    BY ==ECI-SENT-DATE==
001100                       ==EC-ACK-STATUS==
001110                    BY ==ECI-ACK-STATUS==
001120                       ==EC-ACK-DATE==
001130                    BY ==ECI-ACK-DATE==
001140                       ==EC-SENT==
001150                    BY ==ECI-SENT==
001160                       ==EC-ACCEPTED==
001170                    BY ==ECI-ACCEPTED==
001180                       ==EC-PARTNER-REJECTED==
001190                    BY ==ECI-PARTNER-REJECTED==.

001200 FD  CONTROL-OUT
001210     LABEL RECORDS ARE STANDARD.
001220 COPY EDICTL.

001222 FD  EXEC-LOG-OUT
001224     LABEL RECORDS ARE STANDARD.
001226 COPY EXECLOG.

001230 WORKING-STORAGE SECTION.
001235 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001240 01  WS-SWITCHES.
001250     05  WS-BANK-EOF           PIC X(01)  VALUE 'N'.
001260         88  BANK-EOF                     VALUE 'Y'.
001270     05  WS-ISSDTL-EOF         PIC X(01)  VALUE 'N'.
001280         88  ISSDTL-EOF                   VALUE 'Y'.

001290 01  WS-COUNTERS                          COMP.
001300     05  WS-PAYMENTS-READ      PIC 9(09)  VALUE ZERO.
001310     05  WS-SETS-WRITTEN       PIC 9(09)  VALUE ZERO.
001320     05  WS-PAPER-VENDORS      PIC 9(09)  VALUE ZERO.
001330     05  WS-UNKNOWN-VENDORS    PIC 9(09)  VALUE ZERO.
001340     05  WS-DOCS-REMITTED      PIC 9(09)  VALUE ZERO.
001350     05  WS-SETS-NO-DOCS       PIC 9(09)  VALUE ZERO.
001360     05  WS-SEGMENTS-WRITTEN   PIC 9(09)  VALUE ZERO.
001370     05  WS-REM-CONTROL-NR     PIC 9(09)  VALUE ZERO.
001380     05  WS-CONTROL-RECS       PIC 9(09)  VALUE ZERO.
001390     05  WS-SEG-COUNT          PIC 9(05)  VALUE ZERO.
001400     05  WS-SET-DOCS           PIC 9(05)  VALUE ZERO.
001410     05  WS-LEAD-SPACES        PIC 9(02)  VALUE ZERO.

001420 01  WS-EDI-FIELDS.
001430     05  WS-CONTROL-NR-A       PIC 9(09).
001440     05  WS-VALUE-DATE-A       PIC 9(08).
001450     05  WS-ISSUE-SEQ-A        PIC 9(05).
001460     05  WS-INVOICE-ID-A       PIC 9(10).
001470     05  WS-AMOUNT-A           PIC -(9)9.99.
001480     05  WS-QTY-A              PIC Z(4)9.

001490*----------------------------------------------------------------
001500*    LEFT-JUSTIFIED, BLANK-TRIMMED TEXT FORMS OF THE EDITED
001510*    AMOUNTS AND COUNTS, BUILT BY 8100-TRIM-QTY/8200-TRIM-AMOUNT
001520*    AS IN EDIINV.  AN RMR CARRIES THREE AMOUNTS, SO EACH IS
001530*    SAVED OFF TO ITS OWN TEXT FIELD AS IT IS TRIMMED.
001540*----------------------------------------------------------------
001550 01  WS-QTY-TEXT               PIC X(05).
001560 01  WS-AMOUNT-TEXT            PIC X(13).
001570 01  WS-PAID-TEXT              PIC X(13).
001580 01  WS-GROSS-TEXT             PIC X(13).
001590 01  WS-DISC-TEXT              PIC X(13).
001600 01  WS-RMR-QUALIFIER          PIC X(02).
001610 01  WS-PAID-AMOUNT            PIC S9(11)V99 COMP-3.

001620 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001630 01  WS-ISSDTL-STATUS          PIC X(02)  VALUE SPACES.
001640 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001650 01  WS-CTLIN-STATUS           PIC X(02)  VALUE SPACES.

001660 01  WS-LOG-SWITCHES.
001670     05  WS-CTLIN-EOF          PIC X(01)  VALUE 'N'.
001680         88  CTLIN-EOF                    VALUE 'Y'.
001690     05  WS-CTL-LOG-PRESENT    PIC X(01)  VALUE 'N'.
001700         88  CTL-LOG-PRESENT              VALUE 'Y'.

001710 PROCEDURE DIVISION.
001720*---------------------------------------------------------------*
001730 0000-MAINLINE.
001740*---------------------------------------------------------------*
001743     PERFORM 9700-LOG-STEP-START
001746          THRU 9700-LOG-STEP-START-EXIT.
001750     PERFORM 1000-INITIALIZE
001760          THRU 1000-INITIALIZE-EXIT.
001770     PERFORM 2000-PROCESS-PAYMENT
001780          THRU 2000-PROCESS-PAYMENT-EXIT
001790          UNTIL BANK-EOF.
001800     PERFORM 9000-TERMINATE
001810          THRU 9000-TERMINATE-EXIT.
001813     PERFORM 9710-LOG-STEP-END
001816          THRU 9710-LOG-STEP-END-EXIT.
001820     GOBACK.

001830*---------------------------------------------------------------*
001840 1000-INITIALIZE.
001850*---------------------------------------------------------------*
001860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001870     PERFORM 1100-SEED-CONTROL-NUMBERS
001880          THRU 1100-SEED-CONTROL-NUMBERS-EXIT.
001890     OPEN INPUT  BANK-IN
001900               ISSUE-DETAIL
001910               VENDOR-MASTER
001920          OUTPUT EDI-OUT.
001930     IF CTL-LOG-PRESENT
001940         OPEN EXTEND CONTROL-OUT
001950     ELSE
001960         OPEN OUTPUT CONTROL-OUT
001970     END-IF.
001980     READ BANK-IN
001990         AT END SET BANK-EOF TO TRUE
002000     END-READ.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.

002030*---------------------------------------------------------------*
002040*    SEED ST02/SE02 FROM THE HIGHEST 820 CONTROL NUMBER ALREADY *
002050*    ON THE CUMULATIVE CONTROL LOG, FOR THE SAME REASON EDIINV  *
002060*    DOES - A RESTARTED COUNTER WOULD LET A 997 TICK OFF THE    *
002070*    WRONG RUN'S ENTRY.                                         *
002080*---------------------------------------------------------------*
002090 1100-SEED-CONTROL-NUMBERS.
002100*---------------------------------------------------------------*
002110     OPEN INPUT CONTROL-IN.
002120     IF WS-CTLIN-STATUS = '00'
002130         SET CTL-LOG-PRESENT TO TRUE
002140         PERFORM 1110-READ-CONTROL-ENTRY
002150              THRU 1110-READ-CONTROL-ENTRY-EXIT
002160              UNTIL CTLIN-EOF
002170         CLOSE CONTROL-IN
002180     END-IF.
002190 1100-SEED-CONTROL-NUMBERS-EXIT.
002200     EXIT.

002210 1110-READ-CONTROL-ENTRY.
002220     READ CONTROL-IN
002230         AT END SET CTLIN-EOF TO TRUE
002240         NOT AT END
002250             IF ECI-TRANS-TYPE = '820'
002260                AND ECI-CONTROL-NR > WS-REM-CONTROL-NR
002270                 MOVE ECI-CONTROL-NR TO WS-REM-CONTROL-NR
002280             END-IF
002290     END-READ.
002300 1110-READ-CONTROL-ENTRY-EXIT.
002310     EXIT.

002320*---------------------------------------------------------------*
002330*    ONE BANK PAYMENT.  A VENDOR THAT IS NOT EDI-CAPABLE KEEPS  *
002340*    ITS PRINTED ADVICE AND IS ONLY COUNTED; AN EDI-CAPABLE ONE *
002350*    IS TRANSLATED INTO AN 820-STYLE SET.                       *
002360*---------------------------------------------------------------*
002370 2000-PROCESS-PAYMENT.
002380*---------------------------------------------------------------*
002390     ADD 1 TO WS-PAYMENTS-READ.
002400     MOVE BP-VENDOR-ID TO VEND-VENDOR-ID.
002410     READ VENDOR-MASTER
002420         INVALID KEY
002430             ADD 1 TO WS-UNKNOWN-VENDORS
002440             GO TO 2000-READ-NEXT
002450     END-READ.
002460     IF NOT VEND-EDI-CAPABLE
002470         ADD 1 TO WS-PAPER-VENDORS
002480         GO TO 2000-READ-NEXT
002490     END-IF.
002500     ADD 1 TO WS-REM-CONTROL-NR
002510               WS-SETS-WRITTEN.
002520     MOVE ZERO TO WS-SEG-COUNT
002530                  WS-SET-DOCS.
002540     PERFORM 2100-WRITE-ST-820
002550          THRU 2100-WRITE-ST-820-EXIT.
002560     PERFORM 2200-WRITE-BPR
002570          THRU 2200-WRITE-BPR-EXIT.
002580     PERFORM 2300-WRITE-TRN
002590          THRU 2300-WRITE-TRN-EXIT.
002600     PERFORM 2400-WRITE-N1-PAYEE
002610          THRU 2400-WRITE-N1-PAYEE-EXIT.
002620     PERFORM 2500-WALK-DOCUMENTS
002630          THRU 2500-WALK-DOCUMENTS-EXIT.
002640     PERFORM 2600-WRITE-SE
002650          THRU 2600-WRITE-SE-EXIT.
002660     PERFORM 2700-LOG-CONTROL-NR
002670          THRU 2700-LOG-CONTROL-NR-EXIT.
002680 2000-READ-NEXT.
002690     READ BANK-IN
002700         AT END SET BANK-EOF TO TRUE
002710     END-READ.
002720 2000-PROCESS-PAYMENT-EXIT.
002730     EXIT.

002740 2100-WRITE-ST-820.
002750     MOVE WS-REM-CONTROL-NR TO WS-CONTROL-NR-A.
002760     MOVE SPACES TO EDI-SEGMENT-RECORD.
002770     STRING 'ST*820*' DELIMITED BY SIZE
002780            WS-CONTROL-NR-A DELIMITED BY SIZE
002790            '~'             DELIMITED BY SIZE
002800            INTO EDI-SEGMENT-RECORD.
002810     PERFORM 8000-WRITE-SEGMENT
002820          THRU 8000-WRITE-SEGMENT-EXIT.
002830 2100-WRITE-ST-820-EXIT.
002840     EXIT.

002850*---------------------------------------------------------------*
002860*    BPR CARRIES THE NET CASH AND THE VALUE DATE; THE CUR THAT  *
002870*    FOLLOWS IT NAMES THE PAYMENT CURRENCY, SINCE PAYSEL POOLS  *
002880*    A VENDOR'S PAYMENTS SEPARATELY BY CURRENCY.                *
002890*---------------------------------------------------------------*
002900 2200-WRITE-BPR.
002910*---------------------------------------------------------------*
002920     MOVE BP-AMOUNT     TO WS-AMOUNT-A.
002930     PERFORM 8200-TRIM-AMOUNT THRU 8200-TRIM-AMOUNT-EXIT.
002940     MOVE BP-VALUE-DATE TO WS-VALUE-DATE-A.
002950     MOVE SPACES TO EDI-SEGMENT-RECORD.
002960     STRING 'BPR*C*'        DELIMITED BY SIZE
002970            WS-AMOUNT-TEXT  DELIMITED BY SPACE
002980            '*C*ACH*'       DELIMITED BY SIZE
002990            WS-VALUE-DATE-A DELIMITED BY SIZE
003000            '~'             DELIMITED BY SIZE
003010            INTO EDI-SEGMENT-RECORD.
003020     PERFORM 8000-WRITE-SEGMENT
003030          THRU 8000-WRITE-SEGMENT-EXIT.
003040     MOVE SPACES TO EDI-SEGMENT-RECORD.
003050     STRING 'CUR*PR*'       DELIMITED BY SIZE
003060            BP-CURRENCY     DELIMITED BY SIZE
003070            '~'             DELIMITED BY SIZE
003080            INTO EDI-SEGMENT-RECORD.
003090     PERFORM 8000-WRITE-SEGMENT
003100          THRU 8000-WRITE-SEGMENT-EXIT.
003110 2200-WRITE-BPR-EXIT.
003120     EXIT.

003130*---------------------------------------------------------------*
003140*    THE TRACE NUMBER IS THE VALUE DATE FOLLOWED BY THE ISSUE   *
003150*    SEQUENCE - THE SAME PAIR THAT KEYS THE ISSUED REGISTER AND *
003160*    THE POSITIVE-PAY FILE, SO THE VENDOR CAN QUOTE IT BACK.    *
003170*---------------------------------------------------------------*
003180 2300-WRITE-TRN.
003190*---------------------------------------------------------------*
003200     MOVE BP-VALUE-DATE TO WS-VALUE-DATE-A.
003210     MOVE BP-ISSUE-SEQ  TO WS-ISSUE-SEQ-A.
003220     MOVE SPACES TO EDI-SEGMENT-RECORD.
003230     STRING 'TRN*1*'        DELIMITED BY SIZE
003240            WS-VALUE-DATE-A DELIMITED BY SIZE
003250            WS-ISSUE-SEQ-A  DELIMITED BY SIZE
003260            '~'             DELIMITED BY SIZE
003270            INTO EDI-SEGMENT-RECORD.
003280     PERFORM 8000-WRITE-SEGMENT
003290          THRU 8000-WRITE-SEGMENT-EXIT.
003300 2300-WRITE-TRN-EXIT.
003310     EXIT.

003320 2400-WRITE-N1-PAYEE.
003330     MOVE SPACES TO EDI-SEGMENT-RECORD.
003340     STRING 'N1*PE*'        DELIMITED BY SIZE
003350            BP-VENDOR-ID    DELIMITED BY SIZE
003360            '*'             DELIMITED BY SIZE
003370            BP-PAYEE-NAME   DELIMITED BY SIZE
003380            '~'             DELIMITED BY SIZE
003390            INTO EDI-SEGMENT-RECORD.
003400     PERFORM 8000-WRITE-SEGMENT
003410          THRU 8000-WRITE-SEGMENT-EXIT.
003420 2400-WRITE-N1-PAYEE-EXIT.
003430     EXIT.

003440*---------------------------------------------------------------*
003450*    WALK THE DOCUMENTS THE ISSUE SETTLED.  THE DETAIL KEY      *
003460*    LEADS WITH THE VALUE DATE AND ISSUE SEQUENCE, SO THEY ARE  *
003470*    CONTIGUOUS - THE SAME WALK PAYVOID MAKES.                  *
003480*---------------------------------------------------------------*
003490 2500-WALK-DOCUMENTS.
003500*---------------------------------------------------------------*
003510     MOVE 'N'           TO WS-ISSDTL-EOF.
003520     MOVE BP-VALUE-DATE TO IX-ISSUE-DATE.
003530     MOVE BP-ISSUE-SEQ  TO IX-ISSUE-SEQ.
003540     MOVE ZERO          TO IX-INVOICE-ID.
003550     START ISSUE-DETAIL KEY IS >= IX-KEY
003560         INVALID KEY
003570             SET ISSDTL-EOF TO TRUE
003580     END-START.
003590     PERFORM 2510-NEXT-DOCUMENT
003600          THRU 2510-NEXT-DOCUMENT-EXIT
003610          UNTIL ISSDTL-EOF.
003620     IF WS-SET-DOCS = ZERO
003630         ADD 1 TO WS-SETS-NO-DOCS
003640         DISPLAY 'EDIREM - NO SETTLED DOCUMENTS FOR ISSUE '
003650                 BP-VALUE-DATE '/' BP-ISSUE-SEQ
003660                 ' VENDOR ' BP-VENDOR-ID
003670     END-IF.
003680 2500-WALK-DOCUMENTS-EXIT.
003690     EXIT.

003700 2510-NEXT-DOCUMENT.
003710     READ ISSUE-DETAIL NEXT RECORD
003720         AT END SET ISSDTL-EOF TO TRUE
003730     END-READ.
003740     IF ISSDTL-EOF
003750         GO TO 2510-NEXT-DOCUMENT-EXIT
003760     END-IF.
003770     IF IX-ISSUE-DATE NOT = BP-VALUE-DATE
003780        OR IX-ISSUE-SEQ NOT = BP-ISSUE-SEQ
003790         SET ISSDTL-EOF TO TRUE
003800         GO TO 2510-NEXT-DOCUMENT-EXIT
003810     END-IF.
003820     IF NOT IX-ACTIVE
003830         GO TO 2510-NEXT-DOCUMENT-EXIT
003840     END-IF.
003850     PERFORM 2520-WRITE-RMR
003860          THRU 2520-WRITE-RMR-EXIT.
003870 2510-NEXT-DOCUMENT-EXIT.
003880     EXIT.

003890*---------------------------------------------------------------*
003900*    ONE RMR PER DOCUMENT.  THE GROSS IS THE DOCUMENT AMOUNT    *
003910*    THE ISSUE SETTLED (NEGATIVE FOR A CREDIT MEMO), AND THE    *
003920*    AMOUNT PAID IS THE GROSS LESS THE DISCOUNT TAKEN, AS ON    *
003930*    PAYSEL'S PRINTED ADVICE.                                   *
003940*---------------------------------------------------------------*
003950 2520-WRITE-RMR.
003960*---------------------------------------------------------------*
003970     ADD 1 TO WS-SET-DOCS
003980               WS-DOCS-REMITTED.
003990     IF IX-DOC-CREDIT
004000         MOVE 'CM' TO WS-RMR-QUALIFIER
004010     ELSE
004020         MOVE 'IV' TO WS-RMR-QUALIFIER
004030     END-IF.
004040     MOVE IX-INVOICE-ID TO WS-INVOICE-ID-A.
004050     COMPUTE WS-PAID-AMOUNT = IX-APPLIED-AMOUNT
004060                            - IX-DISCOUNT-AMOUNT.
004070     MOVE WS-PAID-AMOUNT     TO WS-AMOUNT-A.
004080     PERFORM 8200-TRIM-AMOUNT THRU 8200-TRIM-AMOUNT-EXIT.
004090     MOVE WS-AMOUNT-TEXT     TO WS-PAID-TEXT.
004100     MOVE IX-APPLIED-AMOUNT  TO WS-AMOUNT-A.
004110     PERFORM 8200-TRIM-AMOUNT THRU 8200-TRIM-AMOUNT-EXIT.
004120     MOVE WS-AMOUNT-TEXT     TO WS-GROSS-TEXT.
004130     MOVE IX-DISCOUNT-AMOUNT TO WS-AMOUNT-A.
004140     PERFORM 8200-TRIM-AMOUNT THRU 8200-TRIM-AMOUNT-EXIT.
004150     MOVE WS-AMOUNT-TEXT     TO WS-DISC-TEXT.
004160     MOVE SPACES TO EDI-SEGMENT-RECORD.
004170     STRING 'RMR*'           DELIMITED BY SIZE
004180            WS-RMR-QUALIFIER DELIMITED BY SIZE
004190            '*'              DELIMITED BY SIZE
004200            WS-INVOICE-ID-A  DELIMITED BY SIZE
004210            '**'             DELIMITED BY SIZE
004220            WS-PAID-TEXT     DELIMITED BY SPACE
004230            '*'              DELIMITED BY SIZE
004240            WS-GROSS-TEXT    DELIMITED BY SPACE
004250            '*'              DELIMITED BY SIZE
004260            WS-DISC-TEXT     DELIMITED BY SPACE
004270            '~'              DELIMITED BY SIZE
004280            INTO EDI-SEGMENT-RECORD.
004290     PERFORM 8000-WRITE-SEGMENT
004300          THRU 8000-WRITE-SEGMENT-EXIT.
004310 2520-WRITE-RMR-EXIT.
004320     EXIT.

004330 2600-WRITE-SE.
004340     COMPUTE WS-QTY-A = WS-SEG-COUNT + 1.
004350     PERFORM 8100-TRIM-QTY THRU 8100-TRIM-QTY-EXIT.
004360     MOVE WS-REM-CONTROL-NR TO WS-CONTROL-NR-A.
004370     MOVE SPACES TO EDI-SEGMENT-RECORD.
004380     STRING 'SE*' DELIMITED BY SIZE
004390            WS-QTY-TEXT     DELIMITED BY SPACE
004400            '*'             DELIMITED BY SIZE
004410            WS-CONTROL-NR-A DELIMITED BY SIZE
004420            '~'             DELIMITED BY SIZE
004430            INTO EDI-SEGMENT-RECORD.
004440     PERFORM 8000-WRITE-SEGMENT
004450          THRU 8000-WRITE-SEGMENT-EXIT.
004460 2600-WRITE-SE-EXIT.
004470     EXIT.

004480*---------------------------------------------------------------*
004490*    LOG THE 820 SET'S CONTROL NUMBER TO THE EDI CONTROL LOG    *
004500*    SO EDIACK CAN MATCH THE VENDOR'S 997 AGAINST IT.           *
004510*---------------------------------------------------------------*
004520 2700-LOG-CONTROL-NR.
004530*---------------------------------------------------------------*
004540     MOVE SPACES            TO EDI-CONTROL-RECORD.
004550     MOVE '820'             TO EC-TRANS-TYPE.
004560     MOVE WS-REM-CONTROL-NR TO EC-CONTROL-NR.
004570     MOVE BP-ISSUE-SEQ      TO EC-DOCUMENT-ID.
004580     MOVE BP-VENDOR-ID      TO EC-PARTNER-ID.
004590     MOVE WS-RUN-DATE       TO EC-SENT-DATE.
004600     SET EC-SENT            TO TRUE.
004610     MOVE ZERO              TO EC-ACK-DATE.
004620     ADD 1 TO WS-CONTROL-RECS.
004630     WRITE EDI-CONTROL-RECORD.
004640 2700-LOG-CONTROL-NR-EXIT.
004650     EXIT.

004660*---------------------------------------------------------------*
004670*    STRIP THE LEADING BLANKS THE EDITED PICTURES IN            *
004680*    WS-QTY-A/WS-AMOUNT-A PAD WITH, LEAVING ONLY THE            *
004690*    SIGNIFICANT DIGITS LEFT-JUSTIFIED IN WS-QTY-TEXT/          *
004700*    WS-AMOUNT-TEXT FOR STRINGING DELIMITED BY SPACE.           *
004710*---------------------------------------------------------------*
004720 8100-TRIM-QTY.
004730*---------------------------------------------------------------*
004740     MOVE ZERO   TO WS-LEAD-SPACES.
004750     MOVE SPACES TO WS-QTY-TEXT.
004760     INSPECT WS-QTY-A TALLYING WS-LEAD-SPACES
004770         FOR LEADING SPACE.
004780     MOVE WS-QTY-A (WS-LEAD-SPACES + 1 :) TO WS-QTY-TEXT.
004790 8100-TRIM-QTY-EXIT.
004800     EXIT.

004810 8200-TRIM-AMOUNT.
004820*---------------------------------------------------------------*
004830     MOVE ZERO   TO WS-LEAD-SPACES.
004840     MOVE SPACES TO WS-AMOUNT-TEXT.
004850     INSPECT WS-AMOUNT-A TALLYING WS-LEAD-SPACES
004860         FOR LEADING SPACE.
004870     MOVE WS-AMOUNT-A (WS-LEAD-SPACES + 1 :) TO WS-AMOUNT-TEXT.
004880 8200-TRIM-AMOUNT-EXIT.
004890     EXIT.

004900*---------------------------------------------------------------*
004910 8000-WRITE-SEGMENT.
004920*---------------------------------------------------------------*
004930     ADD 1 TO WS-SEG-COUNT
004940               WS-SEGMENTS-WRITTEN.
004950     WRITE EDI-SEGMENT-RECORD.
004960 8000-WRITE-SEGMENT-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------*
004990 9000-TERMINATE.
005000*---------------------------------------------------------------*
005010     DISPLAY 'EDIREM - BANK PAYMENTS READ.....: '
005020              WS-PAYMENTS-READ.
005030     DISPLAY 'EDIREM - 820 SETS TRANSLATED....: '
005040              WS-SETS-WRITTEN.
005050     DISPLAY 'EDIREM - DOCUMENTS REMITTED.....: '
005060              WS-DOCS-REMITTED.
005070     DISPLAY 'EDIREM - SETS WITH NO DOCUMENTS.: '
005080              WS-SETS-NO-DOCS.
005090     DISPLAY 'EDIREM - PAPER-ONLY VENDORS.....: '
005100              WS-PAPER-VENDORS.
005110     DISPLAY 'EDIREM - VENDORS NOT ON MASTER..: '
005120              WS-UNKNOWN-VENDORS.
005130     DISPLAY 'EDIREM - SEGMENTS WRITTEN.......: '
005140              WS-SEGMENTS-WRITTEN.
005150     DISPLAY 'EDIREM - CONTROL RECORDS LOGGED.: '
005160              WS-CONTROL-RECS.
005170     CLOSE BANK-IN ISSUE-DETAIL VENDOR-MASTER EDI-OUT
005180           CONTROL-OUT.
005190 9000-TERMINATE-EXIT.
005200     EXIT.

005210*---------------------------------------------------------------*
005220*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005230*---------------------------------------------------------------*
005240 9700-LOG-STEP-START.
005250*---------------------------------------------------------------*
005260     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005270     MOVE 'EDIREM'          TO EX-JOB-NAME.
005280     SET EX-STEP-START      TO TRUE.
005290     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005300     ACCEPT EX-RUN-TIME FROM TIME.
005310     MOVE ZERO              TO EX-RECORDS-READ
005320                               EX-RECORDS-WRITTEN
005330                               EX-REJECT-COUNT
005340                               EX-COMPLETION-CODE.
005350     OPEN EXTEND EXEC-LOG-OUT.
005360     WRITE EXECUTION-LOG-RECORD.
005370     CLOSE EXEC-LOG-OUT.
005380 9700-LOG-STEP-START-EXIT.
005390     EXIT.

005400*---------------------------------------------------------------*
005410*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005420*    ENDING WITH.                                               *
005430*---------------------------------------------------------------*
005440 9710-LOG-STEP-END.
005450*---------------------------------------------------------------*
005460     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005470     MOVE 'EDIREM'          TO EX-JOB-NAME.
005480     SET EX-STEP-END        TO TRUE.
005490     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005500     ACCEPT EX-RUN-TIME FROM TIME.
005510     MOVE WS-PAYMENTS-READ  TO EX-RECORDS-READ.
005520     MOVE WS-SEGMENTS-WRITTEN TO EX-RECORDS-WRITTEN.
005530     MOVE WS-UNKNOWN-VENDORS TO EX-REJECT-COUNT.
005540     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005550     OPEN EXTEND EXEC-LOG-OUT.
005560     WRITE EXECUTION-LOG-RECORD.
005570     CLOSE EXEC-LOG-OUT.
005580 9710-LOG-STEP-END-EXIT.
005590     EXIT.
