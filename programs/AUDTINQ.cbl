000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AUDTINQ.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ENTERPRISE DATA SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - ONE AUDIT TRAIL ACROSS EVERY
000210*                   HISTORY AND AUDIT FILE, SO "WHO TOUCHED THIS
000220*                   PARTY LAST QUARTER" IS ONE CARD INSTEAD OF
000230*                   FIVE DUMPS.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*****************************************************************
000250*  REMARKS.
000260*      FOR EACH REQUEST CARD (COPY AUDREQ) EVERY CHANGE EVENT
000270*      THAT TOUCHES THE REQUESTED PARTY, INVOICE, ORDER OR USER
000280*      INSIDE THE CARD'S DATE RANGE IS PULLED FROM:
000290*
000300*          MSEGAUD   MSEGUPD SEGMENT AUDIT       (COPY AUDTREC)
000310*          MRGAUD    PTYMERGE MERGE AUDIT        (COPY AUDTREC)
000320*          INVHIST   INVHUPD STATUS HISTORY      (COPY INVHIST)
000330*          ORDHIST   ORDAMEND AMENDMENT HISTORY  (COPY ORDAHST)
000340*          RSTAUDIT  ARCHRTRV RESTORE AUDIT      (COPY RSTAUDT)
000350*          VENDCHG   VENDLOAD/VENDVRFY CHANGES   (COPY VENDCHG)
000360*          APRVLOG   APPROVAL DECISIONS          (COPY APRVLOG)
000370*
000380*      A PARTY CARD (PT/CU/VN/CK) IS RESOLVED ON THE CROSS-
000390*      REFERENCE MASTER THE WAY PARTY360 DOES, AND THE TRAIL
000400*      TAKES IN EVERYTHING KEYED BY ANY OF THE PARTY'S KEYS -
000410*      THE COMMON-KEY'S SEGMENTS AND BALANCE APPROVALS, THE
000420*      VENDOR'S MASTER CHANGES AND INVOICES, THE CUSTOMER'S
000430*      ORDERS (OFF THE ORDER MASTER'S CUSTOMER-NR ALTERNATE KEY)
000440*      AND THE PARTY'S OWN MERGES.  A PARTY-ID THAT A MERGE HAS
000450*      ABSORBED IS NO LONGER ON THE CROSS-REFERENCE; ITS TRAIL
000460*      STILL SHOWS THE MERGE THAT ABSORBED IT.  A USER CARD (US)
000470*      PULLS EVERY EVENT THAT USER MADE, WHATEVER IT TOUCHED.
000480*
000490*      THE EVENTS ARE PUT IN ONE LAYOUT (COPY AUDEVT), SORTED
000500*      INTO DATE/TIME ORDER AND PRINTED AS ONE CHRONOLOGICAL
000510*      TRAIL - WHO, WHEN, WHICH PROGRAM, WHAT WAS CHANGED, FROM
000520*      WHAT, TO WHAT.  THE PRINT SHOWS THE FIRST 30 BYTES OF A
000530*      VALUE ON THE FIRST LINE AND THE REST ON A SECOND.  A CARD
000540*      WITH THE EXTRACT SWITCH ALSO WRITES ITS TRAIL TO AUDEXT,
000550*      ONE AUDEVT RECORD PER EVENT, FOR THE AUDITORS' OWN TOOLS.
000560*
000570*      THE AUDIT FILES ARE OPTIONAL - A FILE NOT SUPPLIED
000580*      SIMPLY CONTRIBUTES NO EVENTS - AND ARE RESCANNED PER
000590*      REQUEST, THE SAME TRADE PARTY360 AND ARCHRTRV MAKE.  A
000600*      PARTY WITH MORE THAN 2000 ORDERS OR INVOICES FAILS THE
000610*      STEP RATHER THAN PRINT A SHORT TRAIL.
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.   IBM-370.
000660 OBJECT-COMPUTER.   IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT REQUEST-IN      ASSIGN TO REQIN
000700            ORGANIZATION IS SEQUENTIAL.
000710     SELECT XREF-MASTER     ASSIGN TO XREFMSTR
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS DYNAMIC
000740            RECORD KEY IS XRFM-PARTY-ID
000750            ALTERNATE RECORD KEY IS XRFM-CUSTOMER-NR
000760                WITH DUPLICATES
000770            ALTERNATE RECORD KEY IS XRFM-VENDOR-ID
000780                WITH DUPLICATES
000790            ALTERNATE RECORD KEY IS XRFM-COMMON-KEY
000800                WITH DUPLICATES
000810            FILE STATUS IS WS-XREFMSTR-STATUS.
000820     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS DYNAMIC
000850            RECORD KEY IS ORDER-ID
000860            ALTERNATE RECORD KEY IS CUSTOMER-NR
000870                WITH DUPLICATES
000880            FILE STATUS IS WS-ORDMSTR-STATUS.
000890     SELECT INVOICE-IN      ASSIGN TO INVIN
000900            ORGANIZATION IS SEQUENTIAL.
000910     SELECT OPTIONAL
000920            MSEG-AUDIT-IN   ASSIGN TO MSEGAUD
000930            ORGANIZATION IS SEQUENTIAL
000940            FILE STATUS IS WS-MSEGAUD-STATUS.
000950     SELECT OPTIONAL
000960            MERGE-AUDIT-IN  ASSIGN TO MRGAUD
000970            ORGANIZATION IS SEQUENTIAL
000980            FILE STATUS IS WS-MRGAUD-STATUS.
000990     SELECT OPTIONAL
001000            INV-HISTORY-IN  ASSIGN TO INVHIST
001010            ORGANIZATION IS SEQUENTIAL
001020            FILE STATUS IS WS-INVHIST-STATUS.
001030     SELECT OPTIONAL
001040            ORD-HISTORY-IN  ASSIGN TO ORDHIST
001050            ORGANIZATION IS SEQUENTIAL
001060            FILE STATUS IS WS-ORDHIST-STATUS.
001070     SELECT OPTIONAL
001080            RESTORE-AUDIT-IN ASSIGN TO RSTAUDIT
001090            ORGANIZATION IS SEQUENTIAL
001100            FILE STATUS IS WS-RSTAUDIT-STATUS.
001110     SELECT OPTIONAL
001120            VENDOR-CHANGE-IN ASSIGN TO VENDCHG
001130            ORGANIZATION IS SEQUENTIAL
001140            FILE STATUS IS WS-VENDCHG-STATUS.
001150     SELECT OPTIONAL
001160            APPROVAL-IN     ASSIGN TO APRVLOG
001170            ORGANIZATION IS SEQUENTIAL
001180            FILE STATUS IS WS-APRVLOG-STATUS.
001190     SELECT EVENT-WORK      ASSIGN TO AUDWRK
001200            ORGANIZATION IS SEQUENTIAL.
001210     SELECT EVENT-SORT-WORK ASSIGN TO AUDSWK
001220            ORGANIZATION IS SEQUENTIAL.
001230     SELECT EVENT-SORTED    ASSIGN TO AUDSRT
001240            ORGANIZATION IS SEQUENTIAL.
001250     SELECT EXTRACT-OUT     ASSIGN TO AUDEXT
001260            ORGANIZATION IS SEQUENTIAL.
001270     SELECT REPORT-OUT      ASSIGN TO RPTOUT
001280            ORGANIZATION IS SEQUENTIAL.
001282     SELECT OPTIONAL
001284            EXEC-LOG-OUT    ASSIGN TO EXECLOG
001286            ORGANIZATION IS SEQUENTIAL
001288            FILE STATUS IS WS-EXECLOG-STATUS.

001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  REQUEST-IN
001320     LABEL RECORDS ARE STANDARD.
001330 COPY AUDREQ.

001340 FD  XREF-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360 COPY XREFREC REPLACING ==PARTY-XREF-RECORD==
001370                     BY ==XREF-MASTER-RECORD==
001380                        ==XREF-PARTY-ID==
001390                     BY ==XRFM-PARTY-ID==
001400                        ==XREF-PARTY-NAME==
001410                     BY ==XRFM-PARTY-NAME==
001420                        ==XREF-CUSTOMER-NR-SW==
001430                     BY ==XRFM-CUSTOMER-NR-SW==
001440                        ==XREF-CUSTOMER-NR==
001450                     BY ==XRFM-CUSTOMER-NR==
001460                        ==XREF-VENDOR-ID-SW==
001470                     BY ==XRFM-VENDOR-ID-SW==
001480                        ==XREF-VENDOR-ID==
001490                     BY ==XRFM-VENDOR-ID==
001500                        ==XREF-COMMON-KEY-SW==
001510                     BY ==XRFM-COMMON-KEY-SW==
001520                        ==XREF-COMMON-KEY==
001530                     BY ==XRFM-COMMON-KEY==.

001540 FD  ORDER-MASTER
001550     LABEL RECORDS ARE STANDARD.
001560 COPY ORDREC.

001570 FD  INVOICE-IN
001580     LABEL RECORDS ARE STANDARD.
001590 COPY INVREC.

001600 FD  MSEG-AUDIT-IN
001610     LABEL RECORDS ARE STANDARD.
001620 01  MSEG-AUDIT-IN-RECORD          PIC X(174).

001630 FD  MERGE-AUDIT-IN
001640     LABEL RECORDS ARE STANDARD.
001650 01  MERGE-AUDIT-IN-RECORD         PIC X(174).

001660 FD  INV-HISTORY-IN
001670     LABEL RECORDS ARE STANDARD.
001680 COPY INVHIST.

001690 FD  ORD-HISTORY-IN
001700     LABEL RECORDS ARE STANDARD.
001710 COPY ORDAHST.

001720 FD  RESTORE-AUDIT-IN
001730     LABEL RECORDS ARE STANDARD.
001740 COPY RSTAUDT.

001750 FD  VENDOR-CHANGE-IN
001760     LABEL RECORDS ARE STANDARD.
001770 COPY VENDCHG.

001780 FD  APPROVAL-IN
001790     LABEL RECORDS ARE STANDARD.
001800 COPY APRVLOG.

001810 FD  EVENT-WORK
001820     LABEL RECORDS ARE STANDARD.
001830 01  EVENT-WORK-RECORD             PIC X(260).

001840 SD  EVENT-SORT-WORK.
001850 01  EVENT-SORT-RECORD.
001860     05  FILLER                    PIC X(17).
001870     05  SW-EVENT-DATE             PIC 9(08).
001880     05  SW-EVENT-TIME             PIC 9(06).
001890     05  SW-SOURCE-SEQ             PIC 9(09).
001900     05  FILLER                    PIC X(220).

001910 FD  EVENT-SORTED
001920     LABEL RECORDS ARE STANDARD.
001930 01  EVENT-SORTED-RECORD           PIC X(260).

001940 FD  EXTRACT-OUT
001950     LABEL RECORDS ARE STANDARD.
001960 01  EXTRACT-RECORD                PIC X(260).

001970 FD  REPORT-OUT
001980     LABEL RECORDS ARE STANDARD.
001990 01  REPORT-LINE                   PIC X(132).

001992 FD  EXEC-LOG-OUT
001994     LABEL RECORDS ARE STANDARD.
001996 COPY EXECLOG.

002000 WORKING-STORAGE SECTION.
002010 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
002020 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
002030 01  WS-MSEGAUD-STATUS         PIC X(02)  VALUE SPACES.
002040 01  WS-MRGAUD-STATUS          PIC X(02)  VALUE SPACES.
002050 01  WS-INVHIST-STATUS         PIC X(02)  VALUE SPACES.
002060 01  WS-ORDHIST-STATUS         PIC X(02)  VALUE SPACES.
002070 01  WS-RSTAUDIT-STATUS        PIC X(02)  VALUE SPACES.
002080 01  WS-VENDCHG-STATUS         PIC X(02)  VALUE SPACES.
002090 01  WS-APRVLOG-STATUS         PIC X(02)  VALUE SPACES.
002095 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

002100 01  WS-SWITCHES.
002110     05  WS-REQUEST-EOF        PIC X(01)  VALUE 'N'.
002120         88  REQUEST-EOF                  VALUE 'Y'.
002130     05  WS-SOURCE-EOF         PIC X(01)  VALUE 'N'.
002140         88  SOURCE-EOF                   VALUE 'Y'.
002150     05  WS-SORTED-EOF         PIC X(01)  VALUE 'N'.
002160         88  SORTED-EOF                   VALUE 'Y'.
002170     05  WS-REQUEST-OK-SW      PIC X(01)  VALUE 'Y'.
002180         88  WS-REQUEST-OK                VALUE 'Y'.
002190     05  WS-PARTY-FOUND-SW     PIC X(01)  VALUE 'N'.
002200         88  WS-PARTY-FOUND               VALUE 'Y'.
002210     05  WS-SAME-CUSTOMER-SW   PIC X(01)  VALUE 'N'.
002220         88  WS-SAME-CUSTOMER             VALUE 'Y'.
002230     05  WS-KEY-MATCH-SW       PIC X(01)  VALUE 'N'.
002240         88  WS-KEY-MATCHED               VALUE 'Y'.
002250     05  WS-ID-FOUND-SW        PIC X(01)  VALUE 'N'.
002260         88  WS-ID-FOUND                  VALUE 'Y'.
002270     05  WS-AUDIT-SOURCE-SW    PIC X(01)  VALUE 'S'.
002280         88  WS-AUDIT-FROM-MSEG           VALUE 'S'.
002290         88  WS-AUDIT-FROM-MERGE          VALUE 'M'.

002300 01  WS-COUNTERS                          COMP.
002310     05  WS-REQUESTS-READ      PIC 9(09)  VALUE ZERO.
002320     05  WS-REQUESTS-REJECTED  PIC 9(09)  VALUE ZERO.
002330     05  WS-PARTIES-NOT-FOUND  PIC 9(09)  VALUE ZERO.
002340     05  WS-EVENTS-SELECTED    PIC 9(09)  VALUE ZERO.
002350     05  WS-EVENTS-EXTRACTED   PIC 9(09)  VALUE ZERO.
002360     05  WS-TRAIL-EVENTS       PIC 9(09)  VALUE ZERO.
002370     05  WS-EVENT-SEQ          PIC 9(09)  VALUE ZERO.

002380 01  WS-REQUEST-NR             PIC 9(05)  VALUE ZERO.
002390 01  WS-KEY-VALUE-NUM          PIC 9(10)  VALUE ZERO.
002400 01  WS-REQUEST-CUSTOMER       PIC 9(10)  VALUE ZERO.
002410 01  WS-LOOKUP-ID              PIC 9(10)  VALUE ZERO.
002420 01  WS-REQUEST-ERROR          PIC X(50)  VALUE SPACES.
002430 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

002440*----------------------------------------------------------------
002450*    THE KEYS THE CURRENT TRAIL IS BUILT ON.  A PARTY CARD SETS
002460*    WHICHEVER OF ITS KEYS THE CROSS-REFERENCE CARRIES, PLUS THE
002470*    PARTY'S ORDER-IDS AND INVOICE-IDS IN THE TABLES BELOW; AN
002480*    INVOICE OR ORDER CARD PUTS ITS ONE ID IN ITS TABLE.
002490*----------------------------------------------------------------
002500 01  WS-TRAIL-KEYS.
002510     05  WS-TK-PARTY-ID        PIC 9(10).
002520     05  WS-TK-PARTY-ID-X      REDEFINES WS-TK-PARTY-ID
002530                               PIC X(10).
002540     05  WS-TK-PARTY-SW        PIC X(01).
002550         88  WS-TK-HAS-PARTY              VALUE 'Y'.
002560     05  WS-TK-COMMON-KEY      PIC 9(10).
002570     05  WS-TK-COMMON-KEY-X    REDEFINES WS-TK-COMMON-KEY
002580                               PIC X(10).
002590     05  WS-TK-COMMON-KEY-SW   PIC X(01).
002600         88  WS-TK-HAS-COMMON-KEY         VALUE 'Y'.
002610     05  WS-TK-VENDOR-ID       PIC X(10).
002620     05  WS-TK-VENDOR-SW       PIC X(01).
002630         88  WS-TK-HAS-VENDOR             VALUE 'Y'.
002640     05  WS-TK-USER-ID         PIC X(08).
002650     05  WS-TK-USER-SW         PIC X(01).
002660         88  WS-TK-HAS-USER               VALUE 'Y'.
002670     05  WS-TK-FROM-DATE       PIC 9(08).
002680     05  WS-TK-TO-DATE         PIC 9(08).

002690 01  WS-ID-TABLES.
002700     05  WS-MAX-IDS            PIC 9(04)  COMP VALUE 2000.
002710     05  WS-ORDER-COUNT        PIC 9(04)  COMP VALUE ZERO.
002720     05  WS-INVOICE-COUNT      PIC 9(04)  COMP VALUE ZERO.
002730     05  WS-ID-IX              PIC 9(04)  COMP VALUE ZERO.
002740     05  WS-TRAIL-ORDER        OCCURS 2000 TIMES
002750                               PIC 9(10).
002760     05  WS-TRAIL-INVOICE      OCCURS 2000 TIMES
002770                               PIC 9(10).

002780 COPY AUDTREC.

002790 COPY AUDEVT.

002800 01  WS-TRAIL-HEADING.
002810     05  FILLER                 PIC X(01) VALUE SPACES.
002820     05  FILLER                 PIC X(20)
002830         VALUE 'AUDIT TRAIL REQUEST '.
002840     05  TH-REQUEST-NR          PIC 9(05).
002850     05  FILLER                 PIC X(07) VALUE '   KEY '.
002860     05  TH-KEY-TYPE            PIC X(02).
002870     05  FILLER                 PIC X(01) VALUE SPACES.
002880     05  TH-KEY-VALUE           PIC X(10).
002890     05  FILLER                 PIC X(08) VALUE '   FROM '.
002900     05  TH-FROM-DATE           PIC 9(08).
002910     05  FILLER                 PIC X(04) VALUE ' TO '.
002920     05  TH-TO-DATE             PIC 9(08).
002930     05  FILLER                 PIC X(03) VALUE SPACES.
002940     05  TH-EXTRACT             PIC X(09).

002950 01  WS-REQUEST-ERROR-LINE.
002960     05  FILLER                 PIC X(03) VALUE SPACES.
002970     05  FILLER                 PIC X(24)
002980         VALUE 'REQUEST NOT PROCESSED - '.
002990     05  RE-REASON              PIC X(50).

003000 01  WS-NOT-FOUND-LINE.
003010     05  FILLER                 PIC X(03) VALUE SPACES.
003020     05  FILLER                 PIC X(33)
003030         VALUE 'PARTY NOT ON CROSS-REFERENCE FOR '.
003040     05  NF-KEY-TYPE            PIC X(02).
003050     05  FILLER                 PIC X(01) VALUE SPACES.
003060     05  NF-KEY-VALUE           PIC X(10).
003070     05  FILLER                 PIC X(03) VALUE SPACES.
003080     05  NF-ACTION              PIC X(40).

003090 01  WS-PARTY-LINE.
003100     05  FILLER                 PIC X(03) VALUE SPACES.
003110     05  FILLER                 PIC X(06) VALUE 'PARTY '.
003120     05  PL-PARTY-ID            PIC 9(10).
003130     05  FILLER                 PIC X(01) VALUE SPACES.
003140     05  PL-PARTY-NAME          PIC X(40).
003150     05  FILLER                 PIC X(08) VALUE '  CUST '.
003160     05  PL-CUSTOMER-NR         PIC X(10).
003170     05  FILLER                 PIC X(10) VALUE '  VENDOR '.
003180     05  PL-VENDOR-ID           PIC X(10).
003190     05  FILLER                 PIC X(14) VALUE '  COMMON-KEY '.
003200     05  PL-COMMON-KEY          PIC X(10).

003210 01  WS-RELATED-LINE.
003220     05  FILLER                 PIC X(03) VALUE SPACES.
003230     05  FILLER                 PIC X(15)
003240         VALUE 'ORDERS ON FILE '.
003250     05  RL-ORDER-COUNT         PIC ZZZ9.
003260     05  FILLER                 PIC X(19)
003270         VALUE '   INVOICES ON FILE'.
003280     05  FILLER                 PIC X(01) VALUE SPACES.
003290     05  RL-INVOICE-COUNT       PIC ZZZ9.

003300 01  WS-COLUMN-HEADING.
003310     05  FILLER                 PIC X(01) VALUE SPACES.
003320     05  FILLER                 PIC X(09) VALUE 'DATE'.
003330     05  FILLER                 PIC X(07) VALUE 'TIME'.
003340     05  FILLER                 PIC X(09) VALUE 'SOURCE'.
003350     05  FILLER                 PIC X(09) VALUE 'CHANGED'.
003360     05  FILLER                 PIC X(03) VALUE 'OB'.
003370     05  FILLER                 PIC X(11) VALUE 'KEY'.
003380     05  FILLER                 PIC X(21) VALUE 'FIELD / EVENT'.
003390     05  FILLER                 PIC X(31) VALUE 'FROM'.
003400     05  FILLER                 PIC X(02) VALUE 'TO'.

003410 01  WS-TRAIL-DETAIL.
003420     05  FILLER                 PIC X(01) VALUE SPACES.
003430     05  TD-EVENT-DATE          PIC X(08).
003440     05  FILLER                 PIC X(01) VALUE SPACES.
003450     05  TD-EVENT-TIME          PIC X(06).
003460     05  FILLER                 PIC X(01) VALUE SPACES.
003470     05  TD-SOURCE              PIC X(08).
003480     05  FILLER                 PIC X(01) VALUE SPACES.
003490     05  TD-CHANGED-BY          PIC X(08).
003500     05  FILLER                 PIC X(01) VALUE SPACES.
003510     05  TD-OBJECT-TYPE         PIC X(02).
003520     05  FILLER                 PIC X(01) VALUE SPACES.
003530     05  TD-OBJECT-KEY          PIC X(10).
003540     05  FILLER                 PIC X(01) VALUE SPACES.
003550     05  TD-FIELD-NAME          PIC X(20).
003560     05  FILLER                 PIC X(01) VALUE SPACES.
003570     05  TD-BEFORE-VALUE        PIC X(30).
003580     05  FILLER                 PIC X(01) VALUE SPACES.
003590     05  TD-AFTER-VALUE         PIC X(30).

003600 01  WS-TRAIL-COMMENT.
003610     05  FILLER                 PIC X(49) VALUE SPACES.
003620     05  FILLER                 PIC X(02) VALUE '- '.
003630     05  TC-COMMENT             PIC X(40).

003640 01  WS-TRAIL-FOOTING.
003650     05  FILLER                 PIC X(03) VALUE SPACES.
003660     05  FILLER                 PIC X(17)
003670         VALUE 'EVENTS ON TRAIL: '.
003680     05  TF-EVENT-COUNT         PIC ZZZ,ZZ9.

003690 01  WS-NO-EVENTS-LINE.
003700     05  FILLER                 PIC X(03) VALUE SPACES.
003710     05  FILLER                 PIC X(39)
003720         VALUE 'NO EVENTS ON FILE FOR THIS KEY AND DATE'.
003730     05  FILLER                 PIC X(06) VALUE ' RANGE'.

003740 PROCEDURE DIVISION.
003750*---------------------------------------------------------------*
003760 0000-MAINLINE.
003770*---------------------------------------------------------------*
003773     PERFORM 9700-LOG-STEP-START
003776          THRU 9700-LOG-STEP-START-EXIT.
003780     PERFORM 1000-INITIALIZE
003790          THRU 1000-INITIALIZE-EXIT.
003800     PERFORM 2000-PROCESS-REQUEST
003810          THRU 2000-PROCESS-REQUEST-EXIT
003820          UNTIL REQUEST-EOF.
003830     PERFORM 9000-TERMINATE
003840          THRU 9000-TERMINATE-EXIT.
003843     PERFORM 9710-LOG-STEP-END
003846          THRU 9710-LOG-STEP-END-EXIT.
003850     GOBACK.

003860*---------------------------------------------------------------*
003870*    THE AUDIT FILES ARE OPENED AND CLOSED BY EACH SCAN, NOT    *
003880*    HERE - EVERY REQUEST READS THEM FROM THE TOP.              *
003890*---------------------------------------------------------------*
003900 1000-INITIALIZE.
003910*---------------------------------------------------------------*
003920     OPEN INPUT  REQUEST-IN
003930                 XREF-MASTER
003940                 ORDER-MASTER
003950                 INVOICE-IN
003960          OUTPUT EXTRACT-OUT
003970                 REPORT-OUT.
003980     READ REQUEST-IN
003990         AT END SET REQUEST-EOF TO TRUE
004000     END-READ.
004010 1000-INITIALIZE-EXIT.
004020     EXIT.

004030*---------------------------------------------------------------*
004040*    ONE REQUEST CARD IS ONE AUDIT TRAIL: EDIT THE CARD, SET    *
004050*    THE KEYS TO LOOK FOR, COLLECT AND SORT THE EVENTS, PRINT.  *
004060*---------------------------------------------------------------*
004070 2000-PROCESS-REQUEST.
004080*---------------------------------------------------------------*
004090     ADD 1 TO WS-REQUESTS-READ.
004100     MOVE WS-REQUESTS-READ TO WS-REQUEST-NR.
004110     PERFORM 2050-PRINT-REQUEST-HEADING
004120          THRU 2050-PRINT-REQUEST-HEADING-EXIT.
004130     PERFORM 2100-EDIT-REQUEST
004140          THRU 2100-EDIT-REQUEST-EXIT.
004150     IF NOT WS-REQUEST-OK
004160         ADD 1 TO WS-REQUESTS-REJECTED
004170         GO TO 2000-READ-NEXT-REQUEST
004180     END-IF.
004190     PERFORM 2200-SET-TRAIL-KEYS
004200          THRU 2200-SET-TRAIL-KEYS-EXIT.
004210     IF NOT WS-REQUEST-OK
004220         GO TO 2000-READ-NEXT-REQUEST
004230     END-IF.
004240     PERFORM 3000-COLLECT-EVENTS
004250          THRU 3000-COLLECT-EVENTS-EXIT.
004260     PERFORM 4000-PRINT-TRAIL
004270          THRU 4000-PRINT-TRAIL-EXIT.
004280 2000-READ-NEXT-REQUEST.
004290     READ REQUEST-IN
004300         AT END SET REQUEST-EOF TO TRUE
004310     END-READ.
004320 2000-PROCESS-REQUEST-EXIT.
004330     EXIT.

004340 2050-PRINT-REQUEST-HEADING.
004350     MOVE SPACES TO REPORT-LINE.
004360     WRITE REPORT-LINE.
004370     MOVE WS-REQUEST-NR TO TH-REQUEST-NR.
004380     MOVE TQ-KEY-TYPE   TO TH-KEY-TYPE.
004390     MOVE TQ-KEY-VALUE  TO TH-KEY-VALUE.
004400     MOVE TQ-FROM-DATE  TO TH-FROM-DATE.
004410     MOVE TQ-TO-DATE    TO TH-TO-DATE.
004420     IF TQ-EXTRACT-WANTED
004430         MOVE 'EXTRACTED' TO TH-EXTRACT
004440     ELSE
004450         MOVE SPACES      TO TH-EXTRACT
004460     END-IF.
004470     WRITE REPORT-LINE FROM WS-TRAIL-HEADING.
004480 2050-PRINT-REQUEST-HEADING-EXIT.
004490     EXIT.

004500*---------------------------------------------------------------*
004510*    A CARD WITH AN UNKNOWN KEY TYPE, NO KEY, A NON-NUMERIC KEY *
004520*    WHERE THE KEY IS A NUMBER, OR A BAD DATE RANGE IS PRINTED  *
004530*    AS NOT PROCESSED AND THE RUN GOES ON TO THE NEXT CARD.     *
004540*---------------------------------------------------------------*
004550 2100-EDIT-REQUEST.
004560*---------------------------------------------------------------*
004570     MOVE 'Y' TO WS-REQUEST-OK-SW.
004580     IF NOT TQ-BY-PARTY
004590        AND NOT TQ-BY-INVOICE-ID
004600        AND NOT TQ-BY-ORDER-ID
004610        AND NOT TQ-BY-USER-ID
004620         MOVE 'UNRECOGNIZED KEY TYPE' TO WS-REQUEST-ERROR
004630         GO TO 2100-REQUEST-IN-ERROR
004640     END-IF.
004650     IF TQ-KEY-VALUE = SPACES
004660         MOVE 'NO KEY VALUE ON THE CARD' TO WS-REQUEST-ERROR
004670         GO TO 2100-REQUEST-IN-ERROR
004680     END-IF.
004690     IF NOT TQ-BY-VENDOR-ID
004700        AND NOT TQ-BY-USER-ID
004710        AND TQ-KEY-VALUE NOT NUMERIC
004720         MOVE 'KEY VALUE NOT NUMERIC' TO WS-REQUEST-ERROR
004730         GO TO 2100-REQUEST-IN-ERROR
004740     END-IF.
004750     IF TQ-FROM-DATE NOT NUMERIC
004760        OR TQ-TO-DATE NOT NUMERIC
004770         MOVE 'DATE RANGE NOT NUMERIC' TO WS-REQUEST-ERROR
004780         GO TO 2100-REQUEST-IN-ERROR
004790     END-IF.
004800     MOVE TQ-FROM-DATE TO WS-TK-FROM-DATE.
004810     IF TQ-TO-DATE = ZERO
004820         MOVE 99999999   TO WS-TK-TO-DATE
004830     ELSE
004840         MOVE TQ-TO-DATE TO WS-TK-TO-DATE
004850     END-IF.
004860     IF WS-TK-FROM-DATE > WS-TK-TO-DATE
004870         MOVE 'FROM-DATE IS AFTER TO-DATE' TO WS-REQUEST-ERROR
004880         GO TO 2100-REQUEST-IN-ERROR
004890     END-IF.
004900     GO TO 2100-EDIT-REQUEST-EXIT.
004910 2100-REQUEST-IN-ERROR.
004920     MOVE 'N' TO WS-REQUEST-OK-SW.
004930     MOVE WS-REQUEST-ERROR TO RE-REASON.
004940     WRITE REPORT-LINE FROM WS-REQUEST-ERROR-LINE.
004950 2100-EDIT-REQUEST-EXIT.
004960     EXIT.

004970*---------------------------------------------------------------*
004980*    SET THE KEYS THIS TRAIL IS BUILT ON.  A PARTY CARD GOES    *
004990*    THROUGH THE CROSS-REFERENCE AND PICKS UP THE PARTY'S       *
005000*    ORDERS AND INVOICES AS WELL.                               *
005010*---------------------------------------------------------------*
005020 2200-SET-TRAIL-KEYS.
005030*---------------------------------------------------------------*
005040     MOVE ZERO   TO WS-TK-PARTY-ID
005050                    WS-TK-COMMON-KEY
005060                    WS-ORDER-COUNT
005070                    WS-INVOICE-COUNT.
005080     MOVE SPACES TO WS-TK-VENDOR-ID
005090                    WS-TK-USER-ID.
005100     MOVE 'N'    TO WS-TK-PARTY-SW
005110                    WS-TK-COMMON-KEY-SW
005120                    WS-TK-VENDOR-SW
005130                    WS-TK-USER-SW.
005140     EVALUATE TRUE
005150         WHEN TQ-BY-INVOICE-ID
005160             MOVE TQ-KEY-VALUE TO WS-KEY-VALUE-NUM
005170             MOVE 1 TO WS-INVOICE-COUNT
005180             MOVE WS-KEY-VALUE-NUM TO WS-TRAIL-INVOICE (1)
005190         WHEN TQ-BY-ORDER-ID
005200             MOVE TQ-KEY-VALUE TO WS-KEY-VALUE-NUM
005210             MOVE 1 TO WS-ORDER-COUNT
005220             MOVE WS-KEY-VALUE-NUM TO WS-TRAIL-ORDER (1)
005230         WHEN TQ-BY-USER-ID
005240             MOVE TQ-KEY-VALUE TO WS-TK-USER-ID
005250             MOVE 'Y' TO WS-TK-USER-SW
005260         WHEN OTHER
005270             PERFORM 2300-FIND-PARTY
005280                  THRU 2300-FIND-PARTY-EXIT
005290             IF WS-PARTY-FOUND
005300                 PERFORM 2400-TAKE-PARTY-KEYS
005310                      THRU 2400-TAKE-PARTY-KEYS-EXIT
005320             ELSE
005330                 PERFORM 2350-PARTY-NOT-FOUND
005340                      THRU 2350-PARTY-NOT-FOUND-EXIT
005350             END-IF
005360     END-EVALUATE.
005370 2200-SET-TRAIL-KEYS-EXIT.
005380     EXIT.

005390*---------------------------------------------------------------*
005400*    LOCATE THE CROSS-REFERENCE RECORD BY WHICHEVER KEY THE     *
005410*    CARD CARRIES - THE SAME READS PARTY360 USES.               *
005420*---------------------------------------------------------------*
005430 2300-FIND-PARTY.
005440*---------------------------------------------------------------*
005450     MOVE 'N' TO WS-PARTY-FOUND-SW.
005460     IF TQ-BY-VENDOR-ID
005470         MOVE TQ-KEY-VALUE TO XRFM-VENDOR-ID
005480         READ XREF-MASTER KEY IS XRFM-VENDOR-ID
005490             INVALID KEY
005500                 CONTINUE
005510             NOT INVALID KEY
005520                 SET WS-PARTY-FOUND TO TRUE
005530         END-READ
005540         GO TO 2300-FIND-PARTY-EXIT
005550     END-IF.
005560     MOVE TQ-KEY-VALUE TO WS-KEY-VALUE-NUM.
005570     EVALUATE TRUE
005580         WHEN TQ-BY-PARTY-ID
005590             MOVE WS-KEY-VALUE-NUM TO XRFM-PARTY-ID
005600             READ XREF-MASTER
005610                 INVALID KEY
005620                     CONTINUE
005630                 NOT INVALID KEY
005640                     SET WS-PARTY-FOUND TO TRUE
005650             END-READ
005660         WHEN TQ-BY-CUSTOMER-NR
005670             MOVE WS-KEY-VALUE-NUM TO XRFM-CUSTOMER-NR
005680             READ XREF-MASTER KEY IS XRFM-CUSTOMER-NR
005690                 INVALID KEY
005700                     CONTINUE
005710                 NOT INVALID KEY
005720                     SET WS-PARTY-FOUND TO TRUE
005730             END-READ
005740         WHEN TQ-BY-COMMON-KEY
005750             MOVE WS-KEY-VALUE-NUM TO XRFM-COMMON-KEY
005760             READ XREF-MASTER KEY IS XRFM-COMMON-KEY
005770                 INVALID KEY
005780                     CONTINUE
005790                 NOT INVALID KEY
005800                     SET WS-PARTY-FOUND TO TRUE
005810             END-READ
005820     END-EVALUATE.
005830 2300-FIND-PARTY-EXIT.
005840     EXIT.

005850*---------------------------------------------------------------*
005860*    A PARTY-ID NO LONGER ON THE CROSS-REFERENCE MAY HAVE BEEN  *
005870*    ABSORBED BY A MERGE - ITS TRAIL IS THE MERGE HISTORY.  ANY *
005880*    OTHER KEY NOT FOUND HAS NOTHING TO TRAIL.                  *
005890*---------------------------------------------------------------*
005900 2350-PARTY-NOT-FOUND.
005910*---------------------------------------------------------------*
005920     ADD 1 TO WS-PARTIES-NOT-FOUND.
005930     MOVE TQ-KEY-TYPE  TO NF-KEY-TYPE.
005940     MOVE TQ-KEY-VALUE TO NF-KEY-VALUE.
005950     IF TQ-BY-PARTY-ID
005960         MOVE WS-KEY-VALUE-NUM TO WS-TK-PARTY-ID
005970         MOVE 'Y' TO WS-TK-PARTY-SW
005980         MOVE 'TRAIL LIMITED TO PARTY MERGE HISTORY'
005990                                TO NF-ACTION
006000     ELSE
006010         MOVE 'N' TO WS-REQUEST-OK-SW
006020         MOVE 'NO TRAIL PRODUCED' TO NF-ACTION
006030     END-IF.
006040     WRITE REPORT-LINE FROM WS-NOT-FOUND-LINE.
006050 2350-PARTY-NOT-FOUND-EXIT.
006060     EXIT.

006070*---------------------------------------------------------------*
006080*    TAKE EVERY KEY THE CROSS-REFERENCE SAYS THE PARTY HAS, AND *
006090*    GATHER ITS ORDER-IDS AND INVOICE-IDS SO THEIR HISTORY      *
006100*    JOINS THE TRAIL.                                           *
006110*---------------------------------------------------------------*
006120 2400-TAKE-PARTY-KEYS.
006130*---------------------------------------------------------------*
006140     MOVE SPACES          TO PL-CUSTOMER-NR
006150                             PL-VENDOR-ID
006160                             PL-COMMON-KEY.
006170     MOVE XRFM-PARTY-ID   TO WS-TK-PARTY-ID
006180                             PL-PARTY-ID.
006190     MOVE 'Y'             TO WS-TK-PARTY-SW.
006200     MOVE XRFM-PARTY-NAME TO PL-PARTY-NAME.
006210     IF XREF-HAS-COMMON-KEY
006220         MOVE XRFM-COMMON-KEY TO WS-TK-COMMON-KEY
006230                                 PL-COMMON-KEY
006240         MOVE 'Y'             TO WS-TK-COMMON-KEY-SW
006250     END-IF.
006260     IF XREF-HAS-VENDOR-ID
006270         MOVE XRFM-VENDOR-ID  TO WS-TK-VENDOR-ID
006280                                 PL-VENDOR-ID
006290         MOVE 'Y'             TO WS-TK-VENDOR-SW
006300     END-IF.
006310     IF XREF-HAS-CUSTOMER-NR
006320         MOVE XRFM-CUSTOMER-NR TO PL-CUSTOMER-NR
006330     END-IF.
006340     WRITE REPORT-LINE FROM WS-PARTY-LINE.
006350     IF XREF-HAS-CUSTOMER-NR
006360         PERFORM 2500-COLLECT-ORDERS
006370              THRU 2500-COLLECT-ORDERS-EXIT
006380     END-IF.
006390     IF XREF-HAS-VENDOR-ID
006400         PERFORM 2600-COLLECT-INVOICES
006410              THRU 2600-COLLECT-INVOICES-EXIT
006420     END-IF.
006430     MOVE WS-ORDER-COUNT   TO RL-ORDER-COUNT.
006440     MOVE WS-INVOICE-COUNT TO RL-INVOICE-COUNT.
006450     WRITE REPORT-LINE FROM WS-RELATED-LINE.
006460 2400-TAKE-PARTY-KEYS-EXIT.
006470     EXIT.

006480*---------------------------------------------------------------*
006490*    THE PARTY'S ORDERS, OFF THE ORDER MASTER'S CUSTOMER-NR     *
006500*    ALTERNATE KEY.                                             *
006510*---------------------------------------------------------------*
006520 2500-COLLECT-ORDERS.
006530*---------------------------------------------------------------*
006540     MOVE XRFM-CUSTOMER-NR TO WS-REQUEST-CUSTOMER.
006550     MOVE XRFM-CUSTOMER-NR TO CUSTOMER-NR.
006560     START ORDER-MASTER KEY IS >= CUSTOMER-NR
006570         INVALID KEY
006580             MOVE 'N' TO WS-SAME-CUSTOMER-SW
006590         NOT INVALID KEY
006600             PERFORM 2510-READ-NEXT-ORDER
006610                  THRU 2510-READ-NEXT-ORDER-EXIT
006620     END-START.
006630     PERFORM 2520-ADD-ORDER-ID
006640          THRU 2520-ADD-ORDER-ID-EXIT
006650          UNTIL NOT WS-SAME-CUSTOMER.
006660 2500-COLLECT-ORDERS-EXIT.
006670     EXIT.

006680 2510-READ-NEXT-ORDER.
006690     READ ORDER-MASTER NEXT RECORD
006700         AT END MOVE 'N' TO WS-SAME-CUSTOMER-SW
006710         NOT AT END
006720             IF CUSTOMER-NR = WS-REQUEST-CUSTOMER
006730                 MOVE 'Y' TO WS-SAME-CUSTOMER-SW
006740             ELSE
006750                 MOVE 'N' TO WS-SAME-CUSTOMER-SW
006760             END-IF
006770     END-READ.
006780 2510-READ-NEXT-ORDER-EXIT.
006790     EXIT.

006800 2520-ADD-ORDER-ID.
006810     IF WS-ORDER-COUNT NOT < WS-MAX-IDS
006820         DISPLAY 'AUDTINQ - PARTY HAS MORE THAN 2000 ORDERS: '
006830                 XRFM-PARTY-ID
006840         CLOSE REQUEST-IN XREF-MASTER ORDER-MASTER INVOICE-IN
006850               EXTRACT-OUT REPORT-OUT
006860         MOVE 16 TO RETURN-CODE
006863         PERFORM 9710-LOG-STEP-END
006866              THRU 9710-LOG-STEP-END-EXIT
006870         GOBACK
006880     END-IF.
006890     ADD 1 TO WS-ORDER-COUNT.
006900     MOVE ORDER-ID TO WS-TRAIL-ORDER (WS-ORDER-COUNT).
006910     PERFORM 2510-READ-NEXT-ORDER
006920          THRU 2510-READ-NEXT-ORDER-EXIT.
006930 2520-ADD-ORDER-ID-EXIT.
006940     EXIT.

006950*---------------------------------------------------------------*
006960*    RESCAN THE INVOICE FILE FOR THE PARTY'S VENDOR-ID.         *
006970*---------------------------------------------------------------*
006980 2600-COLLECT-INVOICES.
006990*---------------------------------------------------------------*
007000     CLOSE INVOICE-IN.
007010     OPEN INPUT INVOICE-IN.
007020     MOVE 'N' TO WS-SOURCE-EOF.
007030     READ INVOICE-IN
007040         AT END SET SOURCE-EOF TO TRUE
007050     END-READ.
007060     PERFORM 2610-CHECK-ONE-INVOICE
007070          THRU 2610-CHECK-ONE-INVOICE-EXIT
007080          UNTIL SOURCE-EOF.
007090 2600-COLLECT-INVOICES-EXIT.
007100     EXIT.

007110 2610-CHECK-ONE-INVOICE.
007120     IF VENDOR-ID = WS-TK-VENDOR-ID
007130         IF WS-INVOICE-COUNT NOT < WS-MAX-IDS
007140             DISPLAY 'AUDTINQ - PARTY HAS MORE THAN 2000 '
007150                     'INVOICES: ' XRFM-PARTY-ID
007160             CLOSE REQUEST-IN XREF-MASTER ORDER-MASTER
007170                   INVOICE-IN EXTRACT-OUT REPORT-OUT
007180             MOVE 16 TO RETURN-CODE
007183             PERFORM 9710-LOG-STEP-END
007186                  THRU 9710-LOG-STEP-END-EXIT
007190             GOBACK
007200         END-IF
007210         ADD 1 TO WS-INVOICE-COUNT
007220         MOVE INVOICE-ID TO WS-TRAIL-INVOICE (WS-INVOICE-COUNT)
007230     END-IF.
007240     READ INVOICE-IN
007250         AT END SET SOURCE-EOF TO TRUE
007260     END-READ.
007270 2610-CHECK-ONE-INVOICE-EXIT.
007280     EXIT.

007290*---------------------------------------------------------------*
007300*    PULL THE MATCHING EVENTS FROM EVERY AUDIT FILE ONTO THE    *
007310*    WORK FILE, THEN SORT THEM INTO DATE/TIME ORDER.  EVENTS    *
007320*    WITH THE SAME TIME STAMP STAY IN THE ORDER THEY WERE       *
007330*    SELECTED.                                                  *
007340*---------------------------------------------------------------*
007350 3000-COLLECT-EVENTS.
007360*---------------------------------------------------------------*
007370     MOVE ZERO TO WS-TRAIL-EVENTS
007380                  WS-EVENT-SEQ.
007390     OPEN OUTPUT EVENT-WORK.
007400     PERFORM 3100-SCAN-MSEG-AUDIT
007410          THRU 3100-SCAN-MSEG-AUDIT-EXIT.
007420     PERFORM 3200-SCAN-MERGE-AUDIT
007430          THRU 3200-SCAN-MERGE-AUDIT-EXIT.
007440     PERFORM 3300-SCAN-INV-HISTORY
007450          THRU 3300-SCAN-INV-HISTORY-EXIT.
007460     PERFORM 3400-SCAN-ORD-HISTORY
007470          THRU 3400-SCAN-ORD-HISTORY-EXIT.
007480     PERFORM 3500-SCAN-RESTORE-AUDIT
007490          THRU 3500-SCAN-RESTORE-AUDIT-EXIT.
007500     PERFORM 3600-SCAN-VENDOR-CHANGES
007510          THRU 3600-SCAN-VENDOR-CHANGES-EXIT.
007520     PERFORM 3700-SCAN-APPROVALS
007530          THRU 3700-SCAN-APPROVALS-EXIT.
007540     CLOSE EVENT-WORK.
007550     SORT EVENT-SORT-WORK
007560         ON ASCENDING KEY SW-EVENT-DATE
007570                          SW-EVENT-TIME
007580                          SW-SOURCE-SEQ
007590         USING EVENT-WORK
007600         GIVING EVENT-SORTED.
007610 3000-COLLECT-EVENTS-EXIT.
007620     EXIT.

007630*---------------------------------------------------------------*
007640*    MSEGUPD'S SEGMENT AUDIT - BY COMMON-KEY.                   *
007650*---------------------------------------------------------------*
007660 3100-SCAN-MSEG-AUDIT.
007670*---------------------------------------------------------------*
007680     IF NOT WS-TK-HAS-COMMON-KEY
007690        AND NOT WS-TK-HAS-USER
007700         GO TO 3100-SCAN-MSEG-AUDIT-EXIT
007710     END-IF.
007720     SET WS-AUDIT-FROM-MSEG TO TRUE.
007730     OPEN INPUT MSEG-AUDIT-IN.
007740     MOVE 'N' TO WS-SOURCE-EOF.
007750     PERFORM 3110-READ-MSEG-AUDIT
007760          THRU 3110-READ-MSEG-AUDIT-EXIT.
007770     PERFORM 3150-CHECK-AUDIT-ENTRY
007780          THRU 3150-CHECK-AUDIT-ENTRY-EXIT
007790          UNTIL SOURCE-EOF.
007800     CLOSE MSEG-AUDIT-IN.
007810 3100-SCAN-MSEG-AUDIT-EXIT.
007820     EXIT.

007830 3110-READ-MSEG-AUDIT.
007840     READ MSEG-AUDIT-IN
007850         AT END SET SOURCE-EOF TO TRUE
007860         NOT AT END
007870             MOVE MSEG-AUDIT-IN-RECORD TO AUDIT-LOG-RECORD
007880     END-READ.
007890 3110-READ-MSEG-AUDIT-EXIT.
007900     EXIT.

007910*---------------------------------------------------------------*
007920*    ONE ENTRY OFF EITHER AUDTREC FILE.  ON THE MERGE AUDIT THE *
007930*    COMMON-KEY FIELD CARRIES THE SURVIVING PARTY-ID, AND THE   *
007940*    ABSORBED PARTY-ID IS THE BEFORE VALUE OF XREF-PARTY-ID.    *
007950*---------------------------------------------------------------*
007960 3150-CHECK-AUDIT-ENTRY.
007970*---------------------------------------------------------------*
007980     IF AU-CHANGE-DATE < WS-TK-FROM-DATE
007990        OR AU-CHANGE-DATE > WS-TK-TO-DATE
008000         GO TO 3150-READ-NEXT-AUDIT
008010     END-IF.
008020     MOVE 'N' TO WS-KEY-MATCH-SW.
008030     IF WS-TK-HAS-USER
008040        AND AU-CHANGED-BY = WS-TK-USER-ID
008050         MOVE 'Y' TO WS-KEY-MATCH-SW
008060     END-IF.
008070     IF WS-AUDIT-FROM-MSEG
008080        AND WS-TK-HAS-COMMON-KEY
008090        AND AU-COMMON-KEY = WS-TK-COMMON-KEY
008100         MOVE 'Y' TO WS-KEY-MATCH-SW
008110     END-IF.
008120     IF WS-AUDIT-FROM-MERGE
008130        AND WS-TK-HAS-PARTY
008140         IF AU-COMMON-KEY = WS-TK-PARTY-ID
008150             MOVE 'Y' TO WS-KEY-MATCH-SW
008160         END-IF
008170         IF AU-FIELD-NAME = 'XREF-PARTY-ID'
008180            AND AU-BEFORE-VALUE (1:10) = WS-TK-PARTY-ID-X
008190             MOVE 'Y' TO WS-KEY-MATCH-SW
008200         END-IF
008210     END-IF.
008220     IF NOT WS-KEY-MATCHED
008230         GO TO 3150-READ-NEXT-AUDIT
008240     END-IF.
008250     MOVE SPACES          TO AUDIT-EVENT-RECORD.
008260     IF WS-AUDIT-FROM-MSEG
008270         MOVE 'MSEGUPD'   TO AE-SOURCE
008280     ELSE
008290         MOVE 'PTYMERGE'  TO AE-SOURCE
008300     END-IF.
008310     MOVE AU-CHANGE-DATE  TO AE-EVENT-DATE.
008320     MOVE AU-CHANGE-TIME  TO AE-EVENT-TIME.
008330     MOVE AU-CHANGED-BY   TO AE-CHANGED-BY.
008340     MOVE AU-SEGMENT-ID   TO AE-OBJECT-TYPE.
008350     MOVE AU-COMMON-KEY   TO AE-OBJECT-KEY.
008360     MOVE AU-FIELD-NAME   TO AE-FIELD-NAME.
008370     MOVE AU-BEFORE-VALUE TO AE-BEFORE-VALUE.
008380     MOVE AU-AFTER-VALUE  TO AE-AFTER-VALUE.
008390     PERFORM 3900-WRITE-EVENT
008400          THRU 3900-WRITE-EVENT-EXIT.
008410 3150-READ-NEXT-AUDIT.
008420     IF WS-AUDIT-FROM-MSEG
008430         PERFORM 3110-READ-MSEG-AUDIT
008440              THRU 3110-READ-MSEG-AUDIT-EXIT
008450     ELSE
008460         PERFORM 3210-READ-MERGE-AUDIT
008470              THRU 3210-READ-MERGE-AUDIT-EXIT
008480     END-IF.
008490 3150-CHECK-AUDIT-ENTRY-EXIT.
008500     EXIT.

008510*---------------------------------------------------------------*
008520*    PTYMERGE'S MERGE AUDIT - BY PARTY-ID.                      *
008530*---------------------------------------------------------------*
008540 3200-SCAN-MERGE-AUDIT.
008550*---------------------------------------------------------------*
008560     IF NOT WS-TK-HAS-PARTY
008570        AND NOT WS-TK-HAS-USER
008580         GO TO 3200-SCAN-MERGE-AUDIT-EXIT
008590     END-IF.
008600     SET WS-AUDIT-FROM-MERGE TO TRUE.
008610     OPEN INPUT MERGE-AUDIT-IN.
008620     MOVE 'N' TO WS-SOURCE-EOF.
008630     PERFORM 3210-READ-MERGE-AUDIT
008640          THRU 3210-READ-MERGE-AUDIT-EXIT.
008650     PERFORM 3150-CHECK-AUDIT-ENTRY
008660          THRU 3150-CHECK-AUDIT-ENTRY-EXIT
008670          UNTIL SOURCE-EOF.
008680     CLOSE MERGE-AUDIT-IN.
008690 3200-SCAN-MERGE-AUDIT-EXIT.
008700     EXIT.

008710 3210-READ-MERGE-AUDIT.
008720     READ MERGE-AUDIT-IN
008730         AT END SET SOURCE-EOF TO TRUE
008740         NOT AT END
008750             MOVE MERGE-AUDIT-IN-RECORD TO AUDIT-LOG-RECORD
008760     END-READ.
008770 3210-READ-MERGE-AUDIT-EXIT.
008780     EXIT.

008790*---------------------------------------------------------------*
008800*    INVHUPD'S STATUS HISTORY - BY INVOICE-ID.                  *
008810*---------------------------------------------------------------*
008820 3300-SCAN-INV-HISTORY.
008830*---------------------------------------------------------------*
008840     IF WS-INVOICE-COUNT = ZERO
008850        AND NOT WS-TK-HAS-USER
008860         GO TO 3300-SCAN-INV-HISTORY-EXIT
008870     END-IF.
008880     OPEN INPUT INV-HISTORY-IN.
008890     MOVE 'N' TO WS-SOURCE-EOF.
008900     READ INV-HISTORY-IN
008910         AT END SET SOURCE-EOF TO TRUE
008920     END-READ.
008930     PERFORM 3310-CHECK-INV-HISTORY
008940          THRU 3310-CHECK-INV-HISTORY-EXIT
008950          UNTIL SOURCE-EOF.
008960     CLOSE INV-HISTORY-IN.
008970 3300-SCAN-INV-HISTORY-EXIT.
008980     EXIT.

008990 3310-CHECK-INV-HISTORY.
009000     IF IH-CHANGE-DATE < WS-TK-FROM-DATE
009010        OR IH-CHANGE-DATE > WS-TK-TO-DATE
009020         GO TO 3310-READ-NEXT-INV-HISTORY
009030     END-IF.
009040     MOVE 'N' TO WS-KEY-MATCH-SW.
009050     IF WS-TK-HAS-USER
009060        AND IH-CHANGED-BY = WS-TK-USER-ID
009070         MOVE 'Y' TO WS-KEY-MATCH-SW
009080     END-IF.
009090     IF WS-INVOICE-COUNT > ZERO
009100         MOVE IH-INVOICE-ID TO WS-LOOKUP-ID
009110         PERFORM 3800-FIND-INVOICE
009120              THRU 3800-FIND-INVOICE-EXIT
009130         IF WS-ID-FOUND
009140             MOVE 'Y' TO WS-KEY-MATCH-SW
009150         END-IF
009160     END-IF.
009170     IF NOT WS-KEY-MATCHED
009180         GO TO 3310-READ-NEXT-INV-HISTORY
009190     END-IF.
009200     MOVE SPACES           TO AUDIT-EVENT-RECORD.
009210     MOVE 'INVHUPD'        TO AE-SOURCE.
009220     MOVE IH-CHANGE-DATE   TO AE-EVENT-DATE.
009230     MOVE IH-CHANGE-TIME   TO AE-EVENT-TIME.
009240     MOVE IH-CHANGED-BY    TO AE-CHANGED-BY.
009250     MOVE 'IN'             TO AE-OBJECT-TYPE.
009260     MOVE IH-INVOICE-ID    TO AE-OBJECT-KEY.
009270     MOVE 'INVOICE-STATUS' TO AE-FIELD-NAME.
009280     MOVE IH-FROM-STATUS   TO AE-BEFORE-VALUE.
009290     MOVE IH-TO-STATUS     TO AE-AFTER-VALUE.
009300     MOVE IH-COMMENT       TO AE-COMMENT.
009310     PERFORM 3900-WRITE-EVENT
009320          THRU 3900-WRITE-EVENT-EXIT.
009330 3310-READ-NEXT-INV-HISTORY.
009340     READ INV-HISTORY-IN
009350         AT END SET SOURCE-EOF TO TRUE
009360     END-READ.
009370 3310-CHECK-INV-HISTORY-EXIT.
009380     EXIT.

009390*---------------------------------------------------------------*
009400*    ORDAMEND'S AMENDMENT HISTORY - BY ORDER-ID.  THE LINE AND  *
009410*    PRODUCT GO WITH THE QUANTITY ON BOTH SIDES OF THE CHANGE.  *
009420*---------------------------------------------------------------*
009430 3400-SCAN-ORD-HISTORY.
009440*---------------------------------------------------------------*
009450     IF WS-ORDER-COUNT = ZERO
009460        AND NOT WS-TK-HAS-USER
009470         GO TO 3400-SCAN-ORD-HISTORY-EXIT
009480     END-IF.
009490     OPEN INPUT ORD-HISTORY-IN.
009500     MOVE 'N' TO WS-SOURCE-EOF.
009510     READ ORD-HISTORY-IN
009520         AT END SET SOURCE-EOF TO TRUE
009530     END-READ.
009540     PERFORM 3410-CHECK-ORD-HISTORY
009550          THRU 3410-CHECK-ORD-HISTORY-EXIT
009560          UNTIL SOURCE-EOF.
009570     CLOSE ORD-HISTORY-IN.
009580 3400-SCAN-ORD-HISTORY-EXIT.
009590     EXIT.

009600 3410-CHECK-ORD-HISTORY.
009610     IF OH-CHANGE-DATE < WS-TK-FROM-DATE
009620        OR OH-CHANGE-DATE > WS-TK-TO-DATE
009630         GO TO 3410-READ-NEXT-ORD-HISTORY
009640     END-IF.
009650     MOVE 'N' TO WS-KEY-MATCH-SW.
009660     IF WS-TK-HAS-USER
009670        AND OH-CHANGED-BY = WS-TK-USER-ID
009680         MOVE 'Y' TO WS-KEY-MATCH-SW
009690     END-IF.
009700     IF WS-ORDER-COUNT > ZERO
009710         MOVE OH-ORDER-ID TO WS-LOOKUP-ID
009720         PERFORM 3850-FIND-ORDER
009730              THRU 3850-FIND-ORDER-EXIT
009740         IF WS-ID-FOUND
009750             MOVE 'Y' TO WS-KEY-MATCH-SW
009760         END-IF
009770     END-IF.
009780     IF NOT WS-KEY-MATCHED
009790         GO TO 3410-READ-NEXT-ORD-HISTORY
009800     END-IF.
009810     MOVE SPACES           TO AUDIT-EVENT-RECORD.
009820     MOVE 'ORDAMEND'       TO AE-SOURCE.
009830     MOVE OH-CHANGE-DATE   TO AE-EVENT-DATE.
009840     MOVE OH-CHANGE-TIME   TO AE-EVENT-TIME.
009850     MOVE OH-CHANGED-BY    TO AE-CHANGED-BY.
009860     MOVE 'OR'             TO AE-OBJECT-TYPE.
009870     MOVE OH-ORDER-ID      TO AE-OBJECT-KEY.
009880     EVALUATE OH-ACTION
009890         WHEN 'Q'
009900             MOVE 'LINE QTY CHANGED' TO AE-FIELD-NAME
009910         WHEN 'A'
009920             MOVE 'LINE ADDED'       TO AE-FIELD-NAME
009930         WHEN 'C'
009940             MOVE 'LINE CANCELLED'   TO AE-FIELD-NAME
009950         WHEN OTHER
009960             MOVE 'LINE AMENDED'     TO AE-FIELD-NAME
009970     END-EVALUATE.
009980     STRING 'LINE '         DELIMITED BY SIZE
009990            OH-LINE-ITEM-NR DELIMITED BY SIZE
010000            ' QTY '         DELIMITED BY SIZE
010010            OH-OLD-QTY      DELIMITED BY SIZE
010020            ' '             DELIMITED BY SIZE
010030            OH-PRODUCT      DELIMITED BY SIZE
010040            INTO AE-BEFORE-VALUE.
010050     STRING 'LINE '         DELIMITED BY SIZE
010060            OH-LINE-ITEM-NR DELIMITED BY SIZE
010070            ' QTY '         DELIMITED BY SIZE
010080            OH-NEW-QTY      DELIMITED BY SIZE
010090            ' '             DELIMITED BY SIZE
010100            OH-PRODUCT      DELIMITED BY SIZE
010110            INTO AE-AFTER-VALUE.
010120     MOVE OH-COMMENT       TO AE-COMMENT.
010130     PERFORM 3900-WRITE-EVENT
010140          THRU 3900-WRITE-EVENT-EXIT.
010150 3410-READ-NEXT-ORD-HISTORY.
010160     READ ORD-HISTORY-IN
010170         AT END SET SOURCE-EOF TO TRUE
010180     END-READ.
010190 3410-CHECK-ORD-HISTORY-EXIT.
010200     EXIT.

010210*---------------------------------------------------------------*
010220*    ARCHRTRV'S RESTORE AUDIT - WHO RETRIEVED OR RESTORED AN    *
010230*    ARCHIVED INVOICE, ORDER, OR PARTY'S SEGMENTS.              *
010240*---------------------------------------------------------------*
010250 3500-SCAN-RESTORE-AUDIT.
010260*---------------------------------------------------------------*
010270     IF WS-INVOICE-COUNT = ZERO
010280        AND WS-ORDER-COUNT = ZERO
010290        AND NOT WS-TK-HAS-COMMON-KEY
010300        AND NOT WS-TK-HAS-USER
010310         GO TO 3500-SCAN-RESTORE-AUDIT-EXIT
010320     END-IF.
010330     OPEN INPUT RESTORE-AUDIT-IN.
010340     MOVE 'N' TO WS-SOURCE-EOF.
010350     READ RESTORE-AUDIT-IN
010360         AT END SET SOURCE-EOF TO TRUE
010370     END-READ.
010380     PERFORM 3510-CHECK-RESTORE-AUDIT
010390          THRU 3510-CHECK-RESTORE-AUDIT-EXIT
010400          UNTIL SOURCE-EOF.
010410     CLOSE RESTORE-AUDIT-IN.
010420 3500-SCAN-RESTORE-AUDIT-EXIT.
010430     EXIT.

010440 3510-CHECK-RESTORE-AUDIT.
010450     IF RA-RUN-DATE < WS-TK-FROM-DATE
010460        OR RA-RUN-DATE > WS-TK-TO-DATE
010470         GO TO 3510-READ-NEXT-RESTORE
010480     END-IF.
010490     MOVE 'N' TO WS-KEY-MATCH-SW.
010500     IF WS-TK-HAS-USER
010510        AND RA-REQUESTED-BY = WS-TK-USER-ID
010520         MOVE 'Y' TO WS-KEY-MATCH-SW
010530     END-IF.
010540     IF RA-RECORD-TYPE = 'MS'
010550        AND WS-TK-HAS-COMMON-KEY
010560        AND RA-KEY = WS-TK-COMMON-KEY-X
010570         MOVE 'Y' TO WS-KEY-MATCH-SW
010580     END-IF.
010590     IF RA-KEY NUMERIC
010600         MOVE RA-KEY TO WS-LOOKUP-ID
010610         MOVE 'N' TO WS-ID-FOUND-SW
010620         IF RA-RECORD-TYPE = 'IN'
010630             PERFORM 3800-FIND-INVOICE
010640                  THRU 3800-FIND-INVOICE-EXIT
010650         END-IF
010660         IF RA-RECORD-TYPE = 'OR'
010670             PERFORM 3850-FIND-ORDER
010680                  THRU 3850-FIND-ORDER-EXIT
010690         END-IF
010700         IF WS-ID-FOUND
010710             MOVE 'Y' TO WS-KEY-MATCH-SW
010720         END-IF
010730     END-IF.
010740     IF NOT WS-KEY-MATCHED
010750         GO TO 3510-READ-NEXT-RESTORE
010760     END-IF.
010770     MOVE SPACES           TO AUDIT-EVENT-RECORD.
010780     MOVE 'ARCHRTRV'       TO AE-SOURCE.
010790     MOVE RA-RUN-DATE      TO AE-EVENT-DATE.
010800     MOVE RA-RUN-TIME      TO AE-EVENT-TIME.
010810     MOVE RA-REQUESTED-BY  TO AE-CHANGED-BY.
010820     MOVE RA-RECORD-TYPE   TO AE-OBJECT-TYPE.
010830     MOVE RA-KEY           TO AE-OBJECT-KEY.
010840     IF RA-WAS-RESTORED
010850         MOVE 'ARCHIVE RESTORE'   TO AE-FIELD-NAME
010860     ELSE
010870         MOVE 'ARCHIVE RETRIEVAL' TO AE-FIELD-NAME
010880     END-IF.
010890     STRING 'RECORDS FOUND ' DELIMITED BY SIZE
010900            RA-FOUND-COUNT   DELIMITED BY SIZE
010910            INTO AE-AFTER-VALUE.
010920     PERFORM 3900-WRITE-EVENT
010930          THRU 3900-WRITE-EVENT-EXIT.
010940 3510-READ-NEXT-RESTORE.
010950     READ RESTORE-AUDIT-IN
010960         AT END SET SOURCE-EOF TO TRUE
010970     END-READ.
010980 3510-CHECK-RESTORE-AUDIT-EXIT.
010990     EXIT.

011000*---------------------------------------------------------------*
011010*    THE VENDOR CHANGE LOG - BY VENDOR-ID.  A CALLBACK ENTRY IS *
011020*    VENDVRFY'S; EVERY OTHER ENTRY IS VENDLOAD'S.               *
011030*---------------------------------------------------------------*
011040 3600-SCAN-VENDOR-CHANGES.
011050*---------------------------------------------------------------*
011060     IF NOT WS-TK-HAS-VENDOR
011070        AND NOT WS-TK-HAS-USER
011080         GO TO 3600-SCAN-VENDOR-CHANGES-EXIT
011090     END-IF.
011100     OPEN INPUT VENDOR-CHANGE-IN.
011110     MOVE 'N' TO WS-SOURCE-EOF.
011120     READ VENDOR-CHANGE-IN
011130         AT END SET SOURCE-EOF TO TRUE
011140     END-READ.
011150     PERFORM 3610-CHECK-VENDOR-CHANGE
011160          THRU 3610-CHECK-VENDOR-CHANGE-EXIT
011170          UNTIL SOURCE-EOF.
011180     CLOSE VENDOR-CHANGE-IN.
011190 3600-SCAN-VENDOR-CHANGES-EXIT.
011200     EXIT.

011210 3610-CHECK-VENDOR-CHANGE.
011220     IF VC-CHANGE-DATE < WS-TK-FROM-DATE
011230        OR VC-CHANGE-DATE > WS-TK-TO-DATE
011240         GO TO 3610-READ-NEXT-VENDOR-CHANGE
011250     END-IF.
011260     MOVE 'N' TO WS-KEY-MATCH-SW.
011270     IF WS-TK-HAS-USER
011280        AND VC-CHANGED-BY = WS-TK-USER-ID
011290         MOVE 'Y' TO WS-KEY-MATCH-SW
011300     END-IF.
011310     IF WS-TK-HAS-VENDOR
011320        AND VC-VENDOR-ID = WS-TK-VENDOR-ID
011330         MOVE 'Y' TO WS-KEY-MATCH-SW
011340     END-IF.
011350     IF NOT WS-KEY-MATCHED
011360         GO TO 3610-READ-NEXT-VENDOR-CHANGE
011370     END-IF.
011380     MOVE SPACES           TO AUDIT-EVENT-RECORD.
011390     IF VC-CALLBACK
011400         MOVE 'VENDVRFY'   TO AE-SOURCE
011410     ELSE
011420         MOVE 'VENDLOAD'   TO AE-SOURCE
011430     END-IF.
011440     MOVE VC-CHANGE-DATE   TO AE-EVENT-DATE.
011450     MOVE VC-CHANGE-TIME   TO AE-EVENT-TIME.
011460     MOVE VC-CHANGED-BY    TO AE-CHANGED-BY.
011470     MOVE 'VN'             TO AE-OBJECT-TYPE.
011480     MOVE VC-VENDOR-ID     TO AE-OBJECT-KEY.
011490     IF VC-VENDOR-ADDED
011500        AND VC-FIELD-NAME = SPACES
011510         MOVE 'VENDOR ADDED'  TO AE-FIELD-NAME
011520     ELSE
011530         MOVE VC-FIELD-NAME   TO AE-FIELD-NAME
011540     END-IF.
011550     MOVE VC-BEFORE-VALUE  TO AE-BEFORE-VALUE.
011560     MOVE VC-AFTER-VALUE   TO AE-AFTER-VALUE.
011570     IF VC-NEEDS-VERIFY
011580         MOVE 'VENDOR PUT INTO PENDING VERIFICATION'
011590                           TO AE-COMMENT
011600     END-IF.
011610     PERFORM 3900-WRITE-EVENT
011620          THRU 3900-WRITE-EVENT-EXIT.
011630 3610-READ-NEXT-VENDOR-CHANGE.
011640     READ VENDOR-CHANGE-IN
011650         AT END SET SOURCE-EOF TO TRUE
011660     END-READ.
011670 3610-CHECK-VENDOR-CHANGE-EXIT.
011680     EXIT.

011690*---------------------------------------------------------------*
011700*    THE APPROVAL LOG - INVOICE APPROVALS BY INVOICE-ID AND     *
011710*    BALANCE-CHANGE APPROVALS BY COMMON-KEY.  THE OTHER USER IS *
011720*    THE OPERATOR WHOSE CHANGE WAS BEING APPROVED.              *
011730*---------------------------------------------------------------*
011740 3700-SCAN-APPROVALS.
011750*---------------------------------------------------------------*
011760     IF WS-INVOICE-COUNT = ZERO
011770        AND NOT WS-TK-HAS-COMMON-KEY
011780        AND NOT WS-TK-HAS-USER
011790         GO TO 3700-SCAN-APPROVALS-EXIT
011800     END-IF.
011810     OPEN INPUT APPROVAL-IN.
011820     MOVE 'N' TO WS-SOURCE-EOF.
011830     READ APPROVAL-IN
011840         AT END SET SOURCE-EOF TO TRUE
011850     END-READ.
011860     PERFORM 3710-CHECK-APPROVAL
011870          THRU 3710-CHECK-APPROVAL-EXIT
011880          UNTIL SOURCE-EOF.
011890     CLOSE APPROVAL-IN.
011900 3700-SCAN-APPROVALS-EXIT.
011910     EXIT.

011920 3710-CHECK-APPROVAL.
011930     IF AG-DECISION-DATE < WS-TK-FROM-DATE
011940        OR AG-DECISION-DATE > WS-TK-TO-DATE
011950         GO TO 3710-READ-NEXT-APPROVAL
011960     END-IF.
011970     MOVE 'N' TO WS-KEY-MATCH-SW.
011980     IF WS-TK-HAS-USER
011990        AND (AG-USER-ID = WS-TK-USER-ID
012000             OR AG-OTHER-USER = WS-TK-USER-ID)
012010         MOVE 'Y' TO WS-KEY-MATCH-SW
012020     END-IF.
012030     IF AG-BALANCE-CHANGE
012040        AND WS-TK-HAS-COMMON-KEY
012050        AND AG-ITEM-KEY (1:10) = WS-TK-COMMON-KEY-X
012060         MOVE 'Y' TO WS-KEY-MATCH-SW
012070     END-IF.
012080     IF AG-INVOICE-APPROVAL
012090        AND WS-INVOICE-COUNT > ZERO
012100        AND AG-ITEM-KEY (1:10) NUMERIC
012110         MOVE AG-ITEM-KEY (1:10) TO WS-LOOKUP-ID
012120         PERFORM 3800-FIND-INVOICE
012130              THRU 3800-FIND-INVOICE-EXIT
012140         IF WS-ID-FOUND
012150             MOVE 'Y' TO WS-KEY-MATCH-SW
012160         END-IF
012170     END-IF.
012180     IF NOT WS-KEY-MATCHED
012190         GO TO 3710-READ-NEXT-APPROVAL
012200     END-IF.
012210     MOVE SPACES           TO AUDIT-EVENT-RECORD.
012220     MOVE AG-SOURCE        TO AE-SOURCE.
012230     MOVE AG-DECISION-DATE TO AE-EVENT-DATE.
012240     MOVE AG-DECISION-TIME TO AE-EVENT-TIME.
012250     MOVE AG-USER-ID       TO AE-CHANGED-BY.
012260     MOVE AG-ITEM-TYPE     TO AE-OBJECT-TYPE.
012270     MOVE AG-ITEM-KEY      TO AE-OBJECT-KEY.
012280     IF AG-GRANTED
012290         MOVE 'APPROVAL GRANTED' TO AE-FIELD-NAME
012300     ELSE
012310         MOVE 'APPROVAL REFUSED' TO AE-FIELD-NAME
012320     END-IF.
012330     STRING 'KEYED BY '    DELIMITED BY SIZE
012340            AG-OTHER-USER  DELIMITED BY SIZE
012350            INTO AE-BEFORE-VALUE.
012360     MOVE AG-AMOUNT-HOME   TO WS-AMOUNT-EDIT.
012370     STRING 'AMOUNT '      DELIMITED BY SIZE
012380            WS-AMOUNT-EDIT DELIMITED BY SIZE
012390            INTO AE-AFTER-VALUE.
012400     MOVE AG-REASON        TO AE-COMMENT.
012410     PERFORM 3900-WRITE-EVENT
012420          THRU 3900-WRITE-EVENT-EXIT.
012430 3710-READ-NEXT-APPROVAL.
012440     READ APPROVAL-IN
012450         AT END SET SOURCE-EOF TO TRUE
012460     END-READ.
012470 3710-CHECK-APPROVAL-EXIT.
012480     EXIT.

012490*---------------------------------------------------------------*
012500*    IS WS-LOOKUP-ID ONE OF THE TRAIL'S INVOICES / ORDERS.      *
012510*---------------------------------------------------------------*
012520 3800-FIND-INVOICE.
012530*---------------------------------------------------------------*
012540     MOVE 'N' TO WS-ID-FOUND-SW.
012550     PERFORM 3810-SCAN-INVOICE-ENTRY
012560          THRU 3810-SCAN-INVOICE-ENTRY-EXIT
012570          VARYING WS-ID-IX FROM 1 BY 1
012580          UNTIL WS-ID-IX > WS-INVOICE-COUNT
012590             OR WS-ID-FOUND.
012600 3800-FIND-INVOICE-EXIT.
012610     EXIT.

012620 3810-SCAN-INVOICE-ENTRY.
012630     IF WS-TRAIL-INVOICE (WS-ID-IX) = WS-LOOKUP-ID
012640         MOVE 'Y' TO WS-ID-FOUND-SW
012650     END-IF.
012660 3810-SCAN-INVOICE-ENTRY-EXIT.
012670     EXIT.

012680 3850-FIND-ORDER.
012690     MOVE 'N' TO WS-ID-FOUND-SW.
012700     PERFORM 3860-SCAN-ORDER-ENTRY
012710          THRU 3860-SCAN-ORDER-ENTRY-EXIT
012720          VARYING WS-ID-IX FROM 1 BY 1
012730          UNTIL WS-ID-IX > WS-ORDER-COUNT
012740             OR WS-ID-FOUND.
012750 3850-FIND-ORDER-EXIT.
012760     EXIT.

012770 3860-SCAN-ORDER-ENTRY.
012780     IF WS-TRAIL-ORDER (WS-ID-IX) = WS-LOOKUP-ID
012790         MOVE 'Y' TO WS-ID-FOUND-SW
012800     END-IF.
012810 3860-SCAN-ORDER-ENTRY-EXIT.
012820     EXIT.

012830*---------------------------------------------------------------*
012840*    STAMP THE REQUEST AND THE SELECTION SEQUENCE ON THE EVENT  *
012850*    AND PUT IT ON THE WORK FILE.                               *
012860*---------------------------------------------------------------*
012870 3900-WRITE-EVENT.
012880*---------------------------------------------------------------*
012890     ADD 1 TO WS-EVENT-SEQ.
012900     MOVE WS-EVENT-SEQ  TO AE-SOURCE-SEQ.
012910     MOVE WS-REQUEST-NR TO AE-REQUEST-NR.
012920     MOVE TQ-KEY-TYPE   TO AE-REQUEST-KEY-TYPE.
012930     MOVE TQ-KEY-VALUE  TO AE-REQUEST-KEY.
012940     WRITE EVENT-WORK-RECORD FROM AUDIT-EVENT-RECORD.
012950     ADD 1 TO WS-TRAIL-EVENTS
012960              WS-EVENTS-SELECTED.
012970 3900-WRITE-EVENT-EXIT.
012980     EXIT.

012990*---------------------------------------------------------------*
013000*    PRINT THE SORTED TRAIL, AND EXTRACT IT WHEN THE CARD ASKS. *
013010*---------------------------------------------------------------*
013020 4000-PRINT-TRAIL.
013030*---------------------------------------------------------------*
013040     IF WS-TRAIL-EVENTS = ZERO
013050         WRITE REPORT-LINE FROM WS-NO-EVENTS-LINE
013060         GO TO 4000-PRINT-TRAIL-EXIT
013070     END-IF.
013080     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
013090     OPEN INPUT EVENT-SORTED.
013100     MOVE 'N' TO WS-SORTED-EOF.
013110     READ EVENT-SORTED
013120         AT END SET SORTED-EOF TO TRUE
013130     END-READ.
013140     PERFORM 4100-PRINT-ONE-EVENT
013150          THRU 4100-PRINT-ONE-EVENT-EXIT
013160          UNTIL SORTED-EOF.
013170     CLOSE EVENT-SORTED.
013180     MOVE WS-TRAIL-EVENTS TO TF-EVENT-COUNT.
013190     WRITE REPORT-LINE FROM WS-TRAIL-FOOTING.
013200 4000-PRINT-TRAIL-EXIT.
013210     EXIT.

013220*---------------------------------------------------------------*
013230*    ONE EVENT: THE DETAIL LINE, A SECOND LINE FOR ANY VALUE    *
013240*    LONGER THAN THE PRINT COLUMN, AND THE COMMENT IF ONE WAS   *
013250*    LOGGED.                                                    *
013260*---------------------------------------------------------------*
013270 4100-PRINT-ONE-EVENT.
013280*---------------------------------------------------------------*
013290     MOVE EVENT-SORTED-RECORD TO AUDIT-EVENT-RECORD.
013300     MOVE AE-EVENT-DATE       TO TD-EVENT-DATE.
013310     MOVE AE-EVENT-TIME       TO TD-EVENT-TIME.
013320     MOVE AE-SOURCE           TO TD-SOURCE.
013330     MOVE AE-CHANGED-BY       TO TD-CHANGED-BY.
013340     MOVE AE-OBJECT-TYPE      TO TD-OBJECT-TYPE.
013350     MOVE AE-OBJECT-KEY       TO TD-OBJECT-KEY.
013360     MOVE AE-FIELD-NAME       TO TD-FIELD-NAME.
013370     MOVE AE-BEFORE-VALUE     TO TD-BEFORE-VALUE.
013380     MOVE AE-AFTER-VALUE      TO TD-AFTER-VALUE.
013390     WRITE REPORT-LINE FROM WS-TRAIL-DETAIL.
013400     IF AE-BEFORE-VALUE (31:30) NOT = SPACES
013410        OR AE-AFTER-VALUE (31:30) NOT = SPACES
013420         MOVE SPACES                 TO WS-TRAIL-DETAIL
013430         MOVE AE-BEFORE-VALUE (31:30) TO TD-BEFORE-VALUE
013440         MOVE AE-AFTER-VALUE (31:30)  TO TD-AFTER-VALUE
013450         WRITE REPORT-LINE FROM WS-TRAIL-DETAIL
013460     END-IF.
013470     IF AE-COMMENT NOT = SPACES
013480         MOVE AE-COMMENT TO TC-COMMENT
013490         WRITE REPORT-LINE FROM WS-TRAIL-COMMENT
013500     END-IF.
013510     IF TQ-EXTRACT-WANTED
013520         WRITE EXTRACT-RECORD FROM AUDIT-EVENT-RECORD
013530         ADD 1 TO WS-EVENTS-EXTRACTED
013540     END-IF.
013550     READ EVENT-SORTED
013560         AT END SET SORTED-EOF TO TRUE
013570     END-READ.
013580 4100-PRINT-ONE-EVENT-EXIT.
013590     EXIT.

013600*---------------------------------------------------------------*
013610 9000-TERMINATE.
013620*---------------------------------------------------------------*
013630     DISPLAY 'AUDTINQ - REQUESTS READ........: '
013640              WS-REQUESTS-READ.
013650     DISPLAY 'AUDTINQ - REQUESTS REJECTED....: '
013660              WS-REQUESTS-REJECTED.
013670     DISPLAY 'AUDTINQ - PARTIES NOT FOUND....: '
013680              WS-PARTIES-NOT-FOUND.
013690     DISPLAY 'AUDTINQ - EVENTS ON TRAILS.....: '
013700              WS-EVENTS-SELECTED.
013710     DISPLAY 'AUDTINQ - EVENTS EXTRACTED.....: '
013720              WS-EVENTS-EXTRACTED.
013730     CLOSE REQUEST-IN XREF-MASTER ORDER-MASTER INVOICE-IN
013740           EXTRACT-OUT REPORT-OUT.
013750 9000-TERMINATE-EXIT.
013760     EXIT.

013770*---------------------------------------------------------------*
013780*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
013790*---------------------------------------------------------------*
013800 9700-LOG-STEP-START.
013810*---------------------------------------------------------------*
013820     MOVE SPACES            TO EXECUTION-LOG-RECORD.
013830     MOVE 'AUDTINQ'         TO EX-JOB-NAME.
013840     SET EX-STEP-START      TO TRUE.
013850     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
013860     ACCEPT EX-RUN-TIME FROM TIME.
013870     MOVE ZERO              TO EX-RECORDS-READ
013880                               EX-RECORDS-WRITTEN
013890                               EX-REJECT-COUNT
013900                               EX-COMPLETION-CODE.
013910     OPEN EXTEND EXEC-LOG-OUT.
013920     WRITE EXECUTION-LOG-RECORD.
013930     CLOSE EXEC-LOG-OUT.
013940 9700-LOG-STEP-START-EXIT.
013950     EXIT.

013960*---------------------------------------------------------------*
013970*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
013980*    ENDING WITH.                                               *
013990*---------------------------------------------------------------*
014000 9710-LOG-STEP-END.
014010*---------------------------------------------------------------*
014020     MOVE SPACES            TO EXECUTION-LOG-RECORD.
014030     MOVE 'AUDTINQ'         TO EX-JOB-NAME.
014040     SET EX-STEP-END        TO TRUE.
014050     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
014060     ACCEPT EX-RUN-TIME FROM TIME.
014070     MOVE WS-REQUESTS-READ  TO EX-RECORDS-READ.
014080     MOVE WS-EVENTS-SELECTED TO EX-RECORDS-WRITTEN.
014090     MOVE WS-REQUESTS-REJECTED TO EX-REJECT-COUNT.
014100     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
014110     OPEN EXTEND EXEC-LOG-OUT.
014120     WRITE EXECUTION-LOG-RECORD.
014130     CLOSE EXEC-LOG-OUT.
014140 9710-LOG-STEP-END-EXIT.
014150     EXIT.
